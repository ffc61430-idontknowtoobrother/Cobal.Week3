      *--------------------------------------------------------------
      * HOLDTRAN - STUDENT HOLD TRANSACTION RECORD LAYOUT
      * Keyed by the registrar, bursar, library or dean's office
      * and applied to HOLDMAST by HOLDMNT.  HT-ACTION P places a
      * hold, R releases one.  HT-ACTION-DATE is the date the hold
      * took or left effect; zero means the run date.  The reason
      * is carried on a placement and ignored on a release.
      *--------------------------------------------------------------
       01  HOLD-TRAN-REC.
           05  HT-ACTION           PIC X(1).
               88  HT-PLACE               VALUE "P".
               88  HT-RELEASE             VALUE "R".
           05  HT-STU-ID           PIC 9(8).
           05  HT-HOLD-TYPE        PIC X(3).
           05  HT-OFFICE           PIC X(8).
           05  HT-ACTION-DATE      PIC 9(8).
           05  HT-REASON           PIC X(25).
