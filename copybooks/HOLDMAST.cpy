      *--------------------------------------------------------------
      * HOLDMAST - STUDENT HOLDS MASTER RECORD LAYOUT
      * Keyed on HD-KEY (HD-STU-ID, HD-HOLD-TYPE, HD-OFFICE), so
      * each office can hold a student for each purpose once at a
      * time and releasing one office's hold leaves another's in
      * force.  Maintained only by HOLDMNT from the HOLDTRAN
      * transaction file; a released hold stays on file with its
      * release date until the office places it again.  The hold
      * type says what the hold blocks: REG stops ENRLADRP adds,
      * TRN stops TRNSFULF issuing transcripts, ALL stops both.
      * HOLDCHK is the one routine that reads it for the others.
      *--------------------------------------------------------------
       01  STUDENT-HOLD-REC.
           05  HD-KEY.
               10  HD-STU-ID       PIC 9(8).
               10  HD-HOLD-TYPE    PIC X(3).
                   88  HD-VALID-TYPE          VALUE "REG" "TRN"
                                                    "ALL".
                   88  HD-BLOCKS-REGISTRATION VALUE "REG" "ALL".
                   88  HD-BLOCKS-TRANSCRIPT   VALUE "TRN" "ALL".
               10  HD-OFFICE       PIC X(8).
           05  HD-DATE-PLACED      PIC 9(8).
           05  HD-DATE-RELEASED    PIC 9(8).
               88  HD-IS-ACTIVE               VALUE ZERO.
           05  HD-REASON           PIC X(25).
