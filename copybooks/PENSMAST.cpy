      *--------------------------------------------------------------
      * PENSMAST - PENSION SCHEME MEMBERSHIP RECORD LAYOUT
      * Keyed on PN-EMP-NO, one record per employee who has joined
      * a pension scheme.  Maintained by PENSMNT.  While the
      * membership is active DATA3 takes PN-EMP-RATE percent of
      * gross as the employee contribution before tax (TAXBRKT
      * is applied to the reduced gross) and adds PN-EMPR-RATE
      * percent of gross as the employer match.  A member who
      * opts out is kept on file with status O so the scheme and
      * provider membership number are not lost if they rejoin.
      *--------------------------------------------------------------
       01  PENSION-MEMBER-REC.
           05  PN-EMP-NO           PIC 9(5).
           05  PN-SCHEME-ID        PIC X(6).
           05  PN-MEMBER-NO        PIC X(12).
           05  PN-EMP-RATE         PIC 9(2)V99.
           05  PN-EMPR-RATE        PIC 9(2)V99.
           05  PN-JOIN-DATE        PIC 9(8).
           05  PN-STATUS           PIC X(1).
               88  PN-ACTIVE              VALUE "A".
               88  PN-OPTED-OUT           VALUE "O".
