      *--------------------------------------------------------------
      * WOAPPR - BAD-DEBT WRITE-OFF CANDIDATE / APPROVAL RECORD
      * WOPROP writes one record per open invoice past the age and
      * amount thresholds to the WOCAND candidate file with
      * WA-DECISION blank.  Finance marks the ones it approves with
      * "Y" and its approver id, and the marked file comes back as
      * WOAPPR for WRTOFF, which writes off only approved records
      * whose invoice balance still matches what was proposed.
      *--------------------------------------------------------------
       01  WRITEOFF-APPROVAL-REC.
           05  WA-KEY.
               10  WA-CUST-NO      PIC 9(5).
               10  WA-INVOICE-NO   PIC 9(5).
           05  WA-INVOICE-DATE     PIC 9(8).
           05  WA-DAYS-OUT         PIC 9(5).
           05  WA-BALANCE          PIC 9(5)V99.
           05  WA-PENALTY-AMT      PIC 9(5)V99.
           05  WA-PROPOSED-DATE    PIC 9(8).
           05  WA-DECISION         PIC X(1).
               88  WA-APPROVED            VALUE "Y".
           05  WA-APPROVER         PIC X(8).
