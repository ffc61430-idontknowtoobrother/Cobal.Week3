      *--------------------------------------------------------------
      * WOHIST - BAD-DEBT WRITE-OFF HISTORY RECORD LAYOUT
      * Permanent ledger, appended to and never rewritten.  WRTOFF
      * writes a "W" record for every balance it writes off, split
      * into the tax and penalty portions posted against TAXRECV
      * and PENRECV, with the approver finance named on WOAPPR.
      * PAYPOST writes an "R" record for every payment it takes
      * against a written-off invoice as a recovery.
      *--------------------------------------------------------------
       01  WRITEOFF-HISTORY-REC.
           05  WH-ENTRY-TYPE       PIC X(1).
               88  WH-WRITEOFF            VALUE "W".
               88  WH-RECOVERY            VALUE "R".
           05  WH-CUST-NO          PIC 9(5).
           05  WH-INVOICE-NO       PIC 9(5).
           05  WH-INVOICE-DATE     PIC 9(8).
           05  WH-ENTRY-DATE       PIC 9(8).
           05  WH-TAX-AMT          PIC 9(5)V99.
           05  WH-PENALTY-AMT      PIC 9(5)V99.
           05  WH-APPROVER         PIC X(8).
