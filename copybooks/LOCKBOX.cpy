      *--------------------------------------------------------------
      * LOCKBOX - BANK LOCKBOX REMITTANCE FILE RECORD LAYOUT
      * The bank's daily file, one or more deposit batches: an "H"
      * header (bank batch id and deposit date), the "D" items in
      * that deposit (the remitter reference keyed from the
      * CUSTSTMT remittance stub, amount, deposit date), and a "T"
      * trailer carrying the batch's item count and deposit total.
      * LBXINTK balances each batch against its trailer before
      * any item in it is posted.
      *--------------------------------------------------------------
       01  LOCKBOX-REC.
           05  LB-RECORD-TYPE      PIC X(1).
               88  LB-IS-HEADER           VALUE "H".
               88  LB-IS-ITEM             VALUE "D".
               88  LB-IS-TRAILER          VALUE "T".
           05  LB-ITEM-DATA.
               10  LB-REFERENCE    PIC X(10).
               10  LB-AMOUNT       PIC 9(5)V99.
               10  LB-DEPOSIT-DATE PIC 9(8).
               10  FILLER          PIC X(4).
           05  LB-HEADER-DATA REDEFINES LB-ITEM-DATA.
               10  LB-BATCH-ID     PIC X(6).
               10  LB-BATCH-DATE   PIC 9(8).
               10  FILLER          PIC X(15).
           05  LB-TRAILER-DATA REDEFINES LB-ITEM-DATA.
               10  LB-ITEM-COUNT   PIC 9(5).
               10  LB-DEPOSIT-TOTAL PIC 9(9)V99.
               10  FILLER          PIC X(13).
