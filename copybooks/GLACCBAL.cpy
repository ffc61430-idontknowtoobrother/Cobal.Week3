      *--------------------------------------------------------------
      * GLACCBAL - GENERAL LEDGER ACCOUNT BALANCE RECORD LAYOUT
      * One record per CHARTACC account per closed accounting
      * period (YYYYMM), rolled up from the GLHIST archive by the
      * GLTRIAL period-end run.  Balances are held debit-positive:
      * a credit balance carries a negative sign.  Closing equals
      * opening plus period debits less period credits.
      *--------------------------------------------------------------
       01  GL-ACCOUNT-BALANCE-REC.
           05  AB-KEY.
               10  AB-ACCOUNT-CODE PIC X(8).
               10  AB-PERIOD       PIC 9(6).
           05  AB-OPENING-BAL      PIC S9(11)V99.
           05  AB-PERIOD-DEBITS    PIC 9(11)V99.
           05  AB-PERIOD-CREDITS   PIC 9(11)V99.
           05  AB-CLOSING-BAL      PIC S9(11)V99.
