      *--------------------------------------------------------------
      * ORDREMIT - COURT ORDER REMITTANCE DETAIL RECORD LAYOUT
      * One record per court order that fell due in a DATA3 payroll
      * register run: the creditor the money is owed to, the
      * employee and order, the amount withheld this period and
      * the arrears left on the order afterwards.  An order the
      * protected floor blocked entirely still writes a record
      * with a zero amount so the creditor's register shows the
      * shortfall.  Read by ORDREMR, which registers the details by
      * creditor and builds one payment per creditor.
      *--------------------------------------------------------------
       01  ORDER-REMIT-REC.
           05  OR-CREDITOR-ID      PIC X(8).
           05  OR-CREDITOR-NAME    PIC X(20).
           05  OR-EMP-NO           PIC 9(5).
           05  OR-ORDER-NO         PIC X(10).
           05  OR-AMOUNT           PIC 9(4)V99.
           05  OR-ARREARS          PIC 9(7)V99.
           05  OR-PERIOD-ID        PIC X(6).
           05  OR-RUN-DATE         PIC 9(8).
