      *--------------------------------------------------------------
      * INVFILE - OPEN TAX INVOICE RECORD LAYOUT
      * Keyed on IN-KEY: the customer number plus an invoice number
      * that counts up from 1 for each customer, so a customer can
      * carry any number of open invoices and key order within a
      * customer is the order the invoices were raised - oldest
      * first.  Written by DATA1's tax run, which raises a new
      * invoice each run instead of replacing what is still owed.
      * PAYPOST applies the payments file against IN-PAID-AMT and
      * IN-BALANCE, oldest open invoice first, and AGERPT buckets
      * each open balance by age of its IN-INVOICE-DATE.
      * IN-PENALTY-AMT carries the late-payment interest the
      * monthly PENALTY run has assessed: it is included in
      * IN-BALANCE but kept visible here so the charge never
      * vanishes into the original invoice amount.
      * An uncollectable balance approved for write-off by WRTOFF
      * has IN-BALANCE and IN-PENALTY-AMT zeroed; the amount taken
      * off and the date stay here in IN-WRITEOFF-AMT and
      * IN-WRITEOFF-DATE, and IN-RECOVERED-AMT accumulates what
      * PAYPOST later collects against it as a recovery.
      *--------------------------------------------------------------
       01  OPEN-INVOICE-REC.
           05  IN-KEY.
               10  IN-CUST-NO      PIC 9(5).
               10  IN-INVOICE-NO   PIC 9(5).
           05  IN-INVOICE-DATE     PIC 9(8).
           05  IN-INVOICE-AMT      PIC 9(5)V99.
           05  IN-PAID-AMT         PIC 9(5)V99.
           05  IN-BALANCE          PIC 9(5)V99.
           05  IN-PENALTY-AMT      PIC 9(5)V99.
           05  IN-WRITEOFF-DATE    PIC 9(8).
           05  IN-WRITEOFF-AMT     PIC 9(5)V99.
           05  IN-RECOVERED-AMT    PIC 9(5)V99.
