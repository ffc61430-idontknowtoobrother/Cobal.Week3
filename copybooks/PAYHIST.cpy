      * invoice date of the open invoice it hit.  The machine-
      * readable record behind the PAYPREG print register, read by
      * the ACCTINQ counter inquiry so staff stop phoning the
      * operations desk to have registers read aloud.  A payment
      * spread across several open invoices writes one record per
      * invoice it hit, PH-AMOUNT being the part applied there and
      * PH-INVOICE-NO the INVFILE invoice number.
      *--------------------------------------------------------------
       01  PAYMENT-HISTORY-REC.
           05  PH-CUST-NO          PIC 9(5).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-AMOUNT           PIC 9(5)V99.
           05  PH-INVOICE-DATE     PIC 9(8).
           05  PH-INVOICE-NO       PIC 9(5).
