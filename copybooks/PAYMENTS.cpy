      *--------------------------------------------------------------
      * PAYMENTS - PAYMENT TRANSACTION RECORD LAYOUT
      * One payment received per record: the customer, the date the
      * money was received and the amount.  Written by LBXINTK from
      * the bank's lockbox file (and from suspense items staff have
      * assigned to a customer), or keyed by hand from bank slips;
      * read by PAYPOST, which applies each payment to the
      * customer's open invoices.
      *--------------------------------------------------------------
       01  PAYMENT-REC.
           05  PY-CUST-NO          PIC 9(5).
           05  PY-PAY-DATE         PIC 9(8).
           05  PY-AMOUNT           PIC 9(5)V99.
