      *--------------------------------------------------------------
      * TUITPAY - TUITION PAYMENT TRANSACTION RECORD LAYOUT
      * One receipt taken by the bursar per record: the student,
      * the date the money was received, the amount, and the term
      * the student said it was for.  A blank TP-TERM-CODE means
      * no term was named and the receipt pays the oldest open
      * term first.  Read by TUITPOST, which applies each receipt
      * to the student's TUITINV invoices.
      *--------------------------------------------------------------
       01  TUITION-PAYMENT-REC.
           05  TP-STU-ID           PIC 9(8).
           05  TP-PAY-DATE         PIC 9(8).
           05  TP-AMOUNT           PIC 9(7)V99.
           05  TP-TERM-CODE        PIC X(4).
