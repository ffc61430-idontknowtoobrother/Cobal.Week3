      *             phone call to operations to have DATA1RPT and
      *             PAYPREG read aloud.  Each inquiry served is
      *             also traced to the job log.
      * 2026-10-15  Shows every invoice the customer holds on
      *             INVFILE, one line each with its number, date,
      *             paid amount, penalty and balance, and the total
      *             still open; payment history lines name the
      *             invoice number each payment was applied to.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT CREDIT-BALANCES ASSIGN TO "CREDBAL"
               ORGANIZATION IS INDEXED
           88  WS-HIS-EOF                      VALUE "Y".
       77  WS-INQ-CUST-NO          PIC 9(5)    VALUE ZERO.
       77  WS-PAYMENT-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-INVOICE-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-OPEN-TOTAL           PIC 9(6)V99 VALUE ZERO.
       77  WS-INV-WALK-EOF-SW      PIC X(1)    VALUE "N".
           88  WS-INV-WALK-EOF                 VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "ACCTINQ".
       77  WS-LOG-MESSAGE          PIC X(80).
                   DISPLAY "CUSTOMER: " CM-CUST-NO " "
                       CM-CUSTOMER-NAME
                   DISPLAY "  NUM1: " CM-NUM1 "  NUM2: " CM-NUM2
                   PERFORM SHOW-OPEN-INVOICES
                   PERFORM SHOW-CREDIT-BALANCE
                   PERFORM SHOW-PAYMENT-HISTORY
                   MOVE SPACES TO WS-LOG-MESSAGE
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The customer's invoices are contiguous in key order, oldest
      * first, so one START and a forward walk lists them all.
      *--------------------------------------------------------------
       SHOW-OPEN-INVOICES.
           IF WS-INV-OPEN
               MOVE ZERO TO WS-INVOICE-COUNT
               MOVE ZERO TO WS-OPEN-TOTAL
               MOVE "N" TO WS-INV-WALK-EOF-SW
               MOVE WS-INQ-CUST-NO TO IN-CUST-NO
               MOVE ZERO           TO IN-INVOICE-NO
               START OPEN-INVOICES KEY IS NOT LESS THAN IN-KEY
                   INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
               END-START
               IF NOT WS-INV-WALK-EOF
                   PERFORM READ-CUSTOMER-INVOICE
               END-IF
               PERFORM SHOW-ONE-INVOICE UNTIL WS-INV-WALK-EOF
               IF WS-INVOICE-COUNT = ZERO
                   DISPLAY "  NO OPEN INVOICE"
               ELSE
                   DISPLAY "  TOTAL OPEN BALANCE: " WS-OPEN-TOTAL
               END-IF
           ELSE
               DISPLAY "  INVOICE FILE UNAVAILABLE"
           END-IF
           EXIT
           .
       READ-CUSTOMER-INVOICE.
           READ OPEN-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-READ
           IF NOT WS-INV-WALK-EOF
               AND IN-CUST-NO NOT = WS-INQ-CUST-NO
               MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-IF
           EXIT
           .
       SHOW-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           ADD IN-BALANCE TO WS-OPEN-TOTAL
           DISPLAY "  INVOICE " IN-INVOICE-NO
               "  DATE: " IN-INVOICE-DATE
               "  AMOUNT: " IN-INVOICE-AMT
           DISPLAY "    PAID: " IN-PAID-AMT
               "  PENALTY: " IN-PENALTY-AMT
               "  BALANCE: " IN-BALANCE
           PERFORM READ-CUSTOMER-INVOICE
           EXIT
           .
       SHOW-CREDIT-BALANCE.
           IF WS-CRD-OPEN
               MOVE WS-INQ-CUST-NO TO CB-CUST-NO
           IF PH-CUST-NO = WS-INQ-CUST-NO
               ADD 1 TO WS-PAYMENT-COUNT
               DISPLAY "  PAID " PH-AMOUNT " ON " PH-PAY-DATE
                   " AGAINST INVOICE " PH-INVOICE-NO
                   " OF " PH-INVOICE-DATE
           END-IF
           PERFORM READ-PAYMENT-HISTORY
           EXIT
