      * 2026-09-02  The journal entries now go through the shared
      *             GLPOST routine, which refuses a posting into
      *             an accounting period GLCLOSE has closed.
      * 2026-10-15  Works invoice by invoice now that a customer can
      *             hold several open invoices: each overdue invoice
      *             is charged on its own balance and listed with
      *             its invoice number on PENRPT.
      * 2026-10-15  No interest is assessed while the customer is
      *             keeping an active PAYPLAN instalment plan; the
      *             invoices held are counted on PENRPT.  Once
      *             PLANREG breaks the plan, assessment resumes.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT PAYMENT-PLANS ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CUST-NO
               FILE STATUS IS WS-PLN-STATUS.
           SELECT PENALTY-REGISTER ASSIGN TO "PENRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  PENALTY-REGISTER.
       01  PENALTY-REGISTER-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PENALTY-LINE.
           05  WS-PN-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-PN-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(9)  VALUE "  DAYS: ".
           05  WS-PN-DAYS          PIC ZZZ9.
           05  FILLER              PIC X(11) VALUE "  CHARGE: ".
           05  WS-PN-PENALTY       PIC ZZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  BALANCE: ".
           05  WS-PN-BALANCE       PIC ZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  WS-PENALTY-TOTAL-LINE.
           05  WS-PT-LABEL         PIC X(22).
           05  WS-ID-DD            PIC 99.

       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLN-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLN-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-PLN-OPEN                     VALUE "Y".
       77  WS-PLAN-HOLD-SW         PIC X(1)    VALUE "N".
           88  WS-PLAN-HOLD                    VALUE "Y".
       77  WS-HELD-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT PAYMENT-PLANS
               IF WS-PLN-STATUS = "00"
                   SET WS-PLN-OPEN TO TRUE
               END-IF
               OPEN OUTPUT PENALTY-REGISTER
               PERFORM READ-INVOICE
               PERFORM ASSESS-ONE-INVOICE UNTIL WS-EOF
               PERFORM WRITE-PENALTY-TOTALS
               CLOSE OPEN-INVOICES
               IF WS-PLN-OPEN
                   CLOSE PAYMENT-PLANS
               END-IF
               CLOSE PENALTY-REGISTER
               IF WS-ASSESSED-TOTAL > ZERO
                   PERFORM POST-GL-JOURNAL
               COMPUTE WS-DAYS-OUT =
                   WS-RUN-DAY-NUMBER - WS-INV-DAY-NUMBER
               IF WS-DAYS-OUT > WS-DUE-WINDOW-DAYS
                   PERFORM CHECK-PLAN-HOLD
                   IF WS-PLAN-HOLD
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       PERFORM APPLY-PENALTY-CHARGE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-INVOICE
           EXIT
           .
      *--------------------------------------------------------------
      * A customer keeping an agreed instalment plan is not charged
      * interest on the balances the plan is paying down.
      *--------------------------------------------------------------
       CHECK-PLAN-HOLD.
           MOVE "N" TO WS-PLAN-HOLD-SW
           IF WS-PLN-OPEN
               MOVE IN-CUST-NO TO PL-CUST-NO
               READ PAYMENT-PLANS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PL-ACTIVE
                           SET WS-PLAN-HOLD TO TRUE
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       APPLY-PENALTY-CHARGE.
           COMPUTE WS-CHARGE-AMT ROUNDED =
               IN-BALANCE * WS-MONTHLY-RATE
               ADD 1 TO WS-ASSESSED-COUNT
               ADD WS-CHARGE-AMT TO WS-ASSESSED-TOTAL
               MOVE IN-CUST-NO     TO WS-PN-CUST-NO
               MOVE IN-INVOICE-NO  TO WS-PN-INVOICE-NO
               MOVE WS-DAYS-OUT    TO WS-PN-DAYS
               MOVE WS-CHARGE-AMT  TO WS-PN-CHARGE
               MOVE IN-PENALTY-AMT TO WS-PN-PENALTY
           WRITE PENALTY-REGISTER-REC FROM WS-PENALTY-TOTAL-LINE
           MOVE PENALTY-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "INVOICES HELD ON PLAN " TO WS-PT-LABEL
           MOVE WS-HELD-COUNT            TO WS-PT-AMOUNT
           WRITE PENALTY-REGISTER-REC FROM WS-PENALTY-TOTAL-LINE
           MOVE PENALTY-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TOTAL PENALTY ASSESSED" TO WS-PT-LABEL
           MOVE WS-ASSESSED-TOTAL        TO WS-PT-AMOUNT
           WRITE PENALTY-REGISTER-REC FROM WS-PENALTY-TOTAL-LINE
