      *             hit), so individual payments survive the filing
      *             of the print register and the ACCTINQ counter
      *             inquiry can show them.
      * 2026-10-15  A customer can now hold several open invoices
      *             (INVFILE is keyed on customer plus invoice
      *             number): each payment is applied to the oldest
      *             open invoice first and any remainder carries on
      *             to the next, with a register line and a PAYHIST
      *             record per invoice hit.  Only what is left once
      *             every open invoice is cleared goes to CREDBAL.
      * 2026-10-15  A payment from a customer on an active PAYPLAN
      *             instalment plan is also matched against the
      *             plan's schedule, clearing instalments oldest
      *             first and marking each kept (paid by its due
      *             date) or late; the plan is completed when its
      *             last instalment clears.  A PLAN line on PAYPREG
      *             shows each match.
      * 2026-10-15  Money left once every open invoice is cleared
      *             goes next to the customer's written-off
      *             invoices, oldest first, as a bad-debt recovery
      *             (up to what WRTOFF wrote off) before any excess
      *             is credited.  Each recovery is listed on
      *             PAYPREG and appended to PAYHIST and the WOHIST
      *             write-off history, and the run's recoveries
      *             post through GLPOST (debit TAXRECV, credit
      *             BADDEBT) to reverse the write-off expense.
      * 2026-10-15  The PAYMENTS record layout moves to the PAYMENTS
      *             copybook now that LBXINTK writes the file from
      *             the bank's lockbox remittances.
      * 2026-10-15  PAYMENTS is emptied once every payment on it has
      *             been applied.  LBXINTK now appends to the file
      *             alongside the hand-keyed slips and the CSVINTK
      *             counter feed, so the posting run is what clears
      *             it and a payment cannot be posted twice.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT WRITEOFF-HISTORY ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOH-STATUS.
           SELECT PAYMENT-PLANS ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CUST-NO
               FILE STATUS IS WS-PLN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICES.
       COPY CREDBAL.
       FD  PAYMENT-HISTORY.
       COPY PAYHIST.
       FD  WRITEOFF-HISTORY.
       COPY WOHIST.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  PAYMENTS-FILE.
       COPY PAYMENTS.
       FD  PAYMENT-REGISTER.
       01  PAYMENT-REGISTER-REC    PIC X(80).
       FD  PAYMENT-EXCEPTIONS.
       WORKING-STORAGE SECTION.
       01  WS-REGISTER-LINE.
           05  WS-RG-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RG-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(7)  VALUE "  PAID:".
           05  WS-RG-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  TOTAL PD: ".
           05  WS-RG-PAID-AMT      PIC ZZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  BALANCE: ".
           05  WS-RG-BALANCE       PIC ZZZZ9.99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-RECOVERY-LINE.
           05  WS-RC-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RC-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(12) VALUE "  RECOVERED:".
           05  WS-RC-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  TOTAL RC: ".
           05  WS-RC-RECOVERED     PIC ZZZZ9.99.
           05  FILLER              PIC X(15) VALUE "  WRITTEN OFF: ".
           05  WS-RC-WRITEOFF      PIC ZZZZ9.99.
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-PLAN-LINE.
           05  WS-PN-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(15) VALUE "  PLAN MATCHED:".
           05  WS-PN-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(13) VALUE "  INSTS CLRD:".
           05  WS-PN-CLEARED       PIC Z9.
           05  FILLER              PIC X(4)  VALUE " OF ".
           05  WS-PN-COUNT         PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PN-VERDICT       PIC X(14).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-CUST-NO       PIC 9(5).
       77  WS-HIS-STATUS           PIC X(2)    VALUE "00".
       77  WS-HIS-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-HIS-OPEN                     VALUE "Y".
       77  WS-WOH-STATUS           PIC X(2)    VALUE "00".
       77  WS-WOH-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-WOH-OPEN                     VALUE "Y".
       77  WS-RECOVERY-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-RECOVERY-TOTAL       PIC 9(7)V99 VALUE ZERO.
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT            PIC 9(2)    VALUE ZERO.
       77  WS-PLN-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLN-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-PLN-OPEN                     VALUE "Y".
       77  WS-PLAN-REMAINING       PIC 9(5)V99 VALUE ZERO.
       77  WS-INST-OWED            PIC 9(5)V99 VALUE ZERO.
       77  WS-INST-SUB             PIC 99      VALUE ZERO.
       77  WS-INST-CLEARED         PIC 99      VALUE ZERO.
       77  WS-INST-OPEN-COUNT      PIC 99      VALUE ZERO.
       77  WS-PLAN-MATCH-COUNT     PIC 9(5)    VALUE ZERO.
       77  WS-EXCESS-AMT           PIC 9(5)V99 VALUE ZERO.
       77  WS-REMAINING-AMT        PIC 9(5)V99 VALUE ZERO.
       77  WS-APPLY-AMT            PIC 9(5)V99 VALUE ZERO.
       77  WS-INV-WALK-EOF-SW      PIC X(1)    VALUE "N".
           88  WS-INV-WALK-EOF                 VALUE "Y".
       77  WS-INVOICE-FOUND-SW     PIC X(1)    VALUE "N".
           88  WS-INVOICE-FOUND                VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
               ELSE
                   PERFORM OPEN-CREDIT-BALANCES
                   PERFORM OPEN-PAYMENT-HISTORY
                   PERFORM OPEN-PAYMENT-PLANS
                   PERFORM OPEN-WRITEOFF-HISTORY
                   OPEN OUTPUT PAYMENT-REGISTER
                   PERFORM READ-PAYMENT
                   PERFORM APPLY-PAYMENT UNTIL WS-EOF
                   PERFORM WRITE-POSTING-TOTALS
                   CLOSE PAYMENTS-FILE
                   OPEN OUTPUT PAYMENTS-FILE
                   CLOSE PAYMENTS-FILE
                   CLOSE PAYMENT-REGISTER
                   IF WS-CRD-OPEN
                       CLOSE CREDIT-BALANCES
                   IF WS-HIS-OPEN
                       CLOSE PAYMENT-HISTORY
                   END-IF
                   IF WS-PLN-OPEN
                       CLOSE PAYMENT-PLANS
                   END-IF
                   IF WS-WOH-OPEN
                       CLOSE WRITEOFF-HISTORY
                   END-IF
                   IF WS-RECOVERY-TOTAL > ZERO
                       PERFORM POST-GL-JOURNAL
                   END-IF
               END-IF
               CLOSE OPEN-INVOICES
           END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The customer's invoices are read in key order, which is the
      * order they were raised, so the oldest open balance is paid
      * off first and the payment works forward until it runs out.
      * A customer with no invoice at all is an exception; money
      * left over once every open invoice is cleared is credited.
      *--------------------------------------------------------------
       APPLY-PAYMENT.
           MOVE PY-AMOUNT TO WS-REMAINING-AMT
           MOVE "N" TO WS-INVOICE-FOUND-SW
           MOVE "N" TO WS-INV-WALK-EOF-SW
           MOVE PY-CUST-NO TO IN-CUST-NO
           MOVE ZERO       TO IN-INVOICE-NO
           START OPEN-INVOICES KEY IS NOT LESS THAN IN-KEY
               INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-START
           IF NOT WS-INV-WALK-EOF
               PERFORM READ-CUSTOMER-INVOICE
           END-IF
           PERFORM POST-PAYMENT-TO-INVOICE
               UNTIL WS-INV-WALK-EOF
                   OR WS-REMAINING-AMT = ZERO
           IF NOT WS-INVOICE-FOUND
               MOVE "NO OPEN INVOICE FOR CUSTOMER"
                   TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM MATCH-PAYMENT-PLAN
               IF WS-REMAINING-AMT > ZERO
                   PERFORM APPLY-RECOVERY
               END-IF
               IF WS-REMAINING-AMT > ZERO
                   MOVE WS-REMAINING-AMT TO WS-EXCESS-AMT
                   PERFORM POST-CREDIT-BALANCE
                   MOVE "OVERPAYMENT, EXCESS CREDITED" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           PERFORM READ-PAYMENT
           EXIT
           .
       READ-CUSTOMER-INVOICE.
           READ OPEN-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-READ
           IF NOT WS-INV-WALK-EOF
               IF IN-CUST-NO NOT = PY-CUST-NO
                   MOVE "Y" TO WS-INV-WALK-EOF-SW
               ELSE
                   SET WS-INVOICE-FOUND TO TRUE
               END-IF
           END-IF
           EXIT
           .
       POST-PAYMENT-TO-INVOICE.
           IF IN-BALANCE > ZERO
               IF WS-REMAINING-AMT > IN-BALANCE
                   MOVE IN-BALANCE TO WS-APPLY-AMT
               ELSE
                   MOVE WS-REMAINING-AMT TO WS-APPLY-AMT
               END-IF
               SUBTRACT WS-APPLY-AMT FROM WS-REMAINING-AMT
               ADD WS-APPLY-AMT TO IN-PAID-AMT
               COMPUTE IN-BALANCE =
                   IN-INVOICE-AMT + IN-PENALTY-AMT - IN-PAID-AMT
               REWRITE OPEN-INVOICE-REC
               PERFORM WRITE-PAYMENT-HISTORY
               MOVE PY-CUST-NO    TO WS-RG-CUST-NO
               MOVE IN-INVOICE-NO TO WS-RG-INVOICE-NO
               MOVE WS-APPLY-AMT  TO WS-RG-AMOUNT
               MOVE IN-PAID-AMT   TO WS-RG-PAID-AMT
               MOVE IN-BALANCE    TO WS-RG-BALANCE
               WRITE PAYMENT-REGISTER-REC FROM WS-REGISTER-LINE
               MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           IF WS-REMAINING-AMT > ZERO
               PERFORM READ-CUSTOMER-INVOICE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * What is left after the open invoices walks the customer's
      * invoices again, oldest first, taking each written-off
      * invoice's unrecovered amount as a recovery.
      *--------------------------------------------------------------
       APPLY-RECOVERY.
           MOVE "N" TO WS-INV-WALK-EOF-SW
           MOVE PY-CUST-NO TO IN-CUST-NO
           MOVE ZERO       TO IN-INVOICE-NO
           START OPEN-INVOICES KEY IS NOT LESS THAN IN-KEY
               INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-START
           IF NOT WS-INV-WALK-EOF
               PERFORM READ-CUSTOMER-INVOICE
           END-IF
           PERFORM POST-RECOVERY-TO-INVOICE
               UNTIL WS-INV-WALK-EOF
                   OR WS-REMAINING-AMT = ZERO
           EXIT
           .
       POST-RECOVERY-TO-INVOICE.
           IF IN-WRITEOFF-AMT > IN-RECOVERED-AMT
               COMPUTE WS-APPLY-AMT =
                   IN-WRITEOFF-AMT - IN-RECOVERED-AMT
               IF WS-REMAINING-AMT < WS-APPLY-AMT
                   MOVE WS-REMAINING-AMT TO WS-APPLY-AMT
               END-IF
               SUBTRACT WS-APPLY-AMT FROM WS-REMAINING-AMT
               ADD WS-APPLY-AMT TO IN-RECOVERED-AMT
               REWRITE OPEN-INVOICE-REC
               PERFORM WRITE-PAYMENT-HISTORY
               PERFORM WRITE-RECOVERY-HISTORY
               ADD 1 TO WS-RECOVERY-COUNT
               ADD WS-APPLY-AMT TO WS-RECOVERY-TOTAL
               MOVE PY-CUST-NO       TO WS-RC-CUST-NO
               MOVE IN-INVOICE-NO    TO WS-RC-INVOICE-NO
               MOVE WS-APPLY-AMT     TO WS-RC-AMOUNT
               MOVE IN-RECOVERED-AMT TO WS-RC-RECOVERED
               MOVE IN-WRITEOFF-AMT  TO WS-RC-WRITEOFF
               WRITE PAYMENT-REGISTER-REC FROM WS-RECOVERY-LINE
               MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           IF WS-REMAINING-AMT > ZERO
               PERFORM READ-CUSTOMER-INVOICE
           END-IF
           EXIT
           .
       OPEN-WRITEOFF-HISTORY.
           OPEN EXTEND WRITEOFF-HISTORY
           IF WS-WOH-STATUS = "35"
               OPEN OUTPUT WRITEOFF-HISTORY
           END-IF
           IF WS-WOH-STATUS = "00"
               SET WS-WOH-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "WRITEOFF-HISTORY OPEN FAILED, STATUS: "
                   WS-WOH-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       WRITE-RECOVERY-HISTORY.
           IF WS-WOH-OPEN
               MOVE "R"             TO WH-ENTRY-TYPE
               MOVE PY-CUST-NO      TO WH-CUST-NO
               MOVE IN-INVOICE-NO   TO WH-INVOICE-NO
               MOVE IN-INVOICE-DATE TO WH-INVOICE-DATE
               MOVE PY-PAY-DATE     TO WH-ENTRY-DATE
               MOVE WS-APPLY-AMT    TO WH-TAX-AMT
               MOVE ZERO            TO WH-PENALTY-AMT
               MOVE WS-LOG-PROGRAM  TO WH-APPROVER
               WRITE WRITEOFF-HISTORY-REC
           END-IF
           EXIT
           .
       OPEN-PAYMENT-HISTORY.
           IF WS-HIS-OPEN
               MOVE PY-CUST-NO      TO PH-CUST-NO
               MOVE PY-PAY-DATE     TO PH-PAY-DATE
               MOVE WS-APPLY-AMT    TO PH-AMOUNT
               MOVE IN-INVOICE-DATE TO PH-INVOICE-DATE
               MOVE IN-INVOICE-NO   TO PH-INVOICE-NO
               WRITE PAYMENT-HISTORY-REC
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * PAYPLAN is optional: until the counter desk has set up a
      * plan there is no file, and no payment has a plan to match.
      *--------------------------------------------------------------
       OPEN-PAYMENT-PLANS.
           OPEN I-O PAYMENT-PLANS
           IF WS-PLN-STATUS = "00"
               SET WS-PLN-OPEN TO TRUE
           ELSE
               IF WS-PLN-STATUS NOT = "35"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PAYMENT-PLANS OPEN FAILED, STATUS: "
                       WS-PLN-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The whole payment counts toward the plan schedule, working
      * through the open instalments in due-date order.  An
      * instalment is cleared when its full amount has been
      * received: kept if the clearing payment is dated on or
      * before the due date, late otherwise.  With nothing left
      * open the plan is complete.
      *--------------------------------------------------------------
       MATCH-PAYMENT-PLAN.
           IF WS-PLN-OPEN
               MOVE PY-CUST-NO TO PL-CUST-NO
               READ PAYMENT-PLANS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PL-ACTIVE
                           PERFORM APPLY-TO-SCHEDULE
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       APPLY-TO-SCHEDULE.
           MOVE PY-AMOUNT TO WS-PLAN-REMAINING
           MOVE ZERO TO WS-INST-CLEARED
           MOVE ZERO TO WS-INST-OPEN-COUNT
           PERFORM APPLY-TO-INSTALMENT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > PL-INSTALMENT-COUNT
           IF WS-INST-OPEN-COUNT = ZERO
               MOVE "C"         TO PL-PLAN-STATUS
               MOVE WS-RUN-DATE TO PL-STATUS-DATE
               MOVE "PLAN COMPLETE " TO WS-PN-VERDICT
           ELSE
               MOVE "PLAN ACTIVE   " TO WS-PN-VERDICT
           END-IF
           REWRITE PAYMENT-PLAN-REC
           ADD 1 TO WS-PLAN-MATCH-COUNT
           MOVE PY-CUST-NO          TO WS-PN-CUST-NO
           COMPUTE WS-PN-AMOUNT = PY-AMOUNT - WS-PLAN-REMAINING
           MOVE WS-INST-CLEARED     TO WS-PN-CLEARED
           MOVE PL-INSTALMENT-COUNT TO WS-PN-COUNT
           WRITE PAYMENT-REGISTER-REC FROM WS-PLAN-LINE
           MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       APPLY-TO-INSTALMENT.
           IF PL-INST-OPEN (WS-INST-SUB)
               AND WS-PLAN-REMAINING > ZERO
               COMPUTE WS-INST-OWED = PL-DUE-AMT (WS-INST-SUB)
                   - PL-PAID-AMT (WS-INST-SUB)
               IF WS-PLAN-REMAINING < WS-INST-OWED
                   ADD WS-PLAN-REMAINING TO PL-PAID-AMT (WS-INST-SUB)
                   MOVE ZERO TO WS-PLAN-REMAINING
               ELSE
                   SUBTRACT WS-INST-OWED FROM WS-PLAN-REMAINING
                   MOVE PL-DUE-AMT (WS-INST-SUB)
                       TO PL-PAID-AMT (WS-INST-SUB)
                   MOVE PY-PAY-DATE TO PL-PAID-DATE (WS-INST-SUB)
                   IF PY-PAY-DATE > PL-DUE-DATE (WS-INST-SUB)
                       MOVE "L" TO PL-INST-STATUS (WS-INST-SUB)
                   ELSE
                       MOVE "K" TO PL-INST-STATUS (WS-INST-SUB)
                   END-IF
                   ADD 1 TO WS-INST-CLEARED
               END-IF
           END-IF
           IF PL-INST-OPEN (WS-INST-SUB)
               ADD 1 TO WS-INST-OPEN-COUNT
           END-IF
           EXIT
           .
       OPEN-CREDIT-BALANCES.
           OPEN I-O CREDIT-BALANCES
           IF WS-CRD-STATUS = "35"
           EXIT
           .
      *--------------------------------------------------------------
      * The excess over every open invoice lands on the customer's
      * CREDBAL record, accumulating across overpayments, so the
      * money stays on the books until DATA1 applies it or REFUNDV
      * pays it back.
           WRITE PAYMENT-REGISTER-REC FROM WS-POSTING-TOTAL-LINE
           MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "PLAN PAYMENTS MATCHED" TO WS-PT-LABEL
           MOVE WS-PLAN-MATCH-COUNT     TO WS-PT-COUNT
           WRITE PAYMENT-REGISTER-REC FROM WS-POSTING-TOTAL-LINE
           MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "BAD-DEBT RECOVERIES  " TO WS-PT-LABEL
           MOVE WS-RECOVERY-COUNT       TO WS-PT-COUNT
           WRITE PAYMENT-REGISTER-REC FROM WS-POSTING-TOTAL-LINE
           MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "PAYMENT EXCEPTIONS   " TO WS-PT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-PT-COUNT
           WRITE PAYMENT-REGISTER-REC FROM WS-POSTING-TOTAL-LINE
           PERFORM WRITE-LOG
           EXIT
           .
       POST-GL-JOURNAL.
           MOVE "TAXRECV "        TO WS-GL-ACCOUNT
           MOVE "D"               TO WS-GL-DC
           MOVE WS-RECOVERY-TOTAL TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           MOVE "BADDEBT "        TO WS-GL-ACCOUNT
           MOVE "C"               TO WS-GL-DC
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-ONE-JOURNAL.
           CALL "GLPOST" USING WS-LOG-PROGRAM WS-RUN-DATE
               WS-GL-ACCOUNT WS-GL-DC WS-GL-AMOUNT WS-GL-RESULT
           IF WS-GL-RESULT NOT = ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GL POSTING REFUSED, RESULT " WS-GL-RESULT
                   " ACCOUNT " WS-GL-ACCOUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
