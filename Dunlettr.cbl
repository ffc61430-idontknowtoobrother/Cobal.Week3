      *             polite reminder, so a customer chased to the
      *             final demand once is not held unchaseable for
      *             every later year's invoice.
      * 2026-10-15  Chases invoice by invoice now that INVFILE holds
      *             several open invoices per customer: DUNLEVEL is
      *             keyed on customer plus invoice number, so each
      *             overdue invoice escalates on its own age and
      *             every letter names the invoice it chases.
      * 2026-10-15  No chasing letter goes to a customer keeping an
      *             active PAYPLAN instalment plan; the invoice is
      *             listed on DUNREG as held for the plan and no
      *             level is recorded, so once PLANREG breaks the
      *             plan normal dunning picks up at the invoice's
      *             age.
      * 2026-10-15  The DUNLEVEL record layout moved to the shared
      *             DUNLEVEL copybook so the CUSTMRG account merge
      *             can re-key a retired customer's chasing levels.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT DUNNING-LEVELS ASSIGN TO "DUNLEVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DUN-STATUS.
           SELECT PAYMENT-PLANS ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CUST-NO
               FILE STATUS IS WS-PLN-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-REGISTER ASSIGN TO "DUNREG"
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  DUNNING-LEVELS.
       COPY DUNLEVEL.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).
       FD  DUNNING-REGISTER.
           05  WS-B2-TEXT          PIC X(44).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-INVOICE-LINE.
           05  FILLER              PIC X(8)  VALUE "INVOICE ".
           05  WS-IL-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(7)  VALUE " DATED ".
           05  WS-IL-INVOICE-DATE  PIC 9(8).
           05  FILLER              PIC X(52) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(21)
               VALUE "BALANCE OUTSTANDING: ".

       01  WS-REGISTER-LINE.
           05  WS-RG-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RG-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(8)  VALUE "  LEVEL ".
           05  WS-RG-LEVEL         PIC 9.
           05  FILLER              PIC X(11) VALUE "  BALANCE: ".
           05  WS-RG-BALANCE       PIC ZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RG-VERDICT       PIC X(26).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-DUNNING-TOTAL-LINE.
           05  WS-DT-LABEL         PIC X(22).

       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-DUN-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLN-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLN-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-PLN-OPEN                     VALUE "Y".
       77  WS-PLAN-HOLD-SW         PIC X(1)    VALUE "N".
           88  WS-PLAN-HOLD                    VALUE "Y".
       77  WS-PLAN-HELD-COUNT      PIC 9(5)    VALUE ZERO.
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-RUN-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
           ELSE
               PERFORM OPEN-DUNNING-LEVELS
               IF WS-DUN-STATUS = "00"
                   OPEN INPUT PAYMENT-PLANS
                   IF WS-PLN-STATUS = "00"
                       SET WS-PLN-OPEN TO TRUE
                   END-IF
                   OPEN OUTPUT LETTER-FILE
                   OPEN OUTPUT DUNNING-REGISTER
                   PERFORM READ-INVOICE
                   PERFORM CHASE-ONE-INVOICE UNTIL WS-EOF
                   PERFORM WRITE-DUNNING-TOTALS
                   IF WS-PLN-OPEN
                       CLOSE PAYMENT-PLANS
                   END-IF
                   CLOSE LETTER-FILE
                   CLOSE DUNNING-REGISTER
                   CLOSE DUNNING-LEVELS
                       MOVE 3 TO WS-DUE-LEVEL
               END-EVALUATE
               IF WS-DUE-LEVEL > ZERO
                   PERFORM CHECK-PLAN-HOLD
                   IF WS-PLAN-HOLD
                       PERFORM REGISTER-PLAN-HOLD
                   ELSE
                       PERFORM JUDGE-DUNNING-LEVEL
                   END-IF
               END-IF
           END-IF
           PERFORM READ-INVOICE
      * the escalation from the polite reminder.
      *--------------------------------------------------------------
       JUDGE-DUNNING-LEVEL.
           MOVE IN-CUST-NO    TO DL-CUST-NO
           MOVE IN-INVOICE-NO TO DL-INVOICE-NO
           READ DUNNING-LEVELS
               INVALID KEY
                   MOVE ZERO TO WS-LAST-LEVEL
               ADD 1 TO WS-HELD-COUNT
           END-IF
           MOVE IN-CUST-NO   TO WS-RG-CUST-NO
           MOVE IN-INVOICE-NO TO WS-RG-INVOICE-NO
           MOVE WS-DUE-LEVEL TO WS-RG-LEVEL
           MOVE IN-BALANCE   TO WS-RG-BALANCE
           WRITE DUNNING-REGISTER-REC FROM WS-REGISTER-LINE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * A customer keeping an agreed instalment plan is not chased.
      * Nothing is written to DUNLEVEL, so a broken plan sends the
      * invoice straight back to the level its age calls for.
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
       REGISTER-PLAN-HOLD.
           MOVE "HELD, PAYMENT PLAN KEPT   " TO WS-RG-VERDICT
           ADD 1 TO WS-PLAN-HELD-COUNT
           MOVE IN-CUST-NO    TO WS-RG-CUST-NO
           MOVE IN-INVOICE-NO TO WS-RG-INVOICE-NO
           MOVE WS-DUE-LEVEL  TO WS-RG-LEVEL
           MOVE IN-BALANCE    TO WS-RG-BALANCE
           WRITE DUNNING-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE DUNNING-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       RECORD-LEVEL-SENT.
           MOVE IN-CUST-NO      TO DL-CUST-NO
           MOVE IN-INVOICE-NO   TO DL-INVOICE-NO
           MOVE WS-DUE-LEVEL    TO DL-LAST-LEVEL
           MOVE WS-RUN-DATE-GRP TO DL-LAST-DATE
           MOVE IN-INVOICE-DATE TO DL-INVOICE-DATE
                   MOVE "SETTLED AT ONCE, RECOVERY ACTION WILL BEGIN."
                       TO WS-B2-TEXT
           END-EVALUATE
           MOVE IN-INVOICE-NO   TO WS-IL-INVOICE-NO
           MOVE IN-INVOICE-DATE TO WS-IL-INVOICE-DATE
           MOVE IN-BALANCE  TO WS-AM-BALANCE
           MOVE WS-DAYS-OUT TO WS-AM-DAYS
           WRITE LETTER-REC FROM WS-LETTER-RULE-LINE
           WRITE LETTER-REC FROM WS-DEAR-LINE
           WRITE LETTER-REC FROM WS-BODY-LINE-1
           WRITE LETTER-REC FROM WS-BODY-LINE-2
           WRITE LETTER-REC FROM WS-INVOICE-LINE
           WRITE LETTER-REC FROM WS-AMOUNT-LINE
           WRITE LETTER-REC FROM WS-SIGN-LINE
           WRITE LETTER-REC FROM WS-LETTER-RULE-LINE
           WRITE DUNNING-REGISTER-REC FROM WS-DUNNING-TOTAL-LINE
           MOVE DUNNING-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "HELD FOR PAYMENT PLAN" TO WS-DT-LABEL
           MOVE WS-PLAN-HELD-COUNT      TO WS-DT-COUNT
           WRITE DUNNING-REGISTER-REC FROM WS-DUNNING-TOTAL-LINE
           MOVE DUNNING-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
