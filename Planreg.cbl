       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANREG.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Daily payment-plan register: reads
      *             the PAYPLAN instalment plan master and judges
      *             every active plan against the run date.  An
      *             instalment still not cleared a week after its
      *             due date (the flattened 372-day calendar AGERPT
      *             ages with) is marked missed and the plan is
      *             broken: a "plan defaulted" letter is printed to
      *             PLANLTRS, formatted the way DUNLETTR lays out
      *             its pages, and from then on PENALTY and
      *             DUNLETTR treat the account as normal.  The
      *             PLANRPT register lists each plan with its
      *             verdict - kept, late, broken or completed - and
      *             counts of each.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLANS ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-CUST-NO
               FILE STATUS IS WS-PLN-STATUS.
           SELECT LETTER-FILE ASSIGN TO "PLANLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAN-REGISTER ASSIGN TO "PLANRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).
       FD  PLAN-REGISTER.
       01  PLAN-REGISTER-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LETTER-RULE-LINE.
           05  FILLER              PIC X(40) VALUE ALL "-".
           05  FILLER              PIC X(40) VALUE ALL "-".

       01  WS-LETTER-HEAD-LINE.
           05  FILLER              PIC X(25)
               VALUE "COLLECTIONS OFFICE       ".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-LH-DATE          PIC 9(8).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-DEAR-LINE.
           05  FILLER              PIC X(15) VALUE "DEAR CUSTOMER  ".
           05  WS-DR-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE ",".
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-BODY-LINE-1.
           05  FILLER              PIC X(44)
               VALUE "THE PAYMENT PLAN AGREED WITH YOU ON         ".
           05  WS-B1-AGREED-DATE   PIC 9(8).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-BODY-LINE-2.
           05  FILLER              PIC X(44)
               VALUE "HAS DEFAULTED: THE INSTALMENT BELOW WAS NOT ".
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-BODY-LINE-3.
           05  FILLER              PIC X(44)
               VALUE "RECEIVED.  THE PLAN IS CANCELLED AND YOUR   ".
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-BODY-LINE-4.
           05  FILLER              PIC X(44)
               VALUE "FULL BALANCE IS NOW DUE FOR RECOVERY.       ".
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-MISSED-LINE.
           05  FILLER              PIC X(12) VALUE "INSTALMENT ".
           05  WS-ML-INST-NO       PIC Z9.
           05  FILLER              PIC X(6)  VALUE "  DUE ".
           05  WS-ML-DUE-DATE      PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05  WS-ML-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-UNPAID-LINE.
           05  FILLER              PIC X(21)
               VALUE "PLAN AMOUNT UNPAID:  ".
           05  WS-UL-AMOUNT        PIC ZZZZZ9.99.
           05  FILLER              PIC X(50) VALUE SPACES.

       01  WS-SIGN-LINE.
           05  FILLER              PIC X(26)
               VALUE "SINCERELY, COLLECTIONS    ".
           05  FILLER              PIC X(54) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-RG-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(9)  VALUE "  AGREED ".
           05  WS-RG-AGREED-DATE   PIC 9(8).
           05  FILLER              PIC X(8)  VALUE "  INSTS ".
           05  WS-RG-CLEARED       PIC Z9.
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RG-COUNT         PIC Z9.
           05  FILLER              PIC X(10) VALUE "  UNPAID: ".
           05  WS-RG-UNPAID        PIC ZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RG-VERDICT       PIC X(20).
           05  FILLER              PIC X(4)  VALUE SPACES.

       01  WS-PLAN-TOTAL-LINE.
           05  WS-PT-LABEL         PIC X(22).
           05  WS-PT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 99.
           05  WS-RD-DD            PIC 99.
       01  WS-DUE-DATE-GRP.
           05  WS-DD-YYYY          PIC 9(4).
           05  WS-DD-MM            PIC 99.
           05  WS-DD-DD            PIC 99.

       77  WS-PLN-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-LATE-SEEN-SW         PIC X(1)    VALUE "N".
           88  WS-LATE-SEEN                    VALUE "Y".
       77  WS-RUN-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
       77  WS-DUE-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
       77  WS-GRACE-DAYS           PIC 99      VALUE 7.
       77  WS-INST-SUB             PIC 99      VALUE ZERO.
       77  WS-MISSED-SUB           PIC 99      VALUE ZERO.
       77  WS-CLEARED-COUNT        PIC 99      VALUE ZERO.
       77  WS-UNPAID-AMT           PIC 9(6)V99 VALUE ZERO.
       77  WS-ACTIVE-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-KEPT-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-LATE-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-BROKEN-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-COMPLETED-COUNT      PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "PLANREG".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           OPEN I-O PAYMENT-PLANS
           IF WS-PLN-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYMENT-PLANS OPEN FAILED, STATUS: "
                   WS-PLN-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT LETTER-FILE
               OPEN OUTPUT PLAN-REGISTER
               PERFORM READ-PLAN
               PERFORM JUDGE-ONE-PLAN UNTIL WS-EOF
               PERFORM WRITE-PLAN-TOTALS
               CLOSE LETTER-FILE
               CLOSE PLAN-REGISTER
               CLOSE PAYMENT-PLANS
           END-IF
           GOBACK
           .
       READ-PLAN.
           READ PAYMENT-PLANS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Only active plans are judged.  A plan PAYPOST completed
      * today is listed once so the register shows it finishing;
      * cancelled plans and plans broken on an earlier run are
      * history and are passed over.
      *--------------------------------------------------------------
       JUDGE-ONE-PLAN.
           EVALUATE TRUE
               WHEN PL-ACTIVE
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM JUDGE-ACTIVE-PLAN
               WHEN PL-COMPLETED
                   AND PL-STATUS-DATE = WS-RUN-DATE-GRP
                   PERFORM TALLY-SCHEDULE
                   MOVE "COMPLETED           " TO WS-RG-VERDICT
                   ADD 1 TO WS-COMPLETED-COUNT
                   PERFORM WRITE-REGISTER-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-PLAN
           EXIT
           .
       JUDGE-ACTIVE-PLAN.
           MOVE ZERO TO WS-MISSED-SUB
           PERFORM CHECK-ONE-INSTALMENT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > PL-INSTALMENT-COUNT
           PERFORM TALLY-SCHEDULE
           EVALUATE TRUE
               WHEN WS-MISSED-SUB > ZERO
                   PERFORM BREAK-PLAN
                   MOVE "BROKEN, LETTER SENT " TO WS-RG-VERDICT
                   ADD 1 TO WS-BROKEN-COUNT
               WHEN WS-LATE-SEEN
                   MOVE "KEPT, PAID LATE     " TO WS-RG-VERDICT
                   ADD 1 TO WS-LATE-COUNT
               WHEN OTHER
                   MOVE "KEPT                " TO WS-RG-VERDICT
                   ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE
           EXIT
           .
      *--------------------------------------------------------------
      * An instalment still open once its due date plus the grace
      * week has passed is missed.  The first one missed is the
      * one the default letter quotes.
      *--------------------------------------------------------------
       CHECK-ONE-INSTALMENT.
           IF PL-INST-OPEN (WS-INST-SUB)
               MOVE PL-DUE-DATE (WS-INST-SUB) TO WS-DUE-DATE-GRP
               COMPUTE WS-DUE-DAY-NUMBER =
                   (WS-DD-YYYY * 372) + (WS-DD-MM * 31) + WS-DD-DD
                   + WS-GRACE-DAYS
               IF WS-RUN-DAY-NUMBER > WS-DUE-DAY-NUMBER
                   MOVE "M" TO PL-INST-STATUS (WS-INST-SUB)
                   IF WS-MISSED-SUB = ZERO
                       MOVE WS-INST-SUB TO WS-MISSED-SUB
                   END-IF
               END-IF
           END-IF
           EXIT
           .
       TALLY-SCHEDULE.
           MOVE ZERO TO WS-CLEARED-COUNT
           MOVE ZERO TO WS-UNPAID-AMT
           MOVE "N" TO WS-LATE-SEEN-SW
           PERFORM TALLY-ONE-INSTALMENT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > PL-INSTALMENT-COUNT
           EXIT
           .
       TALLY-ONE-INSTALMENT.
           EVALUATE TRUE
               WHEN PL-INST-KEPT (WS-INST-SUB)
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN PL-INST-LATE (WS-INST-SUB)
                   ADD 1 TO WS-CLEARED-COUNT
                   SET WS-LATE-SEEN TO TRUE
               WHEN OTHER
                   COMPUTE WS-UNPAID-AMT = WS-UNPAID-AMT
                       + PL-DUE-AMT (WS-INST-SUB)
                       - PL-PAID-AMT (WS-INST-SUB)
           END-EVALUATE
           EXIT
           .
       BREAK-PLAN.
           MOVE "B"             TO PL-PLAN-STATUS
           MOVE WS-RUN-DATE-GRP TO PL-STATUS-DATE
           IF NOT PL-DEFAULT-LETTER-SENT
               PERFORM WRITE-LETTER-PAGE
               MOVE "Y" TO PL-DEFAULT-LETTER
           END-IF
           REWRITE PAYMENT-PLAN-REC
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "PAYMENT PLAN BROKEN FOR CUSTOMER " PL-CUST-NO
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LETTER-PAGE.
           MOVE WS-RUN-DATE-GRP TO WS-LH-DATE
           MOVE PL-CUST-NO      TO WS-DR-CUST-NO
           MOVE PL-AGREED-DATE  TO WS-B1-AGREED-DATE
           MOVE WS-MISSED-SUB   TO WS-ML-INST-NO
           MOVE PL-DUE-DATE (WS-MISSED-SUB) TO WS-ML-DUE-DATE
           COMPUTE WS-ML-AMOUNT = PL-DUE-AMT (WS-MISSED-SUB)
               - PL-PAID-AMT (WS-MISSED-SUB)
           MOVE WS-UNPAID-AMT   TO WS-UL-AMOUNT
           WRITE LETTER-REC FROM WS-LETTER-RULE-LINE
           WRITE LETTER-REC FROM WS-LETTER-HEAD-LINE
           WRITE LETTER-REC FROM WS-DEAR-LINE
           WRITE LETTER-REC FROM WS-BODY-LINE-1
           WRITE LETTER-REC FROM WS-BODY-LINE-2
           WRITE LETTER-REC FROM WS-BODY-LINE-3
           WRITE LETTER-REC FROM WS-BODY-LINE-4
           WRITE LETTER-REC FROM WS-MISSED-LINE
           WRITE LETTER-REC FROM WS-UNPAID-LINE
           WRITE LETTER-REC FROM WS-SIGN-LINE
           WRITE LETTER-REC FROM WS-LETTER-RULE-LINE
           EXIT
           .
       WRITE-REGISTER-LINE.
           MOVE PL-CUST-NO          TO WS-RG-CUST-NO
           MOVE PL-AGREED-DATE      TO WS-RG-AGREED-DATE
           MOVE WS-CLEARED-COUNT    TO WS-RG-CLEARED
           MOVE PL-INSTALMENT-COUNT TO WS-RG-COUNT
           MOVE WS-UNPAID-AMT       TO WS-RG-UNPAID
           WRITE PLAN-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE PLAN-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-PLAN-TOTALS.
           MOVE "ACTIVE PLANS JUDGED  " TO WS-PT-LABEL
           MOVE WS-ACTIVE-COUNT         TO WS-PT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PLANS KEPT           " TO WS-PT-LABEL
           MOVE WS-KEPT-COUNT           TO WS-PT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PLANS KEPT, PAID LATE" TO WS-PT-LABEL
           MOVE WS-LATE-COUNT           TO WS-PT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PLANS BROKEN         " TO WS-PT-LABEL
           MOVE WS-BROKEN-COUNT         TO WS-PT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PLANS COMPLETED      " TO WS-PT-LABEL
           MOVE WS-COMPLETED-COUNT      TO WS-PT-COUNT
           PERFORM WRITE-ONE-TOTAL
           EXIT
           .
       WRITE-ONE-TOTAL.
           WRITE PLAN-REGISTER-REC FROM WS-PLAN-TOTAL-LINE
           MOVE PLAN-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
