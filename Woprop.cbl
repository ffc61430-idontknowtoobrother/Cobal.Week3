       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOPROP.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Bad-debt write-off proposal: reads
      *             the INVFILE open invoices and proposes for
      *             write-off every open balance older than two
      *             years (the flattened 372-day calendar AGERPT
      *             ages with) and at least the minimum amount
      *             worth finance's attention.  A customer keeping
      *             an active PAYPLAN instalment plan is not
      *             proposed.  Each candidate goes to the WOCAND
      *             file in the WOAPPR layout with the decision
      *             left blank for finance to mark, and is listed
      *             on the WOPRPT proposal report with totals.
      *             Nothing is written off here - WRTOFF does that
      *             from the approved file.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CANDIDATE-FILE ASSIGN TO "WOCAND"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-REPORT ASSIGN TO "WOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  CANDIDATE-FILE.
       COPY WOAPPR.
       FD  PROPOSAL-REPORT.
       01  PROPOSAL-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HEADER-LINE.
           05  FILLER              PIC X(34)
               VALUE "BAD-DEBT WRITE-OFF CANDIDATES     ".
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-HD-DATE          PIC 9(8).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(40)
               VALUE "CUST /INV     INV DATE   DAYS    BALANCE".
           05  FILLER              PIC X(40)
               VALUE "    PENALTY                             ".

       01  WS-DETAIL-LINE.
           05  WS-DT-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-DT-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-DT-INVOICE-DATE  PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DT-BALANCE       PIC ZZZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-DT-PENALTY       PIC ZZZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-PROPOSAL-TOTAL-LINE.
           05  WS-PT-LABEL         PIC X(22).
           05  WS-PT-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 99.
           05  WS-RD-DD            PIC 99.
       01  WS-INV-DATE-GRP.
           05  WS-ID-YYYY          PIC 9(4).
           05  WS-ID-MM            PIC 99.
           05  WS-ID-DD            PIC 99.

       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLN-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLN-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-PLN-OPEN                     VALUE "Y".
       77  WS-PLAN-HOLD-SW         PIC X(1)    VALUE "N".
           88  WS-PLAN-HOLD                    VALUE "Y".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-RUN-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
       77  WS-INV-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
       77  WS-DAYS-OUT             PIC S9(7)   VALUE ZERO.
       77  WS-MIN-AGE-DAYS         PIC 9(4)    VALUE 744.
       77  WS-MIN-BALANCE          PIC 9(5)V99 VALUE 10.00.
       77  WS-CANDIDATE-COUNT      PIC 9(5)    VALUE ZERO.
       77  WS-CANDIDATE-TOTAL      PIC 9(7)V99 VALUE ZERO.
       77  WS-PLAN-HELD-COUNT      PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "WOPROP".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           OPEN INPUT OPEN-INVOICES
           IF WS-INV-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "OPEN-INVOICES OPEN FAILED, STATUS: "
                   WS-INV-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT PAYMENT-PLANS
               IF WS-PLN-STATUS = "00"
                   SET WS-PLN-OPEN TO TRUE
               END-IF
               OPEN OUTPUT CANDIDATE-FILE
               OPEN OUTPUT PROPOSAL-REPORT
               MOVE WS-RUN-DATE-GRP TO WS-HD-DATE
               WRITE PROPOSAL-REPORT-REC FROM WS-HEADER-LINE
               WRITE PROPOSAL-REPORT-REC FROM WS-COLUMN-LINE
               PERFORM READ-INVOICE
               PERFORM JUDGE-ONE-INVOICE UNTIL WS-EOF
               PERFORM WRITE-PROPOSAL-TOTALS
               CLOSE CANDIDATE-FILE
               CLOSE PROPOSAL-REPORT
               IF WS-PLN-OPEN
                   CLOSE PAYMENT-PLANS
               END-IF
               CLOSE OPEN-INVOICES
           END-IF
           GOBACK
           .
       READ-INVOICE.
           READ OPEN-INVOICES
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * A balance is a candidate once it has sat past the age
      * threshold (two flattened years) and is at least the
      * minimum amount; anything smaller is left on the books.
      *--------------------------------------------------------------
       JUDGE-ONE-INVOICE.
           IF IN-BALANCE NOT < WS-MIN-BALANCE
               MOVE IN-INVOICE-DATE TO WS-INV-DATE-GRP
               COMPUTE WS-INV-DAY-NUMBER =
                   (WS-ID-YYYY * 372) + (WS-ID-MM * 31) + WS-ID-DD
               COMPUTE WS-DAYS-OUT =
                   WS-RUN-DAY-NUMBER - WS-INV-DAY-NUMBER
               IF WS-DAYS-OUT > WS-MIN-AGE-DAYS
                   PERFORM CHECK-PLAN-HOLD
                   IF WS-PLAN-HOLD
                       ADD 1 TO WS-PLAN-HELD-COUNT
                   ELSE
                       PERFORM PROPOSE-CANDIDATE
                   END-IF
               END-IF
           END-IF
           PERFORM READ-INVOICE
           EXIT
           .
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
       PROPOSE-CANDIDATE.
           MOVE IN-CUST-NO      TO WA-CUST-NO
           MOVE IN-INVOICE-NO   TO WA-INVOICE-NO
           MOVE IN-INVOICE-DATE TO WA-INVOICE-DATE
           MOVE WS-DAYS-OUT     TO WA-DAYS-OUT
           MOVE IN-BALANCE      TO WA-BALANCE
           MOVE IN-PENALTY-AMT  TO WA-PENALTY-AMT
           MOVE WS-RUN-DATE-GRP TO WA-PROPOSED-DATE
           MOVE SPACE           TO WA-DECISION
           MOVE SPACES          TO WA-APPROVER
           WRITE WRITEOFF-APPROVAL-REC
           ADD 1 TO WS-CANDIDATE-COUNT
           ADD IN-BALANCE TO WS-CANDIDATE-TOTAL
           MOVE IN-CUST-NO      TO WS-DT-CUST-NO
           MOVE IN-INVOICE-NO   TO WS-DT-INVOICE-NO
           MOVE IN-INVOICE-DATE TO WS-DT-INVOICE-DATE
           MOVE WS-DAYS-OUT     TO WS-DT-DAYS
           MOVE IN-BALANCE      TO WS-DT-BALANCE
           MOVE IN-PENALTY-AMT  TO WS-DT-PENALTY
           WRITE PROPOSAL-REPORT-REC FROM WS-DETAIL-LINE
           MOVE PROPOSAL-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-PROPOSAL-TOTALS.
           MOVE "CANDIDATES PROPOSED   " TO WS-PT-LABEL
           MOVE WS-CANDIDATE-COUNT       TO WS-PT-AMOUNT
           WRITE PROPOSAL-REPORT-REC FROM WS-PROPOSAL-TOTAL-LINE
           MOVE PROPOSAL-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "HELD, PAYMENT PLAN    " TO WS-PT-LABEL
           MOVE WS-PLAN-HELD-COUNT       TO WS-PT-AMOUNT
           WRITE PROPOSAL-REPORT-REC FROM WS-PROPOSAL-TOTAL-LINE
           MOVE PROPOSAL-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TOTAL BALANCE PROPOSED" TO WS-PT-LABEL
           MOVE WS-CANDIDATE-TOTAL       TO WS-PT-AMOUNT
           WRITE PROPOSAL-REPORT-REC FROM WS-PROPOSAL-TOTAL-LINE
           MOVE PROPOSAL-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
