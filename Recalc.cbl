       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALC.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Independent recalculation audit of
      *             the figures that leave the building, run after
      *             DATA3 and before PAYVAR releases BANKEXT or
      *             CUSTSTMT mails statements.  Every INVFILE invoice
      *             DATA1 raised on the audit date is worked out
      *             again from the customer's CUSTMAST base, the
      *             TAXBRKT bracket in force and any EXEMPTCT
      *             exemption, and its balance is proved against
      *             the credit taken.  Every PAYEXTR slip has its
      *             withholding worked out again from gross less the
      *             employee pension, its deduction and court order
      *             totals re-added from the itemized slots, and
      *             gross less withholding less deductions proved
      *             to equal net.  The RECALCTL card chooses a full
      *             audit or a random sample (a percentage, with a
      *             seed so a sample can be drawn again), the
      *             tolerance and the invoice date.  Every difference
      *             over tolerance is listed on RECALRPT and fails
      *             the step, so the run halts before anything is
      *             released.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALC-CONTROL ASSIGN TO "RECALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT EXEMPT-CERTIFICATES ASSIGN TO "EXEMPTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CUST-NO
               FILE STATUS IS WS-CERT-STATUS.
           SELECT PAYSLIP-EXTRACT ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT RECALC-REPORT ASSIGN TO "RECALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECALC-CONTROL.
       01  RECALC-CONTROL-REC.
           05  RA-MODE             PIC X(1).
               88  RA-SAMPLE              VALUE "S".
           05  RA-SAMPLE-PCT       PIC 9(3).
           05  RA-SEED             PIC 9(6).
           05  RA-TOLERANCE        PIC 9(3)V99.
           05  RA-INVOICE-DATE     PIC 9(8).
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  EXEMPT-CERTIFICATES.
       COPY EXEMPTCT.
       FD  PAYSLIP-EXTRACT.
       COPY PAYEXTR.
       FD  RECALC-REPORT.
       01  RECALC-REPORT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(22)
               VALUE "RECALCULATION AUDIT   ".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-HD-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(8)  VALUE "  MODE: ".
           05  WS-HD-MODE          PIC X(11).
           05  FILLER              PIC X(13) VALUE "  TOLERANCE: ".
           05  WS-HD-TOLERANCE     PIC ZZ9.99.
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(39)
               VALUE "SRC KEY         CHECK                  ".
           05  FILLER              PIC X(41)
               VALUE "RECORDED  RECALCULATED  DIFFERENCE       ".

       01  WS-DISCREPANCY-LINE.
           05  WS-DL-SOURCE        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-KEY           PIC X(11).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-CHECK         PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-RECORDED      PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-DL-EXPECTED      PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-DIFFERENCE    PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-INVOICE-KEY.
           05  WS-IK-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-IK-INVOICE-NO    PIC 9(5).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(22).
           05  WS-TL-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)  VALUE "00".
       77  WS-INV-STATUS           PIC X(2)  VALUE "00".
       77  WS-CUST-STATUS          PIC X(2)  VALUE "00".
       77  WS-CERT-STATUS          PIC X(2)  VALUE "00".
       77  WS-PAY-STATUS           PIC X(2)  VALUE "00".
       77  WS-CERT-OPEN-SW         PIC X(1)  VALUE "N".
           88  WS-CERT-OPEN                  VALUE "Y".
       77  WS-INPUT-GOOD-SW        PIC X(1)  VALUE "Y".
           88  WS-INPUT-GOOD                 VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-SAMPLE-SW            PIC X(1)  VALUE "N".
           88  WS-SAMPLING                   VALUE "Y".
       77  WS-PICKED-SW            PIC X(1)  VALUE "Y".
           88  WS-PICKED                     VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-RUN-TIME             PIC 9(8)  VALUE ZERO.
       77  WS-INVOICE-DATE         PIC 9(8)  VALUE ZERO.
       77  WS-TOLERANCE            PIC 9(3)V99 VALUE 0.01.
       77  WS-SAMPLE-PCT           PIC 9(3)  VALUE 100.
       77  WS-RANDOM-SEED          PIC 9(6)  VALUE ZERO.
       77  WS-RANDOM-WORK          PIC 9(12) VALUE ZERO.
       77  WS-RANDOM-QUOT          PIC 9(7)  VALUE ZERO.
       77  WS-RANDOM-DRAW          PIC 9(3)  VALUE ZERO.

       77  WS-BALANCE              PIC 9(5)  VALUE ZERO.
       77  WS-BRACKET-RATE         PIC V999  VALUE ZERO.
       77  WS-BRACKET-ID           PIC X(1)  VALUE SPACE.
       77  WS-TAX-AMT              PIC 9(5)V99 VALUE ZERO.
       77  WS-EXEMPT-AMT           PIC 9(5)V99 VALUE ZERO.
       77  WS-TAXABLE-GROSS        PIC 9(4)V99 VALUE ZERO.
       77  WS-TAXABLE-WHOLE        PIC 9(5)  VALUE ZERO.
       77  WS-WITHHOLDING          PIC 9(4)V99 VALUE ZERO.
       77  WS-ITEM-TOTAL           PIC 9(5)V99 VALUE ZERO.
       77  WS-RECORDED             PIC S9(7)V99 VALUE ZERO.
       77  WS-EXPECTED             PIC S9(7)V99 VALUE ZERO.
       77  WS-DIFFERENCE           PIC S9(7)V99 VALUE ZERO.

       77  WS-INV-READ-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-INV-AUDIT-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-INV-DIFF-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-PAY-READ-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-PAY-AUDIT-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-PAY-DIFF-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-DIFF-COUNT           PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "RECALC".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".
       77  WS-TOT-COUNTER          PIC X(12) VALUE SPACES.
       77  WS-TOT-VALUE            PIC 9(11)V99 VALUE ZERO.
       77  WS-STEP-LINKED-SW       PIC X(1)  VALUE "N".
           88  WS-STEP-LINKED                VALUE "Y".

       LINKAGE SECTION.
       COPY STEPSTAT.

       PROCEDURE DIVISION USING STEP-STATUS-REC.
       Begin.
           IF ADDRESS OF STEP-STATUS-REC NOT = NULL
               SET WS-STEP-LINKED TO TRUE
               MOVE ZERO TO SS-RESULT-CODE
               MOVE SPACES TO SS-FAIL-MESSAGE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-INVOICE-DATE
           PERFORM READ-RECALC-CONTROL
           PERFORM OPEN-AUDIT-INPUTS
           IF WS-INPUT-GOOD
               OPEN OUTPUT RECALC-REPORT
               MOVE WS-RUN-DATE  TO WS-HD-RUN-DATE
               MOVE WS-TOLERANCE TO WS-HD-TOLERANCE
               IF WS-SAMPLING
                   MOVE SPACES TO WS-HD-MODE
                   STRING "SAMPLE " WS-SAMPLE-PCT "%"
                       DELIMITED BY SIZE INTO WS-HD-MODE
               ELSE
                   MOVE "FULL       " TO WS-HD-MODE
               END-IF
               WRITE RECALC-REPORT-REC FROM WS-REPORT-HEADER
               MOVE RECALC-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               WRITE RECALC-REPORT-REC FROM WS-REPORT-HEADING
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-INVOICE
               PERFORM AUDIT-INVOICE UNTIL WS-EOF
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-PAYSLIP
               PERFORM AUDIT-PAYSLIP UNTIL WS-EOF
               PERFORM WRITE-AUDIT-TOTALS
               CLOSE RECALC-REPORT
               CLOSE OPEN-INVOICES
               CLOSE CUSTOMER-MASTER
               CLOSE PAYSLIP-EXTRACT
               IF WS-CERT-OPEN
                   CLOSE EXEMPT-CERTIFICATES
               END-IF
               IF WS-DIFF-COUNT > ZERO
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "RECALCULATION DIFFERENCES FOUND: "
                       WS-DIFF-COUNT " - SEE RECALRPT, NOTHING "
                       "RELEASED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   PERFORM FLAG-STEP-FAILURE
               END-IF
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * No card audits everything, to a cent, for invoices raised
      * today.  A sample with no seed takes one from the clock; the
      * seed used is logged so the same sample can be drawn again.
      *--------------------------------------------------------------
       READ-RECALC-CONTROL.
           OPEN INPUT RECALC-CONTROL
           IF WS-CTL-STATUS = "00"
               READ RECALC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-RECALC-CONTROL
               END-READ
               CLOSE RECALC-CONTROL
           END-IF
           IF WS-SAMPLING
               IF WS-RANDOM-SEED = ZERO
                   DIVIDE WS-RUN-TIME BY 1000000 GIVING WS-RANDOM-QUOT
                       REMAINDER WS-RANDOM-SEED
               END-IF
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RANDOM SAMPLE OF " WS-SAMPLE-PCT
                   " PERCENT, SEED " WS-RANDOM-SEED
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       TAKE-RECALC-CONTROL.
           IF RA-SAMPLE
               AND RA-SAMPLE-PCT IS NUMERIC
               AND RA-SAMPLE-PCT > ZERO
               AND RA-SAMPLE-PCT < 100
               SET WS-SAMPLING TO TRUE
               MOVE RA-SAMPLE-PCT TO WS-SAMPLE-PCT
               IF RA-SEED IS NUMERIC
                   MOVE RA-SEED TO WS-RANDOM-SEED
               END-IF
           END-IF
           IF RA-TOLERANCE IS NUMERIC
               MOVE RA-TOLERANCE TO WS-TOLERANCE
           END-IF
           IF RA-INVOICE-DATE IS NUMERIC
               AND RA-INVOICE-DATE > ZERO
               MOVE RA-INVOICE-DATE TO WS-INVOICE-DATE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Anything that cannot be read fails the step: an audit that
      * could not look must not let the files go.  Exemption
      * certificates are optional, as they are to DATA1.
      *--------------------------------------------------------------
       OPEN-AUDIT-INPUTS.
           OPEN INPUT OPEN-INVOICES
           IF WS-INV-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "INVFILE OPEN FAILED, STATUS: "
                   WS-INV-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM REFUSE-AUDIT
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CUSTMAST OPEN FAILED, STATUS: "
                       WS-CUST-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM REFUSE-AUDIT
                   CLOSE OPEN-INVOICES
               ELSE
                   OPEN INPUT PAYSLIP-EXTRACT
                   IF WS-PAY-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "PAYEXTR OPEN FAILED, STATUS: "
                           WS-PAY-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       PERFORM REFUSE-AUDIT
                       CLOSE OPEN-INVOICES
                       CLOSE CUSTOMER-MASTER
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-GOOD
               OPEN INPUT EXEMPT-CERTIFICATES
               IF WS-CERT-STATUS = "00"
                   SET WS-CERT-OPEN TO TRUE
               ELSE
                   MOVE "NO EXEMPTION CERTIFICATES ON FILE THIS RUN"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
       REFUSE-AUDIT.
           MOVE "N" TO WS-INPUT-GOOD-SW
           MOVE "ERROR" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           PERFORM FLAG-STEP-FAILURE
           EXIT
           .
      *--------------------------------------------------------------
      * A small congruential generator keeps the draw in ordinary
      * arithmetic: each record takes the next value of the seed
      * and is audited when its hundredths fall under the sample
      * percentage.
      *--------------------------------------------------------------
       DRAW-SAMPLE.
           MOVE "Y" TO WS-PICKED-SW
           IF WS-SAMPLING
               COMPUTE WS-RANDOM-WORK =
                   (WS-RANDOM-SEED * 31821) + 13849
               DIVIDE WS-RANDOM-WORK BY 1000000 GIVING WS-RANDOM-QUOT
                   REMAINDER WS-RANDOM-SEED
               DIVIDE WS-RANDOM-SEED BY 10000 GIVING WS-RANDOM-DRAW
               IF WS-RANDOM-DRAW NOT < WS-SAMPLE-PCT
                   MOVE "N" TO WS-PICKED-SW
               END-IF
           END-IF
           EXIT
           .
       READ-INVOICE.
           READ OPEN-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The invoice is built again the way the tax run should have
      * built it: the NUM1+NUM2 base through TAXBRKT, less the share
      * an exemption certificate in force on the invoice date takes
      * off.  Until it is written off, the balance must be the
      * amount plus any penalty less what credit and payments have
      * taken off it.
      *--------------------------------------------------------------
       AUDIT-INVOICE.
           IF IN-INVOICE-DATE = WS-INVOICE-DATE
               ADD 1 TO WS-INV-READ-COUNT
               PERFORM DRAW-SAMPLE
               IF WS-PICKED
                   ADD 1 TO WS-INV-AUDIT-COUNT
                   PERFORM RECALCULATE-INVOICE
               END-IF
           END-IF
           PERFORM READ-INVOICE
           EXIT
           .
       RECALCULATE-INVOICE.
           MOVE IN-CUST-NO    TO WS-IK-CUST-NO
           MOVE IN-INVOICE-NO TO WS-IK-INVOICE-NO
           MOVE IN-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE IN-INVOICE-AMT TO WS-RECORDED
                   MOVE ZERO TO WS-EXPECTED
                   MOVE "CUSTOMER NOT ON FILE" TO WS-DL-CHECK
                   PERFORM WRITE-INVOICE-DISCREPANCY
               NOT INVALID KEY
                   PERFORM RECALCULATE-INVOICE-TAX
           END-READ
           IF IN-WRITEOFF-AMT = ZERO
               MOVE IN-BALANCE TO WS-RECORDED
               COMPUTE WS-EXPECTED =
                   IN-INVOICE-AMT + IN-PENALTY-AMT - IN-PAID-AMT
               MOVE "BALANCE AFTER CREDIT" TO WS-DL-CHECK
               PERFORM CHECK-INVOICE-FIGURE
           END-IF
           EXIT
           .
       RECALCULATE-INVOICE-TAX.
           COMPUTE WS-BALANCE = CM-NUM1 + CM-NUM2
           CALL "TAXBRKT" USING WS-BALANCE WS-BRACKET-RATE
               WS-BRACKET-ID
           COMPUTE WS-TAX-AMT = WS-BALANCE * WS-BRACKET-RATE
           MOVE ZERO TO WS-EXEMPT-AMT
           IF WS-CERT-OPEN
               MOVE IN-CUST-NO TO EC-CUST-NO
               READ EXEMPT-CERTIFICATES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EC-EFFECTIVE-DATE NOT > IN-INVOICE-DATE
                           AND EC-EXPIRY-DATE NOT < IN-INVOICE-DATE
                           COMPUTE WS-EXEMPT-AMT ROUNDED =
                               WS-TAX-AMT * EC-EXEMPT-PCT / 100
                       END-IF
               END-READ
           END-IF
           MOVE IN-INVOICE-AMT TO WS-RECORDED
           COMPUTE WS-EXPECTED = WS-TAX-AMT - WS-EXEMPT-AMT
           MOVE "INVOICE AMOUNT      " TO WS-DL-CHECK
           PERFORM CHECK-INVOICE-FIGURE
           EXIT
           .
       CHECK-INVOICE-FIGURE.
           COMPUTE WS-DIFFERENCE = WS-RECORDED - WS-EXPECTED
           IF WS-DIFFERENCE > WS-TOLERANCE
               OR WS-DIFFERENCE < (0 - WS-TOLERANCE)
               PERFORM WRITE-INVOICE-DISCREPANCY
           END-IF
           EXIT
           .
       WRITE-INVOICE-DISCREPANCY.
           ADD 1 TO WS-INV-DIFF-COUNT
           MOVE "INV" TO WS-DL-SOURCE
           MOVE WS-INVOICE-KEY TO WS-DL-KEY
           PERFORM WRITE-DISCREPANCY
           EXIT
           .
       READ-PAYSLIP.
           READ PAYSLIP-EXTRACT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Withholding is figured on gross less the employee pension,
      * at the TAXBRKT rate for that whole amount; the deduction and
      * court order totals must be the sum of their itemized slots;
      * and gross less withholding, pension, deductions and orders
      * must leave exactly the net paid.  Expenses ride on top of
      * net and take no part.
      *--------------------------------------------------------------
       AUDIT-PAYSLIP.
           ADD 1 TO WS-PAY-READ-COUNT
           PERFORM DRAW-SAMPLE
           IF WS-PICKED
               ADD 1 TO WS-PAY-AUDIT-COUNT
               PERFORM RECALCULATE-PAYSLIP
           END-IF
           PERFORM READ-PAYSLIP
           EXIT
           .
       RECALCULATE-PAYSLIP.
           IF PX-PENSION-EMP > PX-GROSS-PAY
               MOVE ZERO TO WS-TAXABLE-GROSS
           ELSE
               COMPUTE WS-TAXABLE-GROSS =
                   PX-GROSS-PAY - PX-PENSION-EMP
           END-IF
           MOVE WS-TAXABLE-GROSS TO WS-TAXABLE-WHOLE
           CALL "TAXBRKT" USING WS-TAXABLE-WHOLE WS-BRACKET-RATE
               WS-BRACKET-ID
           COMPUTE WS-WITHHOLDING = WS-TAXABLE-GROSS * WS-BRACKET-RATE
           MOVE PX-WITHHOLDING TO WS-RECORDED
           MOVE WS-WITHHOLDING TO WS-EXPECTED
           MOVE "WITHHOLDING         " TO WS-DL-CHECK
           PERFORM CHECK-PAYSLIP-FIGURE
           COMPUTE WS-ITEM-TOTAL = PX-DED-AMOUNT (1)
               + PX-DED-AMOUNT (2) + PX-DED-AMOUNT (3)
               + PX-DED-AMOUNT (4)
           MOVE PX-TOTAL-DEDUCT TO WS-RECORDED
           MOVE WS-ITEM-TOTAL   TO WS-EXPECTED
           MOVE "DEDUCTIONS          " TO WS-DL-CHECK
           PERFORM CHECK-PAYSLIP-FIGURE
           COMPUTE WS-ITEM-TOTAL = PX-ORD-AMOUNT (1)
               + PX-ORD-AMOUNT (2) + PX-ORD-AMOUNT (3)
           MOVE PX-TOTAL-ORDERS TO WS-RECORDED
           MOVE WS-ITEM-TOTAL   TO WS-EXPECTED
           MOVE "COURT ORDERS        " TO WS-DL-CHECK
           PERFORM CHECK-PAYSLIP-FIGURE
           MOVE PX-NET-PAY TO WS-RECORDED
           COMPUTE WS-EXPECTED = PX-GROSS-PAY - PX-WITHHOLDING
               - PX-PENSION-EMP - PX-TOTAL-DEDUCT - PX-TOTAL-ORDERS
           MOVE "NET PAY             " TO WS-DL-CHECK
           PERFORM CHECK-PAYSLIP-FIGURE
           EXIT
           .
       CHECK-PAYSLIP-FIGURE.
           COMPUTE WS-DIFFERENCE = WS-RECORDED - WS-EXPECTED
           IF WS-DIFFERENCE > WS-TOLERANCE
               OR WS-DIFFERENCE < (0 - WS-TOLERANCE)
               ADD 1 TO WS-PAY-DIFF-COUNT
               MOVE "PAY" TO WS-DL-SOURCE
               MOVE SPACES TO WS-DL-KEY
               MOVE PX-EMP-NO TO WS-DL-KEY (1:5)
               PERFORM WRITE-DISCREPANCY
           END-IF
           EXIT
           .
       WRITE-DISCREPANCY.
           ADD 1 TO WS-DIFF-COUNT
           COMPUTE WS-DIFFERENCE = WS-RECORDED - WS-EXPECTED
           MOVE WS-RECORDED   TO WS-DL-RECORDED
           MOVE WS-EXPECTED   TO WS-DL-EXPECTED
           MOVE WS-DIFFERENCE TO WS-DL-DIFFERENCE
           WRITE RECALC-REPORT-REC FROM WS-DISCREPANCY-LINE
           MOVE RECALC-REPORT-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-AUDIT-TOTALS.
           MOVE "INVOICES ON DATE      " TO WS-TL-LABEL
           MOVE WS-INV-READ-COUNT        TO WS-TL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "INVOICES AUDITED      " TO WS-TL-LABEL
           MOVE WS-INV-AUDIT-COUNT       TO WS-TL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "INVOICE DIFFERENCES   " TO WS-TL-LABEL
           MOVE WS-INV-DIFF-COUNT        TO WS-TL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PAYSLIPS ON PAYEXTR   " TO WS-TL-LABEL
           MOVE WS-PAY-READ-COUNT        TO WS-TL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PAYSLIPS AUDITED      " TO WS-TL-LABEL
           MOVE WS-PAY-AUDIT-COUNT       TO WS-TL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PAYSLIP DIFFERENCES   " TO WS-TL-LABEL
           MOVE WS-PAY-DIFF-COUNT        TO WS-TL-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "INV-AUDITED " TO WS-TOT-COUNTER
           MOVE WS-INV-AUDIT-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           MOVE "PAY-AUDITED " TO WS-TOT-COUNTER
           MOVE WS-PAY-AUDIT-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           MOVE "CALC-DIFFS  " TO WS-TOT-COUNTER
           MOVE WS-DIFF-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           EXIT
           .
       WRITE-ONE-TOTAL.
           WRITE RECALC-REPORT-REC FROM WS-TOTAL-LINE
           MOVE RECALC-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Report a fatal condition back to RUNCTL through the shared
      * STEPSTAT area (when this run was CALLed with one), carrying
      * the message just logged, so the sequence halts before the
      * bank file and statements are released.  Run standalone,
      * the area is absent and the flagging is skipped.
      *--------------------------------------------------------------
       FLAG-STEP-FAILURE.
           IF WS-STEP-LINKED
               MOVE 12 TO SS-RESULT-CODE
               MOVE WS-LOG-MESSAGE TO SS-FAIL-MESSAGE
           END-IF
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
       POST-RUN-TOTAL.
           CALL "RUNTOTS" USING WS-LOG-PROGRAM WS-TOT-COUNTER
               WS-TOT-VALUE
           EXIT
           .
