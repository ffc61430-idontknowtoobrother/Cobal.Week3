       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRRTN.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Quarterly employer withholding
      *             return: for the year and quarter named on the
      *             QTRCTL control file (by default the quarter
      *             before the run date's), reads the YTDLEDG ledger
      *             - or the YTDPRIOR archive once YTDCLOSE has
      *             closed that year, which is how the fourth
      *             quarter is filed after year-end - and writes the
      *             QTRRETN filing file in the fixed QTRRETN layout:
      *             a detail per employee paid in the quarter (gross
      *             and tax withheld), the employer summary and a
      *             counted, hashed trailer.  A reconciliation page
      *             on QTRRECON then proves the return against what
      *             DATA3, RETROPAY and FINPAY journaled for the
      *             quarter - SALEXP for gross, WHPAY for tax - on
      *             the live GLINTF file and the GLHIST archive,
      *             source by source, and prints any difference
      *             with a WARN rather than letting it pass.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-CONTROL ASSIGN TO "QTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT YTD-LEDGER ASSIGN TO "YTDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YL-EMP-NO
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PRIOR-LEDGER ASSIGN TO "YTDPRIOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YP-EMP-NO
               FILE STATUS IS WS-PRI-STATUS.
           SELECT CLOSE-CONTROL ASSIGN TO "YTDCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLC-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-HISTORY ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT POSTING-RULES ASSIGN TO "POSTRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUL-STATUS.
           SELECT RETURN-FILE ASSIGN TO "QTRRETN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT ASSIGN TO "QTRRECON"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  QTR-CONTROL.
       01  QTR-CONTROL-REC.
           05  QC-YEAR             PIC 9(4).
           05  QC-QUARTER          PIC 9(1).
           05  QC-EMPLOYER-ID      PIC X(10).
       FD  YTD-LEDGER.
       COPY YTDLEDG.
       FD  PRIOR-LEDGER.
       COPY YTDPRIOR.
       FD  CLOSE-CONTROL.
       01  CLOSE-CONTROL-REC.
           05  CC-CLOSED-YEAR      PIC 9(4).
       FD  GL-JOURNAL.
       COPY GLINTF.
       FD  GL-HISTORY.
       COPY GLHIST.
       FD  POSTING-RULES.
       01  POSTING-RULE-REC.
           05  PR-RULE-KEY         PIC X(12).
           05  PR-ACCOUNT-CODE     PIC X(8).
       FD  RETURN-FILE.
       COPY QTRRETN.
       FD  RECON-REPORT.
       01  RECON-REPORT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  GL-SOURCE-TOTALS.
           05  GST-ENTRY OCCURS 3 TIMES.
               10  GS-SOURCE       PIC X(8).
               10  GS-GROSS        PIC S9(11)V99.
               10  GS-WITHHELD     PIC S9(11)V99.

       01  WS-GL-DATE-GRP.
           05  WS-GD-YYYY          PIC 9(4).
           05  WS-GD-MM            PIC 99.
           05  WS-GD-DD            PIC 99.
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 99.
           05  WS-RUN-DD           PIC 99.

       01  WS-RECON-HEADER-LINE.
           05  FILLER              PIC X(36)
               VALUE "WITHHOLDING RETURN RECONCILIATION".
           05  FILLER              PIC X(5)  VALUE "YEAR ".
           05  WS-RH-YEAR          PIC 9(4).
           05  FILLER              PIC X(2)  VALUE " Q".
           05  WS-RH-QUARTER       PIC 9(1).
           05  FILLER              PIC X(11) VALUE "  EMPLOYER ".
           05  WS-RH-EMPLOYER-ID   PIC X(10).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-RECON-SOURCE-LINE.
           05  FILLER              PIC X(15) VALUE "LEDGER SOURCE: ".
           05  WS-RS-SOURCE        PIC X(8).
           05  FILLER              PIC X(57) VALUE SPACES.

       01  WS-RECON-COLUMN-LINE.
           05  FILLER              PIC X(22) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "  GROSS (SALEXP)".
           05  FILLER              PIC X(16) VALUE "  WITHHELD WHPAY".
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-RECON-AMOUNT-LINE.
           05  WS-RA-LABEL         PIC X(22).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RA-GROSS         PIC -ZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RA-WITHHELD      PIC -ZZZZZZZZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-RECON-COUNT-LINE.
           05  WS-RC-LABEL         PIC X(22).
           05  WS-RC-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)    VALUE "00".
       77  WS-YTD-STATUS           PIC X(2)    VALUE "00".
       77  WS-PRI-STATUS           PIC X(2)    VALUE "00".
       77  WS-CLC-STATUS           PIC X(2)    VALUE "00".
       77  WS-GL-STATUS            PIC X(2)    VALUE "00".
       77  WS-HIS-STATUS           PIC X(2)    VALUE "00".
       77  WS-RUL-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-GL-EOF-SW            PIC X(1)    VALUE "N".
           88  WS-GL-EOF                       VALUE "Y".
       77  WS-RUL-EOF-SW           PIC X(1)    VALUE "N".
           88  WS-RUL-EOF                      VALUE "Y".
       77  WS-PRIOR-SW             PIC X(1)    VALUE "N".
           88  WS-FROM-PRIOR                   VALUE "Y".
       77  WS-CLOSED-YEAR          PIC 9(4)    VALUE ZERO.
       77  WS-RET-YEAR             PIC 9(4)    VALUE ZERO.
       77  WS-RET-QUARTER          PIC 9       VALUE ZERO.
       77  WS-RUN-QUARTER          PIC 9       VALUE ZERO.
       77  WS-GL-QUARTER           PIC 9       VALUE ZERO.
       77  WS-EMPLOYER-ID          PIC X(10)   VALUE SPACES.
       77  WS-SALEXP-ACCOUNT       PIC X(8)    VALUE "SALEXP".
       77  WS-WHPAY-ACCOUNT        PIC X(8)    VALUE "WHPAY".
       77  WS-GL-SOURCE            PIC X(8)    VALUE SPACES.
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GS-SUB               PIC 9       VALUE ZERO.
       77  WS-GS-MATCH             PIC 9       VALUE ZERO.
       77  WS-EMP-GROSS            PIC 9(6)V99 VALUE ZERO.
       77  WS-EMP-WITHHELD         PIC 9(6)V99 VALUE ZERO.
       77  WS-EMPLOYEE-COUNT       PIC 9(6)    VALUE ZERO.
       77  WS-SKIPPED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-RECORD-COUNT         PIC 9(7)    VALUE ZERO.
       77  WS-RETURN-GROSS         PIC 9(11)V99 VALUE ZERO.
       77  WS-RETURN-WITHHELD      PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-TOTAL-GROSS       PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-TOTAL-WITHHELD    PIC S9(11)V99 VALUE ZERO.
       77  WS-DIFF-GROSS           PIC S9(11)V99 VALUE ZERO.
       77  WS-DIFF-WITHHELD        PIC S9(11)V99 VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "QTRRTN".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SELECT-RETURN-QUARTER
           PERFORM SELECT-LEDGER-SOURCE
           PERFORM OPEN-LEDGER-SOURCE
           IF WS-YTD-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "LEDGER SOURCE OPEN FAILED, STATUS: "
                   WS-YTD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT RETURN-FILE
               PERFORM READ-LEDGER-SOURCE
               PERFORM ADD-EMPLOYEE-DETAIL UNTIL WS-EOF
               PERFORM WRITE-RETURN-SUMMARY
               PERFORM WRITE-RETURN-TRAILER
               CLOSE RETURN-FILE
               PERFORM CLOSE-LEDGER-SOURCE
               PERFORM LOAD-POSTING-RULES
               PERFORM SEED-SOURCE-TOTALS
               PERFORM SUM-GL-JOURNAL
               PERFORM SUM-GL-HISTORY
               PERFORM PRINT-RECONCILIATION
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * QTRCTL names the year, quarter and employer reference to
      * file.  Without it (or with a quarter outside 1-4) the
      * return is for the quarter before the one the run date is
      * in, which is when a return is normally filed.
      *--------------------------------------------------------------
       SELECT-RETURN-QUARTER.
           COMPUTE WS-RUN-QUARTER = (WS-RUN-MM + 2) / 3
           IF WS-RUN-QUARTER = 1
               COMPUTE WS-RET-YEAR = WS-RUN-YYYY - 1
               MOVE 4 TO WS-RET-QUARTER
           ELSE
               MOVE WS-RUN-YYYY TO WS-RET-YEAR
               COMPUTE WS-RET-QUARTER = WS-RUN-QUARTER - 1
           END-IF
           OPEN INPUT QTR-CONTROL
           IF WS-CTL-STATUS = "00"
               READ QTR-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QC-YEAR IS NUMERIC
                           AND QC-QUARTER IS NUMERIC
                           AND QC-QUARTER > ZERO
                           AND QC-QUARTER < 5
                           MOVE QC-YEAR    TO WS-RET-YEAR
                           MOVE QC-QUARTER TO WS-RET-QUARTER
                       END-IF
                       MOVE QC-EMPLOYER-ID TO WS-EMPLOYER-ID
               END-READ
               CLOSE QTR-CONTROL
           END-IF
           IF WS-EMPLOYER-ID = SPACES
               MOVE "NO EMPLOYER REFERENCE ON QTRCTL"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RETURN FOR YEAR " WS-RET-YEAR
               " QUARTER " WS-RET-QUARTER
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * A year YTDCLOSE has closed lives on the YTDPRIOR archive;
      * the live ledger has been (or is about to be) restarted for
      * the new year.
      *--------------------------------------------------------------
       SELECT-LEDGER-SOURCE.
           OPEN INPUT CLOSE-CONTROL
           IF WS-CLC-STATUS = "00"
               READ CLOSE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-CLOSED-YEAR IS NUMERIC
                           MOVE CC-CLOSED-YEAR TO WS-CLOSED-YEAR
                       END-IF
               END-READ
               CLOSE CLOSE-CONTROL
           END-IF
           IF WS-CLOSED-YEAR > ZERO
               AND WS-RET-YEAR NOT > WS-CLOSED-YEAR
               SET WS-FROM-PRIOR TO TRUE
               MOVE "YEAR CLOSED, FILING FROM PRIOR-YEAR ARCHIVE"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       OPEN-LEDGER-SOURCE.
           IF WS-FROM-PRIOR
               OPEN INPUT PRIOR-LEDGER
               MOVE WS-PRI-STATUS TO WS-YTD-STATUS
           ELSE
               OPEN INPUT YTD-LEDGER
           END-IF
           EXIT
           .
       CLOSE-LEDGER-SOURCE.
           IF WS-FROM-PRIOR
               CLOSE PRIOR-LEDGER
           ELSE
               CLOSE YTD-LEDGER
           END-IF
           EXIT
           .
       READ-LEDGER-SOURCE.
           IF WS-FROM-PRIOR
               READ PRIOR-LEDGER
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF NOT WS-EOF
                   MOVE YTD-PRIOR-REC TO YTD-LEDGER-REC
               END-IF
           ELSE
               READ YTD-LEDGER
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A ledger record of another year (an employee not paid since
      * an earlier year) and an employee with nothing in the
      * quarter are left off the return.
      *--------------------------------------------------------------
       ADD-EMPLOYEE-DETAIL.
           IF YL-YEAR NOT = WS-RET-YEAR
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE YL-QTR-GROSS (WS-RET-QUARTER)    TO WS-EMP-GROSS
               MOVE YL-QTR-WITHHELD (WS-RET-QUARTER) TO WS-EMP-WITHHELD
               IF WS-EMP-GROSS > ZERO
                   OR WS-EMP-WITHHELD > ZERO
                   MOVE SPACES         TO QTR-RETURN-DETAIL
                   SET QD-IS-DETAIL    TO TRUE
                   MOVE WS-EMPLOYER-ID TO QD-EMPLOYER-ID
                   MOVE WS-RET-YEAR    TO QD-YEAR
                   MOVE WS-RET-QUARTER TO QD-QUARTER
                   MOVE YL-EMP-NO      TO QD-EMP-NO
                   MOVE YL-EMP-NAME    TO QD-EMP-NAME
                   MOVE WS-EMP-GROSS   TO QD-GROSS
                   MOVE WS-EMP-WITHHELD TO QD-WITHHELD
                   WRITE QTR-RETURN-DETAIL
                   ADD 1 TO WS-RECORD-COUNT
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   ADD WS-EMP-GROSS    TO WS-RETURN-GROSS
                   ADD WS-EMP-WITHHELD TO WS-RETURN-WITHHELD
               END-IF
           END-IF
           PERFORM READ-LEDGER-SOURCE
           EXIT
           .
       WRITE-RETURN-SUMMARY.
           MOVE SPACES             TO QTR-RETURN-SUMMARY
           SET QS-IS-SUMMARY       TO TRUE
           MOVE WS-EMPLOYER-ID     TO QS-EMPLOYER-ID
           MOVE WS-RET-YEAR        TO QS-YEAR
           MOVE WS-RET-QUARTER     TO QS-QUARTER
           MOVE WS-EMPLOYEE-COUNT  TO QS-EMPLOYEE-COUNT
           MOVE WS-RETURN-GROSS    TO QS-TOTAL-GROSS
           MOVE WS-RETURN-WITHHELD TO QS-TOTAL-WITHHELD
           WRITE QTR-RETURN-SUMMARY
           ADD 1 TO WS-RECORD-COUNT
           EXIT
           .
       WRITE-RETURN-TRAILER.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES             TO QTR-RETURN-TRAILER
           SET QT-IS-TRAILER       TO TRUE
           MOVE WS-EMPLOYER-ID     TO QT-EMPLOYER-ID
           MOVE WS-RECORD-COUNT    TO QT-RECORD-COUNT
           MOVE WS-RETURN-WITHHELD TO QT-HASH-TOTAL
           WRITE QTR-RETURN-TRAILER
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "QTRRETN WRITTEN, RECORDS: " WS-RECORD-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * The journal carries chart accounts, not the posting keys
      * the payroll programs pass GLPOST, so SALEXP and WHPAY are
      * resolved through POSTRULE the way GLPOST resolves them; a
      * key with no rule was posted under its own name.
      *--------------------------------------------------------------
       LOAD-POSTING-RULES.
           OPEN INPUT POSTING-RULES
           IF WS-RUL-STATUS = "00"
               PERFORM READ-POSTING-RULE
               PERFORM APPLY-POSTING-RULE UNTIL WS-RUL-EOF
               CLOSE POSTING-RULES
           END-IF
           EXIT
           .
       READ-POSTING-RULE.
           READ POSTING-RULES
               AT END MOVE "Y" TO WS-RUL-EOF-SW
           END-READ
           EXIT
           .
       APPLY-POSTING-RULE.
           IF PR-RULE-KEY = "SALEXP"
               MOVE PR-ACCOUNT-CODE TO WS-SALEXP-ACCOUNT
           END-IF
           IF PR-RULE-KEY = "WHPAY"
               MOVE PR-ACCOUNT-CODE TO WS-WHPAY-ACCOUNT
           END-IF
           PERFORM READ-POSTING-RULE
           EXIT
           .
       SEED-SOURCE-TOTALS.
           MOVE "DATA3   " TO GS-SOURCE (1)
           MOVE "RETROPAY" TO GS-SOURCE (2)
           MOVE "FINPAY  " TO GS-SOURCE (3)
           PERFORM CLEAR-SOURCE-TOTAL
               VARYING WS-GS-SUB FROM 1 BY 1
               UNTIL WS-GS-SUB > 3
           EXIT
           .
       CLEAR-SOURCE-TOTAL.
           MOVE ZERO TO GS-GROSS (WS-GS-SUB)
           MOVE ZERO TO GS-WITHHELD (WS-GS-SUB)
           EXIT
           .
       SUM-GL-JOURNAL.
           MOVE "N" TO WS-GL-EOF-SW
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "00"
               PERFORM READ-GL-JOURNAL
               PERFORM TAKE-GL-JOURNAL UNTIL WS-GL-EOF
               CLOSE GL-JOURNAL
           ELSE
               MOVE "NO GLINTF FILE, LIVE POSTINGS NOT COUNTED"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       READ-GL-JOURNAL.
           READ GL-JOURNAL
               AT END MOVE "Y" TO WS-GL-EOF-SW
           END-READ
           EXIT
           .
       TAKE-GL-JOURNAL.
           MOVE GL-SOURCE-PROGRAM TO WS-GL-SOURCE
           MOVE GL-RUN-DATE       TO WS-GL-DATE-GRP
           MOVE GL-ACCOUNT-CODE   TO WS-GL-ACCOUNT
           MOVE GL-DEBIT-CREDIT   TO WS-GL-DC
           MOVE GL-AMOUNT         TO WS-GL-AMOUNT
           PERFORM ADD-GL-ENTRY
           PERFORM READ-GL-JOURNAL
           EXIT
           .
      *--------------------------------------------------------------
      * Batches GLCLOSE has archived are still the quarter's
      * postings; a quarter spanning a closed month is only whole
      * with the archive counted in.
      *--------------------------------------------------------------
       SUM-GL-HISTORY.
           MOVE "N" TO WS-GL-EOF-SW
           OPEN INPUT GL-HISTORY
           IF WS-HIS-STATUS = "00"
               PERFORM READ-GL-HISTORY
               PERFORM TAKE-GL-HISTORY UNTIL WS-GL-EOF
               CLOSE GL-HISTORY
           END-IF
           EXIT
           .
       READ-GL-HISTORY.
           READ GL-HISTORY
               AT END MOVE "Y" TO WS-GL-EOF-SW
           END-READ
           EXIT
           .
       TAKE-GL-HISTORY.
           MOVE GLH-SOURCE-PROGRAM TO WS-GL-SOURCE
           MOVE GLH-RUN-DATE       TO WS-GL-DATE-GRP
           MOVE GLH-ACCOUNT-CODE   TO WS-GL-ACCOUNT
           MOVE GLH-DEBIT-CREDIT   TO WS-GL-DC
           MOVE GLH-AMOUNT         TO WS-GL-AMOUNT
           PERFORM ADD-GL-ENTRY
           PERFORM READ-GL-HISTORY
           EXIT
           .
      *--------------------------------------------------------------
      * SALEXP is a debit-balance account (gross), WHPAY a credit-
      * balance one (tax owed to the authority); the opposite side
      * - a RETROPAY decrease - nets off.
      *--------------------------------------------------------------
       ADD-GL-ENTRY.
           MOVE ZERO TO WS-GS-MATCH
           IF WS-GD-YYYY = WS-RET-YEAR
               AND WS-GD-MM IS NUMERIC
               COMPUTE WS-GL-QUARTER = (WS-GD-MM + 2) / 3
               IF WS-GL-QUARTER = WS-RET-QUARTER
                   PERFORM MATCH-GL-SOURCE
                       VARYING WS-GS-SUB FROM 1 BY 1
                       UNTIL WS-GS-SUB > 3
               END-IF
           END-IF
           IF WS-GS-MATCH > ZERO
               EVALUATE TRUE
                   WHEN WS-GL-ACCOUNT = WS-SALEXP-ACCOUNT
                       AND WS-GL-DC = "D"
                       ADD WS-GL-AMOUNT TO GS-GROSS (WS-GS-MATCH)
                   WHEN WS-GL-ACCOUNT = WS-SALEXP-ACCOUNT
                       SUBTRACT WS-GL-AMOUNT
                           FROM GS-GROSS (WS-GS-MATCH)
                   WHEN WS-GL-ACCOUNT = WS-WHPAY-ACCOUNT
                       AND WS-GL-DC = "C"
                       ADD WS-GL-AMOUNT TO GS-WITHHELD (WS-GS-MATCH)
                   WHEN WS-GL-ACCOUNT = WS-WHPAY-ACCOUNT
                       SUBTRACT WS-GL-AMOUNT
                           FROM GS-WITHHELD (WS-GS-MATCH)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT
           .
       MATCH-GL-SOURCE.
           IF GS-SOURCE (WS-GS-SUB) = WS-GL-SOURCE
               MOVE WS-GS-SUB TO WS-GS-MATCH
           END-IF
           EXIT
           .
       PRINT-RECONCILIATION.
           OPEN OUTPUT RECON-REPORT
           MOVE WS-RET-YEAR    TO WS-RH-YEAR
           MOVE WS-RET-QUARTER TO WS-RH-QUARTER
           MOVE WS-EMPLOYER-ID TO WS-RH-EMPLOYER-ID
           WRITE RECON-REPORT-REC FROM WS-RECON-HEADER-LINE
           IF WS-FROM-PRIOR
               MOVE "YTDPRIOR" TO WS-RS-SOURCE
           ELSE
               MOVE "YTDLEDG " TO WS-RS-SOURCE
           END-IF
           WRITE RECON-REPORT-REC FROM WS-RECON-SOURCE-LINE
           MOVE "EMPLOYEES ON RETURN   " TO WS-RC-LABEL
           MOVE WS-EMPLOYEE-COUNT        TO WS-RC-COUNT
           WRITE RECON-REPORT-REC FROM WS-RECON-COUNT-LINE
           MOVE "OTHER-YEAR RECORDS    " TO WS-RC-LABEL
           MOVE WS-SKIPPED-COUNT         TO WS-RC-COUNT
           WRITE RECON-REPORT-REC FROM WS-RECON-COUNT-LINE
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           WRITE RECON-REPORT-REC FROM WS-RECON-COLUMN-LINE
           MOVE ZERO TO WS-GL-TOTAL-GROSS
           MOVE ZERO TO WS-GL-TOTAL-WITHHELD
           PERFORM PRINT-SOURCE-LINE
               VARYING WS-GS-SUB FROM 1 BY 1
               UNTIL WS-GS-SUB > 3
           MOVE "GL POSTED - TOTAL"  TO WS-RA-LABEL
           MOVE WS-GL-TOTAL-GROSS    TO WS-RA-GROSS
           MOVE WS-GL-TOTAL-WITHHELD TO WS-RA-WITHHELD
           WRITE RECON-REPORT-REC FROM WS-RECON-AMOUNT-LINE
           MOVE "RETURN TOTAL"       TO WS-RA-LABEL
           MOVE WS-RETURN-GROSS      TO WS-RA-GROSS
           MOVE WS-RETURN-WITHHELD   TO WS-RA-WITHHELD
           WRITE RECON-REPORT-REC FROM WS-RECON-AMOUNT-LINE
           COMPUTE WS-DIFF-GROSS = WS-RETURN-GROSS - WS-GL-TOTAL-GROSS
           COMPUTE WS-DIFF-WITHHELD =
               WS-RETURN-WITHHELD - WS-GL-TOTAL-WITHHELD
           MOVE "DIFFERENCE"         TO WS-RA-LABEL
           MOVE WS-DIFF-GROSS        TO WS-RA-GROSS
           MOVE WS-DIFF-WITHHELD     TO WS-RA-WITHHELD
           WRITE RECON-REPORT-REC FROM WS-RECON-AMOUNT-LINE
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           IF WS-DIFF-GROSS = ZERO
               AND WS-DIFF-WITHHELD = ZERO
               MOVE "RETURN AGREES WITH THE GL POSTINGS FOR THE QUARTER"
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               MOVE RECON-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           ELSE
               MOVE "RETURN DIFFERS FROM THE GL - DIFFERENCE LISTED"
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               MOVE RECON-REPORT-REC TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               MOVE "RETRO ADJUSTMENTS POST THE LEDGER TO THE CORRECTED"
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
               MOVE "PERIOD'S QUARTER BUT THE GL TO THE RUN DATE'S"
                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-IF
           CLOSE RECON-REPORT
           EXIT
           .
       PRINT-SOURCE-LINE.
           MOVE SPACES TO WS-RA-LABEL
           STRING "GL POSTED - " GS-SOURCE (WS-GS-SUB)
               DELIMITED BY SIZE INTO WS-RA-LABEL
           MOVE GS-GROSS (WS-GS-SUB)    TO WS-RA-GROSS
           MOVE GS-WITHHELD (WS-GS-SUB) TO WS-RA-WITHHELD
           WRITE RECON-REPORT-REC FROM WS-RECON-AMOUNT-LINE
           ADD GS-GROSS (WS-GS-SUB)    TO WS-GL-TOTAL-GROSS
           ADD GS-WITHHELD (WS-GS-SUB) TO WS-GL-TOTAL-WITHHELD
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
