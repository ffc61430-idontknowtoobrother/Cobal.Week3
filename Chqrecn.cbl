       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQRECN.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Reconciles the CHQPAID paid-cheques
      *             file the bank sends against the CHQREG cheque
      *             register: a presented cheque that matches an
      *             outstanding serial for the same amount is marked
      *             cleared with the bank's paid date.  A serial we
      *             never issued, a cheque already cleared or
      *             voided, and an amount that differs from the one
      *             issued are left as they are and listed as
      *             exceptions on the CHQRECRP report beside the
      *             cleared items, for the bank to be queried.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-CHEQUES ASSIGN TO "CHQPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-SERIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT RECON-REPORT ASSIGN TO "CHQRECRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAID-CHEQUES.
       01  PAID-CHEQUE-REC.
           05  PC-SERIAL           PIC 9(8).
           05  PC-AMOUNT           PIC 9(7)V99.
           05  PC-PAID-DATE        PIC 9(8).
       FD  CHEQUE-REGISTER.
       COPY CHQREG.
       FD  RECON-REPORT.
       01  RECON-REPORT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(33)
               VALUE "PAID CHEQUE RECONCILIATION".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(10) VALUE "SERIAL".
           05  FILLER              PIC X(10) VALUE "PAID ON".
           05  FILLER              PIC X(12) VALUE "  BANK PAID".
           05  FILLER              PIC X(12) VALUE "    ISSUED".
           05  FILLER              PIC X(36) VALUE "OUTCOME".

       01  WS-PAID-LINE.
           05  WS-PL-SERIAL        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-PAID-DATE     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-PAID-AMOUNT   PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-ISSUED-AMOUNT PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-PL-OUTCOME       PIC X(30).
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(22).
           05  WS-TL-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT ".
           05  WS-TL-AMOUNT        PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(32) VALUE SPACES.

       77  WS-PAID-STATUS          PIC X(2)    VALUE "00".
       77  WS-REG-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-PRESENTED-COUNT      PIC 9(5)    VALUE ZERO.
       77  WS-PRESENTED-AMOUNT     PIC 9(8)V99 VALUE ZERO.
       77  WS-CLEARED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-CLEARED-AMOUNT       PIC 9(8)V99 VALUE ZERO.
       77  WS-EXCEPTION-COUNT      PIC 9(5)    VALUE ZERO.
       77  WS-EXCEPTION-AMOUNT     PIC 9(8)V99 VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "CHQRECN".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT PAID-CHEQUES
           IF WS-PAID-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CHQPAID OPEN FAILED, STATUS: "
                   WS-PAID-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN I-O CHEQUE-REGISTER
               IF WS-REG-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CHQREG OPEN FAILED, STATUS: "
                       WS-REG-STATUS DELIMITED BY SIZE
                       INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN OUTPUT RECON-REPORT
                   MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
                   WRITE RECON-REPORT-REC FROM WS-REPORT-HEADER-LINE
                   WRITE RECON-REPORT-REC FROM WS-COLUMN-LINE
                   PERFORM READ-PAID-CHEQUE
                   PERFORM MATCH-PAID-CHEQUE UNTIL WS-EOF
                   PERFORM WRITE-RECON-TOTALS
                   CLOSE RECON-REPORT
                   CLOSE CHEQUE-REGISTER
               END-IF
               CLOSE PAID-CHEQUES
           END-IF
           GOBACK
           .
       READ-PAID-CHEQUE.
           READ PAID-CHEQUES
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       MATCH-PAID-CHEQUE.
           ADD 1 TO WS-PRESENTED-COUNT
           ADD PC-AMOUNT TO WS-PRESENTED-AMOUNT
           MOVE PC-SERIAL    TO WS-PL-SERIAL
           MOVE PC-PAID-DATE TO WS-PL-PAID-DATE
           MOVE PC-AMOUNT    TO WS-PL-PAID-AMOUNT
           MOVE ZERO         TO WS-PL-ISSUED-AMOUNT
           MOVE PC-SERIAL    TO CR-SERIAL
           READ CHEQUE-REGISTER
               INVALID KEY
                   MOVE "NOT ISSUED BY PAYROLL" TO WS-PL-OUTCOME
                   PERFORM COUNT-EXCEPTION
               NOT INVALID KEY
                   MOVE CR-AMOUNT TO WS-PL-ISSUED-AMOUNT
                   PERFORM JUDGE-PAID-CHEQUE
           END-READ
           WRITE RECON-REPORT-REC FROM WS-PAID-LINE
           PERFORM READ-PAID-CHEQUE
           EXIT
           .
       JUDGE-PAID-CHEQUE.
           EVALUATE TRUE
               WHEN CR-CLEARED
                   MOVE "ALREADY CLEARED" TO WS-PL-OUTCOME
                   PERFORM COUNT-EXCEPTION
               WHEN CR-VOIDED
                   MOVE "VOIDED CHEQUE PAID" TO WS-PL-OUTCOME
                   PERFORM COUNT-EXCEPTION
               WHEN PC-AMOUNT NOT = CR-AMOUNT
                   MOVE "AMOUNT DIFFERS, NOT CLEARED" TO WS-PL-OUTCOME
                   PERFORM COUNT-EXCEPTION
               WHEN OTHER
                   SET CR-CLEARED TO TRUE
                   IF PC-PAID-DATE IS NUMERIC
                       AND PC-PAID-DATE > ZERO
                       MOVE PC-PAID-DATE TO CR-STATUS-DATE
                   ELSE
                       MOVE WS-RUN-DATE  TO CR-STATUS-DATE
                   END-IF
                   REWRITE CHEQUE-REGISTER-REC
                   MOVE "CLEARED" TO WS-PL-OUTCOME
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD PC-AMOUNT TO WS-CLEARED-AMOUNT
           END-EVALUATE
           EXIT
           .
       COUNT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD PC-AMOUNT TO WS-EXCEPTION-AMOUNT
           EXIT
           .
       WRITE-RECON-TOTALS.
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE "CHEQUES PRESENTED"   TO WS-TL-LABEL
           MOVE WS-PRESENTED-COUNT    TO WS-TL-COUNT
           MOVE WS-PRESENTED-AMOUNT   TO WS-TL-AMOUNT
           WRITE RECON-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "CLEARED"             TO WS-TL-LABEL
           MOVE WS-CLEARED-COUNT      TO WS-TL-COUNT
           MOVE WS-CLEARED-AMOUNT     TO WS-TL-AMOUNT
           WRITE RECON-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "EXCEPTIONS"          TO WS-TL-LABEL
           MOVE WS-EXCEPTION-COUNT    TO WS-TL-COUNT
           MOVE WS-EXCEPTION-AMOUNT   TO WS-TL-AMOUNT
           WRITE RECON-REPORT-REC FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CHEQUES CLEARED: " WS-CLEARED-COUNT
               "  EXCEPTIONS: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
