       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQSTALE.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Stale-dating run over the CHQREG
      *             cheque register: every cheque still outstanding
      *             six months after issue is voided (status V, the
      *             run date as the void date), a void record goes
      *             on the POSPAY positive-pay file so the bank
      *             refuses the cheque if it is presented after
      *             all, and the amount goes back on the REISSUEQ
      *             queue for CHQREISS to pay again.  Each void is
      *             listed on the CHQSTRPT report.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-SERIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT POSITIVE-PAY ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT REISSUE-QUEUE ASSIGN TO "REISSUEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
           SELECT STALE-REPORT ASSIGN TO "CHQSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-REGISTER.
       COPY CHQREG.
       FD  POSITIVE-PAY.
       COPY POSPAY.
       FD  REISSUE-QUEUE.
       COPY REISSUEQ.
       FD  STALE-REPORT.
       01  STALE-REPORT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 99.
           05  WS-RD-DD            PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-STALE-CUTOFF.
           05  WS-SC-YYYY          PIC 9(4).
           05  WS-SC-MM            PIC 99.
           05  WS-SC-DD            PIC 99.
       01  WS-STALE-CUTOFF-N REDEFINES WS-STALE-CUTOFF PIC 9(8).

       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(24)
               VALUE "STALE CHEQUES VOIDED".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(17)
               VALUE "  ISSUED BEFORE ".
           05  WS-RH-CUTOFF        PIC 9(8).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-STALE-LINE.
           05  WS-SL-SERIAL        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-ISSUE-DATE    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-OUTCOME       PIC X(24).

       01  WS-REISSUE-REASON.
           05  FILLER              PIC X(12) VALUE "STALE CHQ ".
           05  WS-RR-SERIAL        PIC 9(8).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(22).
           05  WS-TL-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT ".
           05  WS-TL-AMOUNT        PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(32) VALUE SPACES.

       77  WS-REG-STATUS           PIC X(2)    VALUE "00".
       77  WS-POS-STATUS           PIC X(2)    VALUE "00".
       77  WS-RQ-STATUS            PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-VOIDED-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-VOIDED-AMOUNT        PIC 9(8)V99 VALUE ZERO.
       77  WS-QUEUED-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-MANUAL-COUNT         PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "CHQSTALE".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-STALE-CUTOFF
           OPEN I-O CHEQUE-REGISTER
           IF WS-REG-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CHQREG OPEN FAILED, STATUS: "
                   WS-REG-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN EXTEND POSITIVE-PAY
               IF WS-POS-STATUS = "35"
                   OPEN OUTPUT POSITIVE-PAY
               END-IF
               OPEN EXTEND REISSUE-QUEUE
               IF WS-RQ-STATUS = "35"
                   OPEN OUTPUT REISSUE-QUEUE
               END-IF
               OPEN OUTPUT STALE-REPORT
               MOVE WS-RUN-DATE       TO WS-RH-RUN-DATE
               MOVE WS-STALE-CUTOFF-N TO WS-RH-CUTOFF
               WRITE STALE-REPORT-REC FROM WS-REPORT-HEADER-LINE
               PERFORM READ-CHEQUE-REGISTER
               PERFORM CHECK-ONE-CHEQUE UNTIL WS-EOF
               PERFORM WRITE-STALE-TOTALS
               CLOSE STALE-REPORT
               CLOSE REISSUE-QUEUE
               CLOSE POSITIVE-PAY
               CLOSE CHEQUE-REGISTER
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * Six months back from the run date, day of month kept; a
      * cheque issued before it is stale (CHQRPT uses the same
      * rule).
      *--------------------------------------------------------------
       SET-STALE-CUTOFF.
           MOVE WS-RD-DD TO WS-SC-DD
           IF WS-RD-MM > 6
               MOVE WS-RD-YYYY TO WS-SC-YYYY
               COMPUTE WS-SC-MM = WS-RD-MM - 6
           ELSE
               COMPUTE WS-SC-YYYY = WS-RD-YYYY - 1
               COMPUTE WS-SC-MM = WS-RD-MM + 6
           END-IF
           EXIT
           .
       READ-CHEQUE-REGISTER.
           READ CHEQUE-REGISTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       CHECK-ONE-CHEQUE.
           IF CR-ISSUED
               AND CR-ISSUE-DATE < WS-STALE-CUTOFF-N
               PERFORM VOID-STALE-CHEQUE
           END-IF
           PERFORM READ-CHEQUE-REGISTER
           EXIT
           .
      *--------------------------------------------------------------
      * The payroll net the cheque carried is still owed, so it is
      * queued for reissue; an amount too large for the queue
      * record is voided all the same and left to be reissued by
      * hand, with an ERROR.
      *--------------------------------------------------------------
       VOID-STALE-CHEQUE.
           SET CR-VOIDED TO TRUE
           MOVE WS-RUN-DATE-N TO CR-STATUS-DATE
           REWRITE CHEQUE-REGISTER-REC
           ADD 1 TO WS-VOIDED-COUNT
           ADD CR-AMOUNT TO WS-VOIDED-AMOUNT
           SET PV-IS-VOID      TO TRUE
           MOVE CR-SERIAL      TO PV-SERIAL
           MOVE CR-ISSUE-DATE  TO PV-ISSUE-DATE
           MOVE CR-AMOUNT      TO PV-AMOUNT
           MOVE CR-EMP-NAME    TO PV-PAYEE
           MOVE WS-RUN-DATE-N  TO PV-ACTION-DATE
           WRITE POSITIVE-PAY-REC
           MOVE CR-SERIAL      TO WS-SL-SERIAL
           MOVE CR-ISSUE-DATE  TO WS-SL-ISSUE-DATE
           MOVE CR-EMP-NO      TO WS-SL-EMP-NO
           MOVE CR-EMP-NAME    TO WS-SL-EMP-NAME
           MOVE CR-AMOUNT      TO WS-SL-AMOUNT
           IF CR-AMOUNT > 99999.99
               MOVE "REISSUE BY HAND" TO WS-SL-OUTCOME
               ADD 1 TO WS-MANUAL-COUNT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STALE CHEQUE " CR-SERIAL
                   " TOO LARGE FOR REISSUEQ, REISSUE BY HAND"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               MOVE CR-EMP-NO      TO RQ-EMP-NO
               MOVE CR-EMP-NAME    TO RQ-EMP-NAME
               MOVE CR-AMOUNT      TO RQ-NET-AMOUNT
               MOVE CR-PERIOD-ID   TO RQ-PERIOD-ID
               MOVE CR-SERIAL      TO WS-RR-SERIAL
               MOVE WS-REISSUE-REASON TO RQ-REASON
               WRITE REISSUE-QUEUE-REC
               MOVE "QUEUED FOR REISSUE" TO WS-SL-OUTCOME
               ADD 1 TO WS-QUEUED-COUNT
           END-IF
           WRITE STALE-REPORT-REC FROM WS-STALE-LINE
           EXIT
           .
       WRITE-STALE-TOTALS.
           MOVE SPACES TO STALE-REPORT-REC
           WRITE STALE-REPORT-REC
           MOVE "CHEQUES VOIDED"       TO WS-TL-LABEL
           MOVE WS-VOIDED-COUNT        TO WS-TL-COUNT
           MOVE WS-VOIDED-AMOUNT       TO WS-TL-AMOUNT
           WRITE STALE-REPORT-REC FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "STALE CHEQUES VOIDED: " WS-VOIDED-COUNT
               "  QUEUED FOR REISSUE: " WS-QUEUED-COUNT
               "  BY HAND: " WS-MANUAL-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
