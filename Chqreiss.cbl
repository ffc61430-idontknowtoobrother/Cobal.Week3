       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQREISS.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Pays the REISSUEQ reissue queue -
      *             bank credits BANKRET matched to a return and
      *             stale cheques CHQSTALE voided - by cheque: each
      *             entry takes the next serial from the shared
      *             CHQISSUE routine (CHQREG register, POSPAY
      *             positive-pay record) and prints on the REISCHQ
      *             cheque file.  The queue is then rewritten with
      *             only the entries that could not be issued, so
      *             nothing is paid twice and nothing is lost.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REISSUE-QUEUE ASSIGN TO "REISSUEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
           SELECT CHEQUE-PRINT ASSIGN TO "REISCHQ"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REISSUE-QUEUE.
       COPY REISSUEQ.
       FD  CHEQUE-PRINT.
       01  CHEQUE-PRINT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  REISSUE-TABLE.
           05  RIT-ENTRY OCCURS 200 TIMES.
               10  RIT-EMP-NO      PIC 9(5).
               10  RIT-EMP-NAME    PIC X(20).
               10  RIT-NET-AMOUNT  PIC 9(5)V99.
               10  RIT-PERIOD-ID   PIC X(6).
               10  RIT-REASON      PIC X(20).
               10  RIT-ISSUED-SW   PIC X(1).

       01  WS-CHEQUE-LINE.
           05  FILLER             PIC X(11)   VALUE "PAY CHEQUE ".
           05  WS-CQ-EMP-NO       PIC 9(5).
           05  FILLER             PIC X(1)    VALUE SPACE.
           05  WS-CQ-EMP-NAME     PIC X(20).
           05  FILLER             PIC X(9)    VALUE "  AMOUNT ".
           05  WS-CQ-AMOUNT       PIC ZZZZ9.99.
           05  FILLER             PIC X(9)    VALUE "  PERIOD ".
           05  WS-CQ-PERIOD-ID    PIC X(6).
           05  FILLER             PIC X(3)    VALUE " NO".
           05  WS-CQ-SERIAL       PIC 9(8).

       77  WS-RQ-STATUS            PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-TABLE-FULL-SW        PIC X(1)    VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-RIT-COUNT            PIC 9(3)    VALUE ZERO.
       77  WS-RIT-SUB              PIC 9(3)    VALUE ZERO.
       77  WS-CHQ-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       77  WS-CHQ-SERIAL           PIC 9(8)    VALUE ZERO.
       77  WS-CHQ-RESULT           PIC 9(2)    VALUE ZERO.
       77  WS-ISSUED-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-ISSUED-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       77  WS-KEPT-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-LOG-AMOUNT           PIC ZZZZZZ9.99.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "CHQREISS".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT REISSUE-QUEUE
           IF WS-RQ-STATUS NOT = "00"
               MOVE "NO REISSUEQ FILE, NOTHING TO REISSUE"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           ELSE
               PERFORM READ-REISSUE-QUEUE
               PERFORM STORE-REISSUE UNTIL WS-EOF
               CLOSE REISSUE-QUEUE
               IF WS-TABLE-FULL
                   MOVE "REISSUE TABLE FULL, RUN REFUSED"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   IF WS-RIT-COUNT > ZERO
                       OPEN OUTPUT CHEQUE-PRINT
                       PERFORM ISSUE-ONE-REISSUE
                           VARYING WS-RIT-SUB FROM 1 BY 1
                           UNTIL WS-RIT-SUB > WS-RIT-COUNT
                       CLOSE CHEQUE-PRINT
                   END-IF
                   OPEN OUTPUT REISSUE-QUEUE
                   PERFORM KEEP-UNISSUED
                       VARYING WS-RIT-SUB FROM 1 BY 1
                       UNTIL WS-RIT-SUB > WS-RIT-COUNT
                   CLOSE REISSUE-QUEUE
                   PERFORM WRITE-REISSUE-TOTALS
               END-IF
           END-IF
           GOBACK
           .
       READ-REISSUE-QUEUE.
           READ REISSUE-QUEUE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       STORE-REISSUE.
           IF WS-RIT-COUNT < 200
               ADD 1 TO WS-RIT-COUNT
               MOVE RQ-EMP-NO     TO RIT-EMP-NO (WS-RIT-COUNT)
               MOVE RQ-EMP-NAME   TO RIT-EMP-NAME (WS-RIT-COUNT)
               MOVE RQ-NET-AMOUNT TO RIT-NET-AMOUNT (WS-RIT-COUNT)
               MOVE RQ-PERIOD-ID  TO RIT-PERIOD-ID (WS-RIT-COUNT)
               MOVE RQ-REASON     TO RIT-REASON (WS-RIT-COUNT)
               MOVE "N"           TO RIT-ISSUED-SW (WS-RIT-COUNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF
           PERFORM READ-REISSUE-QUEUE
           EXIT
           .
      *--------------------------------------------------------------
      * An entry CHQISSUE cannot register stays queued and prints
      * nothing; one registered without its POSPAY record prints
      * with a WARN so the bank can be told by hand.
      *--------------------------------------------------------------
       ISSUE-ONE-REISSUE.
           MOVE RIT-NET-AMOUNT (WS-RIT-SUB) TO WS-CHQ-AMOUNT
           CALL "CHQISSUE" USING WS-LOG-PROGRAM WS-RUN-DATE
               RIT-EMP-NO (WS-RIT-SUB) RIT-EMP-NAME (WS-RIT-SUB)
               WS-CHQ-AMOUNT RIT-PERIOD-ID (WS-RIT-SUB)
               WS-CHQ-SERIAL WS-CHQ-RESULT
           IF WS-CHQ-RESULT = ZERO
               OR WS-CHQ-RESULT = 04
               MOVE "Y" TO RIT-ISSUED-SW (WS-RIT-SUB)
               MOVE RIT-EMP-NO (WS-RIT-SUB)     TO WS-CQ-EMP-NO
               MOVE RIT-EMP-NAME (WS-RIT-SUB)   TO WS-CQ-EMP-NAME
               MOVE RIT-NET-AMOUNT (WS-RIT-SUB) TO WS-CQ-AMOUNT
               MOVE RIT-PERIOD-ID (WS-RIT-SUB)  TO WS-CQ-PERIOD-ID
               MOVE WS-CHQ-SERIAL               TO WS-CQ-SERIAL
               WRITE CHEQUE-PRINT-REC FROM WS-CHEQUE-LINE
               ADD 1 TO WS-ISSUED-COUNT
               ADD RIT-NET-AMOUNT (WS-RIT-SUB) TO WS-ISSUED-AMOUNT
           END-IF
           EVALUATE WS-CHQ-RESULT
               WHEN ZERO
                   CONTINUE
               WHEN 04
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "POSPAY NOT WRITTEN FOR CHEQUE "
                       WS-CHQ-SERIAL DELIMITED BY SIZE
                       INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CHEQUE ISSUE FAILED FOR EMPLOYEE "
                       RIT-EMP-NO (WS-RIT-SUB) ", LEFT QUEUED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
           END-EVALUATE
           EXIT
           .
       KEEP-UNISSUED.
           IF RIT-ISSUED-SW (WS-RIT-SUB) = "N"
               MOVE RIT-EMP-NO (WS-RIT-SUB)     TO RQ-EMP-NO
               MOVE RIT-EMP-NAME (WS-RIT-SUB)   TO RQ-EMP-NAME
               MOVE RIT-NET-AMOUNT (WS-RIT-SUB) TO RQ-NET-AMOUNT
               MOVE RIT-PERIOD-ID (WS-RIT-SUB)  TO RQ-PERIOD-ID
               MOVE RIT-REASON (WS-RIT-SUB)     TO RQ-REASON
               WRITE REISSUE-QUEUE-REC
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           EXIT
           .
       WRITE-REISSUE-TOTALS.
           MOVE WS-ISSUED-AMOUNT TO WS-LOG-AMOUNT
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "REISSUE CHEQUES: " WS-ISSUED-COUNT
               "  AMOUNT: " WS-LOG-AMOUNT
               "  LEFT QUEUED: " WS-KEPT-COUNT
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
