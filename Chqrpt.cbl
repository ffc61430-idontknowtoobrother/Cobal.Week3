       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQRPT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Prints from the CHQREG cheque
      *             register: the CHQREGRP cheque register (every
      *             serial issued - date, issuing program, payee,
      *             amount and whether it is outstanding, cleared or
      *             voided - with totals by status) and the CHQOUTRP
      *             outstanding-cheques report (every cheque not yet
      *             presented, with days outstanding, marked when it
      *             is past six months and due for CHQSTALE to
      *             void).
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-SERIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO "CHQREGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTSTANDING-REPORT ASSIGN TO "CHQOUTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-REGISTER.
       COPY CHQREG.
       FD  REGISTER-REPORT.
       01  REGISTER-REPORT-REC     PIC X(80).
       FD  OUTSTANDING-REPORT.
       01  OUTSTANDING-REPORT-REC  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 99.
           05  WS-RD-DD            PIC 99.
       01  WS-STALE-CUTOFF.
           05  WS-SC-YYYY          PIC 9(4).
           05  WS-SC-MM            PIC 99.
           05  WS-SC-DD            PIC 99.
       01  WS-STALE-CUTOFF-N REDEFINES WS-STALE-CUTOFF PIC 9(8).
       01  WS-ISSUE-DATE.
           05  WS-ID-YYYY          PIC 9(4).
           05  WS-ID-MM            PIC 99.
           05  WS-ID-DD            PIC 99.

       01  WS-REGISTER-HEADER-LINE.
           05  FILLER              PIC X(33) VALUE "CHEQUE REGISTER".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-OUTSTANDING-HEADER-LINE.
           05  FILLER              PIC X(33)
               VALUE "OUTSTANDING CHEQUES".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-OH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-RL-SERIAL        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-ISSUE-DATE    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-SOURCE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-AMOUNT        PIC ZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-STATUS        PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-STATUS-DATE   PIC 9(8).

       01  WS-OUTSTANDING-LINE.
           05  WS-OL-SERIAL        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OL-ISSUE-DATE    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OL-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OL-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OL-DAYS          PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-OL-MARKER        PIC X(17).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(22).
           05  WS-TL-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT ".
           05  WS-TL-AMOUNT        PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(32) VALUE SPACES.

       77  WS-REG-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-RUN-DAYS             PIC S9(7)   VALUE ZERO.
       77  WS-ISSUE-DAYS           PIC S9(7)   VALUE ZERO.
       77  WS-DAYS-OUT             PIC S9(7)   VALUE ZERO.
       77  WS-OUTSTANDING-COUNT    PIC 9(5)    VALUE ZERO.
       77  WS-OUTSTANDING-AMOUNT   PIC 9(8)V99 VALUE ZERO.
       77  WS-STALE-COUNT          PIC 9(5)    VALUE ZERO.
       77  WS-STALE-AMOUNT         PIC 9(8)V99 VALUE ZERO.
       77  WS-CLEARED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-CLEARED-AMOUNT       PIC 9(8)V99 VALUE ZERO.
       77  WS-VOIDED-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-VOIDED-AMOUNT        PIC 9(8)V99 VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "CHQRPT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-STALE-CUTOFF
           COMPUTE WS-RUN-DAYS =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           OPEN INPUT CHEQUE-REGISTER
           IF WS-REG-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CHQREG OPEN FAILED, STATUS: "
                   WS-REG-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT REGISTER-REPORT
               OPEN OUTPUT OUTSTANDING-REPORT
               MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
               MOVE WS-RUN-DATE TO WS-OH-RUN-DATE
               WRITE REGISTER-REPORT-REC FROM WS-REGISTER-HEADER-LINE
               WRITE OUTSTANDING-REPORT-REC
                   FROM WS-OUTSTANDING-HEADER-LINE
               PERFORM READ-CHEQUE-REGISTER
               PERFORM REPORT-ONE-CHEQUE UNTIL WS-EOF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REGISTER-REPORT
               CLOSE OUTSTANDING-REPORT
               CLOSE CHEQUE-REGISTER
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * Six months back from the run date, day of month kept; a
      * cheque issued before it is stale (CHQSTALE uses the same
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
       REPORT-ONE-CHEQUE.
           MOVE CR-SERIAL      TO WS-RL-SERIAL
           MOVE CR-ISSUE-DATE  TO WS-RL-ISSUE-DATE
           MOVE CR-SOURCE      TO WS-RL-SOURCE
           MOVE CR-EMP-NO      TO WS-RL-EMP-NO
           MOVE CR-EMP-NAME    TO WS-RL-EMP-NAME
           MOVE CR-AMOUNT      TO WS-RL-AMOUNT
           MOVE CR-STATUS-DATE TO WS-RL-STATUS-DATE
           EVALUATE TRUE
               WHEN CR-CLEARED
                   MOVE "CLEARED" TO WS-RL-STATUS
                   ADD 1 TO WS-CLEARED-COUNT
                   ADD CR-AMOUNT TO WS-CLEARED-AMOUNT
               WHEN CR-VOIDED
                   MOVE "VOIDED"  TO WS-RL-STATUS
                   ADD 1 TO WS-VOIDED-COUNT
                   ADD CR-AMOUNT TO WS-VOIDED-AMOUNT
               WHEN OTHER
                   MOVE "ISSUED"  TO WS-RL-STATUS
                   PERFORM REPORT-OUTSTANDING
           END-EVALUATE
           WRITE REGISTER-REPORT-REC FROM WS-REGISTER-LINE
           PERFORM READ-CHEQUE-REGISTER
           EXIT
           .
      *--------------------------------------------------------------
      * Days outstanding uses the same flattened 372-day calendar
      * as AGERPT; the stale test is on the dates themselves.
      *--------------------------------------------------------------
       REPORT-OUTSTANDING.
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD CR-AMOUNT TO WS-OUTSTANDING-AMOUNT
           MOVE CR-ISSUE-DATE TO WS-ISSUE-DATE
           COMPUTE WS-ISSUE-DAYS =
               (WS-ID-YYYY * 372) + (WS-ID-MM * 31) + WS-ID-DD
           COMPUTE WS-DAYS-OUT = WS-RUN-DAYS - WS-ISSUE-DAYS
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF
           MOVE CR-SERIAL     TO WS-OL-SERIAL
           MOVE CR-ISSUE-DATE TO WS-OL-ISSUE-DATE
           MOVE CR-EMP-NO     TO WS-OL-EMP-NO
           MOVE CR-EMP-NAME   TO WS-OL-EMP-NAME
           MOVE CR-AMOUNT     TO WS-OL-AMOUNT
           MOVE WS-DAYS-OUT   TO WS-OL-DAYS
           IF CR-ISSUE-DATE < WS-STALE-CUTOFF-N
               MOVE "STALE - VOID DUE" TO WS-OL-MARKER
               ADD 1 TO WS-STALE-COUNT
               ADD CR-AMOUNT TO WS-STALE-AMOUNT
           ELSE
               MOVE SPACES TO WS-OL-MARKER
           END-IF
           WRITE OUTSTANDING-REPORT-REC FROM WS-OUTSTANDING-LINE
           EXIT
           .
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REGISTER-REPORT-REC
           WRITE REGISTER-REPORT-REC
           MOVE "OUTSTANDING"          TO WS-TL-LABEL
           MOVE WS-OUTSTANDING-COUNT   TO WS-TL-COUNT
           MOVE WS-OUTSTANDING-AMOUNT  TO WS-TL-AMOUNT
           WRITE REGISTER-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "CLEARED"              TO WS-TL-LABEL
           MOVE WS-CLEARED-COUNT       TO WS-TL-COUNT
           MOVE WS-CLEARED-AMOUNT      TO WS-TL-AMOUNT
           WRITE REGISTER-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "VOIDED"               TO WS-TL-LABEL
           MOVE WS-VOIDED-COUNT        TO WS-TL-COUNT
           MOVE WS-VOIDED-AMOUNT       TO WS-TL-AMOUNT
           WRITE REGISTER-REPORT-REC FROM WS-TOTAL-LINE
           MOVE SPACES TO OUTSTANDING-REPORT-REC
           WRITE OUTSTANDING-REPORT-REC
           MOVE "TOTAL OUTSTANDING"    TO WS-TL-LABEL
           MOVE WS-OUTSTANDING-COUNT   TO WS-TL-COUNT
           MOVE WS-OUTSTANDING-AMOUNT  TO WS-TL-AMOUNT
           WRITE OUTSTANDING-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "OF WHICH STALE"       TO WS-TL-LABEL
           MOVE WS-STALE-COUNT         TO WS-TL-COUNT
           MOVE WS-STALE-AMOUNT        TO WS-TL-AMOUNT
           WRITE OUTSTANDING-REPORT-REC FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CHEQUES OUTSTANDING: " WS-OUTSTANDING-COUNT
               "  STALE: " WS-STALE-COUNT
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
