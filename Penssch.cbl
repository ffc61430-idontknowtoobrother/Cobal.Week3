       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSSCH.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Pension contribution schedule:
      *             sorts the PENSREM contribution remittance file
      *             DATA3's register run wrote by scheme and member
      *             and prints the PENSSCHD schedule that goes to
      *             the provider with it - each member's membership
      *             number, pensionable pay, employee contribution
      *             and employer match, a total per scheme and a
      *             grand total - so the amount paid over can be
      *             agreed to the PENSLIAB liability on the GL.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSION-REMITTANCE ASSIGN TO "PENSREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT SORT-WORK        ASSIGN TO "PENSORT".
           SELECT PENSION-SCHEDULE ASSIGN TO "PENSSCHD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENSION-REMITTANCE.
       COPY PENSREM.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-SCHEME-ID        PIC X(6).
           05  SR-MEMBER-NO        PIC X(12).
           05  SR-EMP-NO           PIC 9(5).
           05  SR-EMP-NAME         PIC X(20).
           05  SR-PENSIONABLE-PAY  PIC 9(4)V99.
           05  SR-EMP-AMOUNT       PIC 9(4)V99.
           05  SR-EMPR-AMOUNT      PIC 9(4)V99.
           05  SR-PERIOD-ID        PIC X(6).
       FD  PENSION-SCHEDULE.
       01  PENSION-SCHEDULE-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCHEDULE-HEADER-LINE.
           05  FILLER              PIC X(30)
               VALUE "PENSION CONTRIBUTION SCHEDULE ".
           05  FILLER              PIC X(8)  VALUE " PERIOD ".
           05  WS-SH-PERIOD-ID     PIC X(6).
           05  FILLER              PIC X(7)  VALUE "  DATE ".
           05  WS-SH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-SCHEME-LINE.
           05  FILLER              PIC X(7)  VALUE "SCHEME ".
           05  WS-SL-SCHEME-ID     PIC X(6).
           05  FILLER              PIC X(67) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-MEMBER-NO     PIC X(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-PAY           PIC ZZZ9.99.
           05  FILLER              PIC X(5)  VALUE " EE: ".
           05  WS-DL-EMP-AMOUNT    PIC ZZZ9.99.
           05  FILLER              PIC X(5)  VALUE " ER: ".
           05  WS-DL-EMPR-AMOUNT   PIC ZZZ9.99.
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-SCHEME-TOTAL-LINE.
           05  FILLER              PIC X(17)
               VALUE "  SCHEME MEMBERS ".
           05  WS-ST-MEMBERS       PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE " EE: ".
           05  WS-ST-EMP-AMOUNT    PIC ZZZZZZ9.99.
           05  FILLER              PIC X(5)  VALUE " ER: ".
           05  WS-ST-EMPR-AMOUNT   PIC ZZZZZZ9.99.
           05  FILLER              PIC X(8)  VALUE " TOTAL: ".
           05  WS-ST-TOTAL         PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE "TOTAL MEMBERS  ".
           05  WS-GT-MEMBERS       PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE " EE: ".
           05  WS-GT-EMP-AMOUNT    PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(5)  VALUE " ER: ".
           05  WS-GT-EMPR-AMOUNT   PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(8)  VALUE " TOTAL: ".
           05  WS-GT-TOTAL         PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(9)  VALUE SPACES.

       77  WS-REM-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-FIRST-SW             PIC X(1)    VALUE "Y".
           88  WS-FIRST-RECORD                 VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-PREV-SCHEME-ID       PIC X(6)    VALUE SPACES.
       77  WS-PERIOD-ID            PIC X(6)    VALUE SPACES.
       77  WS-SCHEME-MEMBERS       PIC 9(5)    VALUE ZERO.
       77  WS-SCHEME-EMP           PIC 9(7)V99 VALUE ZERO.
       77  WS-SCHEME-EMPR          PIC 9(7)V99 VALUE ZERO.
       77  WS-SCHEME-TOTAL         PIC 9(8)V99 VALUE ZERO.
       77  WS-GRAND-MEMBERS        PIC 9(5)    VALUE ZERO.
       77  WS-GRAND-EMP            PIC 9(8)V99 VALUE ZERO.
       77  WS-GRAND-EMPR           PIC 9(8)V99 VALUE ZERO.
       77  WS-GRAND-TOTAL          PIC 9(8)V99 VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "PENSSCH".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SORT SORT-WORK
               ON ASCENDING KEY SR-SCHEME-ID SR-MEMBER-NO SR-EMP-NO
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-SCHEDULE
           GOBACK
           .
       LOAD-SORT-FILE.
           OPEN INPUT PENSION-REMITTANCE
           IF WS-REM-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PENSREM OPEN FAILED, STATUS: "
                   WS-REM-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM READ-REMITTANCE
               PERFORM RELEASE-REMITTANCE UNTIL WS-EOF
               CLOSE PENSION-REMITTANCE
           END-IF
           EXIT
           .
       READ-REMITTANCE.
           READ PENSION-REMITTANCE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       RELEASE-REMITTANCE.
           MOVE PR-SCHEME-ID       TO SR-SCHEME-ID
           MOVE PR-MEMBER-NO       TO SR-MEMBER-NO
           MOVE PR-EMP-NO          TO SR-EMP-NO
           MOVE PR-EMP-NAME        TO SR-EMP-NAME
           MOVE PR-PENSIONABLE-PAY TO SR-PENSIONABLE-PAY
           MOVE PR-EMP-AMOUNT      TO SR-EMP-AMOUNT
           MOVE PR-EMPR-AMOUNT     TO SR-EMPR-AMOUNT
           MOVE PR-PERIOD-ID       TO SR-PERIOD-ID
           RELEASE SORT-REC
           PERFORM READ-REMITTANCE
           EXIT
           .
       WRITE-SCHEDULE.
           OPEN OUTPUT PENSION-SCHEDULE
           MOVE "N" TO WS-EOF-SW
           PERFORM RETURN-SORT-REC
           IF NOT WS-EOF
               MOVE SR-PERIOD-ID TO WS-PERIOD-ID
           END-IF
           MOVE WS-PERIOD-ID TO WS-SH-PERIOD-ID
           MOVE WS-RUN-DATE  TO WS-SH-RUN-DATE
           WRITE PENSION-SCHEDULE-REC FROM WS-SCHEDULE-HEADER-LINE
           PERFORM SCHEDULE-ONE-MEMBER UNTIL WS-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM CLOSE-SCHEME
           END-IF
           MOVE WS-GRAND-MEMBERS TO WS-GT-MEMBERS
           MOVE WS-GRAND-EMP     TO WS-GT-EMP-AMOUNT
           MOVE WS-GRAND-EMPR    TO WS-GT-EMPR-AMOUNT
           MOVE WS-GRAND-TOTAL   TO WS-GT-TOTAL
           WRITE PENSION-SCHEDULE-REC FROM WS-GRAND-TOTAL-LINE
           MOVE PENSION-SCHEDULE-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           CLOSE PENSION-SCHEDULE
           EXIT
           .
       RETURN-SORT-REC.
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-EOF-SW
           END-RETURN
           EXIT
           .
       SCHEDULE-ONE-MEMBER.
           IF NOT WS-FIRST-RECORD
               AND SR-SCHEME-ID NOT = WS-PREV-SCHEME-ID
               PERFORM CLOSE-SCHEME
           END-IF
           IF WS-FIRST-RECORD
               OR SR-SCHEME-ID NOT = WS-PREV-SCHEME-ID
               PERFORM OPEN-SCHEME
           END-IF
           MOVE "N" TO WS-FIRST-SW
           MOVE SR-MEMBER-NO       TO WS-DL-MEMBER-NO
           MOVE SR-EMP-NO          TO WS-DL-EMP-NO
           MOVE SR-EMP-NAME        TO WS-DL-EMP-NAME
           MOVE SR-PENSIONABLE-PAY TO WS-DL-PAY
           MOVE SR-EMP-AMOUNT      TO WS-DL-EMP-AMOUNT
           MOVE SR-EMPR-AMOUNT     TO WS-DL-EMPR-AMOUNT
           WRITE PENSION-SCHEDULE-REC FROM WS-DETAIL-LINE
           ADD 1 TO WS-SCHEME-MEMBERS
           ADD SR-EMP-AMOUNT  TO WS-SCHEME-EMP
           ADD SR-EMPR-AMOUNT TO WS-SCHEME-EMPR
           PERFORM RETURN-SORT-REC
           EXIT
           .
       OPEN-SCHEME.
           MOVE SR-SCHEME-ID TO WS-PREV-SCHEME-ID
           MOVE ZERO TO WS-SCHEME-MEMBERS
           MOVE ZERO TO WS-SCHEME-EMP
           MOVE ZERO TO WS-SCHEME-EMPR
           MOVE SR-SCHEME-ID TO WS-SL-SCHEME-ID
           WRITE PENSION-SCHEDULE-REC FROM WS-SCHEME-LINE
           EXIT
           .
       CLOSE-SCHEME.
           COMPUTE WS-SCHEME-TOTAL = WS-SCHEME-EMP + WS-SCHEME-EMPR
           MOVE WS-SCHEME-MEMBERS TO WS-ST-MEMBERS
           MOVE WS-SCHEME-EMP     TO WS-ST-EMP-AMOUNT
           MOVE WS-SCHEME-EMPR    TO WS-ST-EMPR-AMOUNT
           MOVE WS-SCHEME-TOTAL   TO WS-ST-TOTAL
           WRITE PENSION-SCHEDULE-REC FROM WS-SCHEME-TOTAL-LINE
           ADD WS-SCHEME-MEMBERS TO WS-GRAND-MEMBERS
           ADD WS-SCHEME-EMP     TO WS-GRAND-EMP
           ADD WS-SCHEME-EMPR    TO WS-GRAND-EMPR
           ADD WS-SCHEME-TOTAL   TO WS-GRAND-TOTAL
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CONTRIBUTIONS DUE TO SCHEME " WS-PREV-SCHEME-ID
               " " WS-ST-TOTAL
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
