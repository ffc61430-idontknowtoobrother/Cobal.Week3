       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABDRPT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Labor distribution report: reads
      *             the LDISTEXT county shares DATA3's register run
      *             wrote and prints LABDRPTF - each employee with
      *             the home county and how their gross pay and
      *             employer costs were spread across counties -
      *             followed by a county recap whose totals agree
      *             with the run's county subtotals on DATA3RPT and
      *             CNTYACT, so the county budgets can be seen to
      *             reflect where the work was actually done.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DIST-DETAIL ASSIGN TO "LDISTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDX-STATUS.
           SELECT DISTRIBUTION-REPORT ASSIGN TO "LABDRPTF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DIST-DETAIL.
       COPY LDISTEXT.
       FD  DISTRIBUTION-REPORT.
       01  DISTRIBUTION-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(26)
               VALUE "LABOR DISTRIBUTION REPORT ".
           05  FILLER              PIC X(8)  VALUE " PERIOD ".
           05  WS-RH-PERIOD-ID     PIC X(6).
           05  FILLER              PIC X(7)  VALUE "  DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-EMPLOYEE-LINE.
           05  FILLER              PIC X(9)  VALUE "EMPLOYEE ".
           05  WS-EL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EL-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(8)  VALUE "  HOME: ".
           05  WS-EL-HOME-COUNTY   PIC X(9).
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-SHARE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-SL-COUNTY-NAME   PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-PERCENT       PIC ZZ9.99.
           05  FILLER              PIC X(9)  VALUE "%  GROSS ".
           05  WS-SL-GROSS         PIC ZZZ9.99.
           05  FILLER              PIC X(13) VALUE "  EMPR COST  ".
           05  WS-SL-EMPR          PIC ZZZ9.99.
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-RECAP-HEADER-LINE.
           05  FILLER              PIC X(12) VALUE "COUNTY RECAP".
           05  FILLER              PIC X(68) VALUE SPACES.

       01  WS-RECAP-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-RL-COUNTY-NAME   PIC X(9).
           05  FILLER              PIC X(8)  VALUE "  GROSS ".
           05  WS-RL-GROSS         PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(13) VALUE "  EMPR COST  ".
           05  WS-RL-EMPR          PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "TOTAL        ".
           05  FILLER              PIC X(8)  VALUE "  GROSS ".
           05  WS-TL-GROSS         PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(13) VALUE "  EMPR COST  ".
           05  WS-TL-EMPR          PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  EMPLOYEES ".
           05  WS-TL-EMPLOYEES     PIC ZZZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  COUNTY-RECAP-TABLE.
           05  CRT-ENTRY OCCURS 20 TIMES.
               10  CR-COUNTY-NAME  PIC X(9).
               10  CR-GROSS        PIC 9(8)V99.
               10  CR-EMPR-COST    PIC 9(8)V99.

       77  WS-LDX-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-FIRST-SW             PIC X(1)    VALUE "Y".
           88  WS-FIRST-RECORD                 VALUE "Y".
       77  WS-PREV-EMP-NO          PIC 9(5)    VALUE ZERO.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-CR-COUNT             PIC 9(2)    VALUE ZERO.
       77  WS-CR-SUB               PIC 9(2)    VALUE ZERO.
       77  WS-CR-MATCH             PIC 9(2)    VALUE ZERO.
       77  WS-CR-FOUND-SW          PIC X(1)    VALUE "N".
           88  WS-CR-FOUND                     VALUE "Y".
       77  WS-TOTAL-GROSS          PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-EMPR           PIC 9(8)V99 VALUE ZERO.
       77  WS-EMPLOYEE-COUNT       PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "LABDRPT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT LABOR-DIST-DETAIL
           IF WS-LDX-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "LDISTEXT OPEN FAILED, STATUS: "
                   WS-LDX-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT DISTRIBUTION-REPORT
               PERFORM READ-DETAIL
               IF NOT WS-EOF
                   MOVE LX-PERIOD-ID TO WS-RH-PERIOD-ID
               ELSE
                   MOVE SPACES TO WS-RH-PERIOD-ID
               END-IF
               MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
               WRITE DISTRIBUTION-REPORT-REC FROM WS-REPORT-HEADER-LINE
               PERFORM REPORT-ONE-SHARE UNTIL WS-EOF
               MOVE SPACES TO DISTRIBUTION-REPORT-REC
               WRITE DISTRIBUTION-REPORT-REC
               WRITE DISTRIBUTION-REPORT-REC FROM WS-RECAP-HEADER-LINE
               PERFORM WRITE-RECAP-LINE
                   VARYING WS-CR-SUB FROM 1 BY 1
                   UNTIL WS-CR-SUB > WS-CR-COUNT
               MOVE WS-TOTAL-GROSS    TO WS-TL-GROSS
               MOVE WS-TOTAL-EMPR     TO WS-TL-EMPR
               MOVE WS-EMPLOYEE-COUNT TO WS-TL-EMPLOYEES
               WRITE DISTRIBUTION-REPORT-REC FROM WS-TOTAL-LINE
               MOVE DISTRIBUTION-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               CLOSE DISTRIBUTION-REPORT
               CLOSE LABOR-DIST-DETAIL
           END-IF
           GOBACK
           .
       READ-DETAIL.
           READ LABOR-DIST-DETAIL
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * DATA3 writes an employee's shares together, so a change of
      * employee number starts the next employee's block.
      *--------------------------------------------------------------
       REPORT-ONE-SHARE.
           IF WS-FIRST-RECORD
               OR LX-EMP-NO NOT = WS-PREV-EMP-NO
               MOVE "N" TO WS-FIRST-SW
               MOVE LX-EMP-NO      TO WS-PREV-EMP-NO
               MOVE LX-EMP-NO      TO WS-EL-EMP-NO
               MOVE LX-EMP-NAME    TO WS-EL-EMP-NAME
               MOVE LX-HOME-COUNTY TO WS-EL-HOME-COUNTY
               WRITE DISTRIBUTION-REPORT-REC FROM WS-EMPLOYEE-LINE
               ADD 1 TO WS-EMPLOYEE-COUNT
           END-IF
           MOVE LX-COUNTY-NAME TO WS-SL-COUNTY-NAME
           MOVE LX-PERCENT     TO WS-SL-PERCENT
           MOVE LX-GROSS-SHARE TO WS-SL-GROSS
           MOVE LX-EMPR-SHARE  TO WS-SL-EMPR
           WRITE DISTRIBUTION-REPORT-REC FROM WS-SHARE-LINE
           ADD LX-GROSS-SHARE TO WS-TOTAL-GROSS
           ADD LX-EMPR-SHARE  TO WS-TOTAL-EMPR
           PERFORM ADD-TO-COUNTY-RECAP
           PERFORM READ-DETAIL
           EXIT
           .
       ADD-TO-COUNTY-RECAP.
           MOVE "N" TO WS-CR-FOUND-SW
           PERFORM MATCH-COUNTY-RECAP
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB > WS-CR-COUNT
                   OR WS-CR-FOUND
           IF NOT WS-CR-FOUND
               IF WS-CR-COUNT < 20
                   ADD 1 TO WS-CR-COUNT
                   MOVE WS-CR-COUNT TO WS-CR-MATCH
                   MOVE LX-COUNTY-NAME TO CR-COUNTY-NAME (WS-CR-MATCH)
                   MOVE ZERO TO CR-GROSS (WS-CR-MATCH)
                   MOVE ZERO TO CR-EMPR-COST (WS-CR-MATCH)
                   SET WS-CR-FOUND TO TRUE
               ELSE
                   MOVE "COUNTY RECAP TABLE FULL" TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           IF WS-CR-FOUND
               ADD LX-GROSS-SHARE TO CR-GROSS (WS-CR-MATCH)
               ADD LX-EMPR-SHARE  TO CR-EMPR-COST (WS-CR-MATCH)
           END-IF
           EXIT
           .
       MATCH-COUNTY-RECAP.
           IF CR-COUNTY-NAME (WS-CR-SUB) = LX-COUNTY-NAME
               SET WS-CR-FOUND TO TRUE
               MOVE WS-CR-SUB TO WS-CR-MATCH
           END-IF
           EXIT
           .
       WRITE-RECAP-LINE.
           MOVE CR-COUNTY-NAME (WS-CR-SUB) TO WS-RL-COUNTY-NAME
           MOVE CR-GROSS (WS-CR-SUB)       TO WS-RL-GROSS
           MOVE CR-EMPR-COST (WS-CR-SUB)   TO WS-RL-EMPR
           WRITE DISTRIBUTION-REPORT-REC FROM WS-RECAP-LINE
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
