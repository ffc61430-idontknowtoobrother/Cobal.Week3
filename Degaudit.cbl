      *             or whose course carries no requirement, is
      *             flagged NO REQUIREMENT instead of being
      *             silently skipped.
      * 2026-10-15  A COMPLETED student is checked against the
      *             HOLDMAST holds master through HOLDCHK; one with
      *             any hold in force gets a HOLD line under the
      *             verdict naming the type, placing office and
      *             reason of the first hold and how many are held,
      *             so the registrar clears it before conferral,
      *             and the totals gain a COMPLETED BUT HELD count.
      * 2026-10-15  Every student's verdict is also written to the
      *             DEGVERD degree verdict file for the ADVCASE
      *             advisor caseload report, and a WITHIN ONE TERM
      *             student gets an ADVISOR line naming the ADVASGN
      *             advisor responsible for seeing them through (or
      *             NONE ASSIGNED).
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DEGREE-VERDICTS ASSIGN TO "DEGVERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DV-STU-ID
               FILE STATUS IS WS-DV-STATUS.
           SELECT ADVISOR-ASSIGNMENTS ASSIGN TO "ADVASGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AA-STU-ID
               FILE STATUS IS WS-ASG-STATUS.
           SELECT ADVISOR-MASTER ASSIGN TO "ADVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-STAFF-ID
               FILE STATUS IS WS-ADV-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "DEGAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY COURSEMAST.
       FD  TERM-HISTORY.
       COPY TERMHIST.
       FD  DEGREE-VERDICTS.
       COPY DEGVERD.
       FD  ADVISOR-ASSIGNMENTS.
       COPY ADVASGN.
       FD  ADVISOR-MASTER.
       COPY ADVMAST.
       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-REC        PIC X(80).

           05  WS-AU-VERDICT       PIC X(16).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-HOLD-LINE.
           05  FILLER              PIC X(10) VALUE "    HOLD: ".
           05  WS-HL-HOLD-TYPE     PIC X(3).
           05  FILLER              PIC X(4)  VALUE " BY ".
           05  WS-HL-OFFICE        PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-HL-REASON        PIC X(25).
           05  FILLER              PIC X(9)  VALUE "  HOLDS: ".
           05  WS-HL-COUNT         PIC Z9.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-ADVISOR-LINE.
           05  FILLER              PIC X(13) VALUE "    ADVISOR: ".
           05  WS-AL-STAFF-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-NAME          PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-DEPARTMENT    PIC X(15).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-AUDIT-TOTAL-LINE.
           05  WS-AT-LABEL         PIC X(22).
           05  WS-AT-COUNT         PIC ZZZZ9.
       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-CRS-STATUS           PIC X(2)  VALUE "00".
       77  WS-HIST-STATUS          PIC X(2)  VALUE "00".
       77  WS-DV-STATUS            PIC X(2)  VALUE "00".
       77  WS-ASG-STATUS           PIC X(2)  VALUE "00".
       77  WS-ADV-STATUS           PIC X(2)  VALUE "00".
       77  WS-DV-OPEN-SW           PIC X(1)  VALUE "N".
           88  WS-DV-OPEN                    VALUE "Y".
       77  WS-ADVISING-OPEN-SW     PIC X(1)  VALUE "N".
           88  WS-ADVISING-OPEN              VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-HIST-EOF-SW          PIC X(1)  VALUE "N".
       77  WS-NEAR-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-SHORT-COUNT          PIC 9(5)  VALUE ZERO.
       77  WS-FLAGGED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-HELD-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-HOLD-CLASS           PIC X(1)  VALUE "A".
       77  WS-HOLD-COUNT           PIC 9(2)  VALUE ZERO.
       77  WS-HOLD-TYPE            PIC X(3)  VALUE SPACES.
       77  WS-HOLD-OFFICE          PIC X(8)  VALUE SPACES.
       77  WS-HOLD-REASON          PIC X(25) VALUE SPACES.
       77  WS-HOLD-RESULT          PIC 9(2)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "DEGAUDIT".
       77  WS-LOG-MESSAGE          PIC X(80).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT STUDENT-MASTER
           IF WS-STU-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
                       MOVE "GRADUATION ELIGIBILITY AUDIT"
                           TO AUDIT-REPORT-REC
                       WRITE AUDIT-REPORT-REC
                       PERFORM OPEN-VERDICT-FILES
                       PERFORM READ-STUDENT
                       PERFORM AUDIT-ONE-STUDENT UNTIL WS-EOF
                       PERFORM WRITE-AUDIT-TOTALS
                       CLOSE AUDIT-REPORT
                       CLOSE TERM-HISTORY
                       PERFORM CLOSE-VERDICT-FILES
                   END-IF
                   CLOSE COURSE-MASTER
               END-IF
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * DEGVERD is rebuilt by every run.  Without it, or without the
      * advising files, the audit report still prints; the missing
      * file is an ERROR on the log.
      *--------------------------------------------------------------
       OPEN-VERDICT-FILES.
           OPEN OUTPUT DEGREE-VERDICTS
           IF WS-DV-STATUS = "00"
               SET WS-DV-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "DEGVERD OPEN FAILED, STATUS: "
                   WS-DV-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           OPEN INPUT ADVISOR-ASSIGNMENTS
           OPEN INPUT ADVISOR-MASTER
           IF WS-ASG-STATUS = "00" AND WS-ADV-STATUS = "00"
               SET WS-ADVISING-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ADVASGN/ADVMAST OPEN FAILED, STATUS: "
                   WS-ASG-STATUS "/" WS-ADV-STATUS
                   ", ADVISORS NOT SHOWN"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       CLOSE-VERDICT-FILES.
           IF WS-DV-OPEN
               CLOSE DEGREE-VERDICTS
           END-IF
           IF WS-ASG-STATUS = "00"
               CLOSE ADVISOR-ASSIGNMENTS
           END-IF
           IF WS-ADV-STATUS = "00"
               CLOSE ADVISOR-MASTER
           END-IF
           EXIT
           .
       READ-STUDENT.
           READ STUDENT-MASTER
               AT END MOVE "Y" TO WS-EOF-SW
           PERFORM WRITE-AUDIT-LINE
           MOVE AUDIT-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           IF WS-CREDITS-SHORT NOT > ZERO
               PERFORM CHECK-COMPLETED-HOLDS
           END-IF
           IF WS-CREDITS-SHORT > ZERO
               AND WS-CREDITS-SHORT NOT > WS-ONE-TERM-LOAD
               AND WS-ADVISING-OPEN
               PERFORM WRITE-ADVISOR-LINE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A student within one term of finishing is the advisor's to
      * see through; the line names who that is.
      *--------------------------------------------------------------
       WRITE-ADVISOR-LINE.
           MOVE SPACES TO WS-AL-STAFF-ID
           MOVE "NONE ASSIGNED" TO WS-AL-NAME
           MOVE SPACES TO WS-AL-DEPARTMENT
           MOVE SM-STUDENT-ID TO AA-STU-ID
           READ ADVISOR-ASSIGNMENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AA-STAFF-ID TO WS-AL-STAFF-ID
                   MOVE AA-STAFF-ID TO AV-STAFF-ID
                   READ ADVISOR-MASTER
                       INVALID KEY
                           MOVE "NOT ON ADVMAST" TO WS-AL-NAME
                       NOT INVALID KEY
                           MOVE AV-ADVISOR-NAME TO WS-AL-NAME
                           MOVE AV-DEPARTMENT   TO WS-AL-DEPARTMENT
                   END-READ
           END-READ
           WRITE AUDIT-REPORT-REC FROM WS-ADVISOR-LINE
           EXIT
           .
      *--------------------------------------------------------------
      * Only a student who has otherwise finished needs the holds
      * shown - anyone short cannot graduate yet in any case.  A
      * holds file that cannot be read is an ERROR on the log and
      * the verdict stands.
      *--------------------------------------------------------------
       CHECK-COMPLETED-HOLDS.
           CALL "HOLDCHK" USING SM-STUDENT-ID WS-HOLD-CLASS
               WS-HOLD-COUNT WS-HOLD-TYPE WS-HOLD-OFFICE
               WS-HOLD-REASON WS-HOLD-RESULT
           EVALUATE TRUE
               WHEN WS-HOLD-RESULT NOT = ZERO
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "HOLDMAST UNREADABLE, RESULT "
                       WS-HOLD-RESULT ", HOLDS NOT CHECKED FOR "
                       SM-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-HOLD-COUNT > ZERO
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-HOLD-TYPE   TO WS-HL-HOLD-TYPE
                   MOVE WS-HOLD-OFFICE TO WS-HL-OFFICE
                   MOVE WS-HOLD-REASON TO WS-HL-REASON
                   MOVE WS-HOLD-COUNT  TO WS-HL-COUNT
                   WRITE AUDIT-REPORT-REC FROM WS-HOLD-LINE
                   MOVE AUDIT-REPORT-REC TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
           END-EVALUATE
           EXIT
           .
       WRITE-AUDIT-LINE.
           MOVE WS-EARNED-CREDITS   TO WS-AU-EARNED
           MOVE WS-REQUIRED-CREDITS TO WS-AU-REQUIRED
           WRITE AUDIT-REPORT-REC FROM WS-AUDIT-LINE
           IF WS-DV-OPEN
               MOVE SM-STUDENT-ID       TO DV-STU-ID
               MOVE WS-EARNED-CREDITS   TO DV-EARNED-CREDITS
               MOVE WS-REQUIRED-CREDITS TO DV-REQUIRED-CREDITS
               MOVE WS-AU-VERDICT       TO DV-VERDICT
               MOVE WS-RUN-DATE         TO DV-AUDIT-DATE
               WRITE DEGREE-VERDICT-REC
           END-IF
           EXIT
           .
       WRITE-AUDIT-TOTALS.
           MOVE "COMPLETED            " TO WS-AT-LABEL
           MOVE WS-COMPLETED-COUNT      TO WS-AT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "COMPLETED BUT HELD   " TO WS-AT-LABEL
           MOVE WS-HELD-COUNT           TO WS-AT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "WITHIN ONE TERM      " TO WS-AT-LABEL
           MOVE WS-NEAR-COUNT           TO WS-AT-COUNT
           PERFORM WRITE-TOTAL-LINE
