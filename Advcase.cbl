       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVCASE.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Advisor caseload report: every
      *             student on STUDMAST is matched to their ADVASGN
      *             advisor, sorted by advisor and student, and
      *             printed on ADVCRPT under the advisor's name and
      *             department with the student's term GPA,
      *             cumulative GPA, standing (Honor Roll at 3.50,
      *             Probation under 2.00, as DATA5 classifies) and
      *             latest DEGAUDIT verdict from DEGVERD, then the
      *             advisor's caseload and probation counts.  The
      *             ADVCEXC exceptions list carries every student
      *             with no advisor, an advisor not on ADVMAST or
      *             retired, or an advisor outside the department
      *             of the student's course (also flagged * on the
      *             caseload line).
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
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
           SELECT COURSE-MASTER ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COURSE-ID
               FILE STATUS IS WS-CRS-STATUS.
           SELECT DEGREE-VERDICTS ASSIGN TO "DEGVERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DV-STU-ID
               FILE STATUS IS WS-DV-STATUS.
           SELECT SORT-WORK        ASSIGN TO "ADVSORT".
           SELECT CASELOAD-REPORT  ASSIGN TO "ADVCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASELOAD-EXCEPTIONS ASSIGN TO "ADVCEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  ADVISOR-ASSIGNMENTS.
       COPY ADVASGN.
       FD  ADVISOR-MASTER.
       COPY ADVMAST.
       FD  COURSE-MASTER.
       COPY COURSEMAST.
       FD  DEGREE-VERDICTS.
       COPY DEGVERD.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-STAFF-ID         PIC X(8).
           05  SR-STU-ID           PIC 9(8).
           05  SR-ADVISOR-NAME     PIC X(20).
           05  SR-DEPARTMENT       PIC X(15).
           05  SR-ADVISOR-STATUS   PIC X(1).
           05  SR-STU-NAME         PIC X(21).
           05  SR-TERM-GPA         PIC 9V99.
           05  SR-CUM-GPA          PIC 9V99.
           05  SR-STANDING         PIC X(10).
               88  SR-ON-PROBATION            VALUE "PROBATION".
           05  SR-VERDICT          PIC X(16).
           05  SR-OUT-OF-DEPT      PIC X(1).
       FD  CASELOAD-REPORT.
       01  CASELOAD-REPORT-REC     PIC X(80).
       FD  CASELOAD-EXCEPTIONS.
       01  CASELOAD-EXCEPTIONS-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(30)
               VALUE "ADVISOR CASELOAD REPORT       ".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-ADVISOR-LINE.
           05  FILLER              PIC X(8)  VALUE "ADVISOR ".
           05  WS-AL-STAFF-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-NAME          PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-DEPARTMENT    PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-STATUS        PIC X(7).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-CASE-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-STU-NAME      PIC X(21).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-TERM-GPA      PIC 9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-CUM-GPA       PIC 9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-STANDING      PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-VERDICT       PIC X(16).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-FLAG          PIC X(1).
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-ADVISOR-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE "  CASELOAD  ".
           05  WS-AT-CASELOAD      PIC ZZZZ9.
           05  FILLER              PIC X(15) VALUE "  ON PROBATION ".
           05  WS-AT-PROBATION     PIC ZZZZ9.
           05  FILLER              PIC X(20)
               VALUE "  OUTSIDE DEPARTMENT".
           05  WS-AT-OUT-OF-DEPT   PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  WS-GT-LABEL         PIC X(22).
           05  WS-GT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-STU-NAME      PIC X(21).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-COURSE-ID     PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-STAFF-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(4)  VALUE SPACES.

       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-ASG-STATUS           PIC X(2)  VALUE "00".
       77  WS-ADV-STATUS           PIC X(2)  VALUE "00".
       77  WS-CRS-STATUS           PIC X(2)  VALUE "00".
       77  WS-DV-STATUS            PIC X(2)  VALUE "00".
       77  WS-DV-OPEN-SW           PIC X(1)  VALUE "N".
           88  WS-DV-OPEN                    VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-FIRST-SW             PIC X(1)  VALUE "Y".
           88  WS-FIRST-RECORD               VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-PROBATION-FLOOR      PIC 9V99  VALUE 2.00.
       77  WS-HONOR-FLOOR          PIC 9V99  VALUE 3.50.
       77  WS-PREV-STAFF-ID        PIC X(8)  VALUE SPACES.
       77  WS-CASELOAD-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-PROBATION-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-OUT-OF-DEPT-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-STUDENT-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-ASSIGNED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-ADVISOR-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-EXCEPTION-COUNT      PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "ADVCASE".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SORT SORT-WORK
               ON ASCENDING KEY SR-STAFF-ID SR-STU-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-CASELOAD-REPORT
           GOBACK
           .
      *--------------------------------------------------------------
      * Every student is looked at once: one with a usable advisor
      * goes into the sort, anything wrong with the assignment goes
      * on the exceptions list.  DEGVERD is optional - without it
      * the verdict column reads NOT AUDITED.
      *--------------------------------------------------------------
       LOAD-SORT-FILE.
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT ADVISOR-ASSIGNMENTS
           OPEN INPUT ADVISOR-MASTER
           OPEN INPUT COURSE-MASTER
           OPEN INPUT DEGREE-VERDICTS
           IF WS-DV-STATUS = "00"
               SET WS-DV-OPEN TO TRUE
           END-IF
           IF WS-STU-STATUS NOT = "00" OR WS-ASG-STATUS NOT = "00"
               OR WS-ADV-STATUS NOT = "00" OR WS-CRS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "OPEN FAILED, STUDMAST/ADVASGN/ADVMAST/COURSMST"
                   " STATUS: " WS-STU-STATUS "/" WS-ASG-STATUS "/"
                   WS-ADV-STATUS "/" WS-CRS-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT CASELOAD-EXCEPTIONS
               PERFORM READ-STUDENT
               PERFORM CHECK-ONE-STUDENT UNTIL WS-EOF
               CLOSE CASELOAD-EXCEPTIONS
           END-IF
           IF WS-STU-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF
           IF WS-ASG-STATUS = "00"
               CLOSE ADVISOR-ASSIGNMENTS
           END-IF
           IF WS-ADV-STATUS = "00"
               CLOSE ADVISOR-MASTER
           END-IF
           IF WS-CRS-STATUS = "00"
               CLOSE COURSE-MASTER
           END-IF
           IF WS-DV-OPEN
               CLOSE DEGREE-VERDICTS
           END-IF
           EXIT
           .
       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       CHECK-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE SPACES TO WS-EX-STAFF-ID
           MOVE SM-STUDENT-ID TO AA-STU-ID
           READ ADVISOR-ASSIGNMENTS
               INVALID KEY
                   MOVE "NO ADVISOR ASSIGNED" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE AA-STAFF-ID TO WS-EX-STAFF-ID
                   MOVE AA-STAFF-ID TO AV-STAFF-ID
                   READ ADVISOR-MASTER
                       INVALID KEY
                           MOVE "ADVISOR NOT ON ADVMAST"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       NOT INVALID KEY
                           PERFORM RELEASE-CASE
                   END-READ
           END-READ
           PERFORM READ-STUDENT
           EXIT
           .
      *--------------------------------------------------------------
      * A retired advisor's students and students whose course
      * belongs to another department stay on the advisor's
      * caseload until they are reassigned, and are listed as
      * exceptions meanwhile.
      *--------------------------------------------------------------
       RELEASE-CASE.
           ADD 1 TO WS-ASSIGNED-COUNT
           MOVE SPACE TO SR-OUT-OF-DEPT
           IF AV-RETIRED
               MOVE "ADVISOR RETIRED" TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE SM-COURSE-ID TO CO-COURSE-ID
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "STUDENT COURSE NOT ON MASTER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF CO-DEPARTMENT NOT = AV-DEPARTMENT
                       MOVE "*" TO SR-OUT-OF-DEPT
                       MOVE "ADVISOR OUTSIDE DEPARTMENT"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
           END-READ
           MOVE AV-STAFF-ID     TO SR-STAFF-ID
           MOVE SM-STUDENT-ID   TO SR-STU-ID
           MOVE AV-ADVISOR-NAME TO SR-ADVISOR-NAME
           MOVE AV-DEPARTMENT   TO SR-DEPARTMENT
           MOVE AV-STATUS       TO SR-ADVISOR-STATUS
           MOVE SM-STUDENT-NAME TO SR-STU-NAME
           MOVE SM-GPA          TO SR-TERM-GPA
           MOVE SM-CUM-GPA      TO SR-CUM-GPA
           EVALUATE TRUE
               WHEN SM-GPA NOT < WS-HONOR-FLOOR
                   MOVE "HONOR ROLL" TO SR-STANDING
               WHEN SM-GPA < WS-PROBATION-FLOOR
                   MOVE "PROBATION " TO SR-STANDING
               WHEN OTHER
                   MOVE "GOOD      " TO SR-STANDING
           END-EVALUATE
           MOVE "NOT AUDITED" TO SR-VERDICT
           IF WS-DV-OPEN
               MOVE SM-STUDENT-ID TO DV-STU-ID
               READ DEGREE-VERDICTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DV-VERDICT TO SR-VERDICT
               END-READ
           END-IF
           RELEASE SORT-REC
           EXIT
           .
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SM-STUDENT-ID   TO WS-EX-STU-ID
           MOVE SM-STUDENT-NAME TO WS-EX-STU-NAME
           MOVE SM-COURSE-ID    TO WS-EX-COURSE-ID
           WRITE CASELOAD-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE CASELOAD-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-CASELOAD-REPORT.
           OPEN OUTPUT CASELOAD-REPORT
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           WRITE CASELOAD-REPORT-REC FROM WS-REPORT-HEADER-LINE
           MOVE "N" TO WS-EOF-SW
           PERFORM RETURN-SORT-REC
           PERFORM REPORT-ONE-CASE UNTIL WS-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM CLOSE-ADVISOR
           END-IF
           MOVE SPACES TO CASELOAD-REPORT-REC
           WRITE CASELOAD-REPORT-REC
           MOVE "STUDENTS ON MASTER   " TO WS-GT-LABEL
           MOVE WS-STUDENT-COUNT        TO WS-GT-COUNT
           PERFORM WRITE-GRAND-TOTAL
           MOVE "STUDENTS WITH ADVISOR" TO WS-GT-LABEL
           MOVE WS-ASSIGNED-COUNT       TO WS-GT-COUNT
           PERFORM WRITE-GRAND-TOTAL
           MOVE "ADVISORS WITH CASES  " TO WS-GT-LABEL
           MOVE WS-ADVISOR-COUNT        TO WS-GT-COUNT
           PERFORM WRITE-GRAND-TOTAL
           MOVE "EXCEPTIONS LISTED    " TO WS-GT-LABEL
           MOVE WS-EXCEPTION-COUNT      TO WS-GT-COUNT
           PERFORM WRITE-GRAND-TOTAL
           CLOSE CASELOAD-REPORT
           EXIT
           .
       RETURN-SORT-REC.
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-EOF-SW
           END-RETURN
           EXIT
           .
       REPORT-ONE-CASE.
           IF NOT WS-FIRST-RECORD
               AND SR-STAFF-ID NOT = WS-PREV-STAFF-ID
               PERFORM CLOSE-ADVISOR
           END-IF
           IF WS-FIRST-RECORD
               OR SR-STAFF-ID NOT = WS-PREV-STAFF-ID
               PERFORM OPEN-ADVISOR
           END-IF
           MOVE "N" TO WS-FIRST-SW
           ADD 1 TO WS-CASELOAD-COUNT
           IF SR-ON-PROBATION
               ADD 1 TO WS-PROBATION-COUNT
           END-IF
           IF SR-OUT-OF-DEPT = "*"
               ADD 1 TO WS-OUT-OF-DEPT-COUNT
           END-IF
           MOVE SR-STU-ID      TO WS-CL-STU-ID
           MOVE SR-STU-NAME    TO WS-CL-STU-NAME
           MOVE SR-TERM-GPA    TO WS-CL-TERM-GPA
           MOVE SR-CUM-GPA     TO WS-CL-CUM-GPA
           MOVE SR-STANDING    TO WS-CL-STANDING
           MOVE SR-VERDICT     TO WS-CL-VERDICT
           MOVE SR-OUT-OF-DEPT TO WS-CL-FLAG
           WRITE CASELOAD-REPORT-REC FROM WS-CASE-LINE
           PERFORM RETURN-SORT-REC
           EXIT
           .
       OPEN-ADVISOR.
           ADD 1 TO WS-ADVISOR-COUNT
           MOVE SR-STAFF-ID TO WS-PREV-STAFF-ID
           MOVE ZERO TO WS-CASELOAD-COUNT
           MOVE ZERO TO WS-PROBATION-COUNT
           MOVE ZERO TO WS-OUT-OF-DEPT-COUNT
           MOVE SR-STAFF-ID     TO WS-AL-STAFF-ID
           MOVE SR-ADVISOR-NAME TO WS-AL-NAME
           MOVE SR-DEPARTMENT   TO WS-AL-DEPARTMENT
           IF SR-ADVISOR-STATUS = "R"
               MOVE "RETIRED" TO WS-AL-STATUS
           ELSE
               MOVE SPACES TO WS-AL-STATUS
           END-IF
           MOVE SPACES TO CASELOAD-REPORT-REC
           WRITE CASELOAD-REPORT-REC
           WRITE CASELOAD-REPORT-REC FROM WS-ADVISOR-LINE
           EXIT
           .
       CLOSE-ADVISOR.
           MOVE WS-CASELOAD-COUNT    TO WS-AT-CASELOAD
           MOVE WS-PROBATION-COUNT   TO WS-AT-PROBATION
           MOVE WS-OUT-OF-DEPT-COUNT TO WS-AT-OUT-OF-DEPT
           WRITE CASELOAD-REPORT-REC FROM WS-ADVISOR-TOTAL-LINE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ADVISOR " WS-PREV-STAFF-ID
               " CASELOAD " WS-CASELOAD-COUNT
               " ON PROBATION " WS-PROBATION-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-GRAND-TOTAL.
           WRITE CASELOAD-REPORT-REC FROM WS-GRAND-TOTAL-LINE
           MOVE CASELOAD-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
