       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCONF.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Graduation conferral run for the
      *             ceremony named on the CONFCTL control file:
      *             every student DEGAUDIT last judged COMPLETED on
      *             DEGVERD and holding no HOLDMAST hold of any
      *             kind (checked through HOLDCHK) is conferred on
      *             the ceremony date.  Honors come from the
      *             SM-CUM-GPA bands - SUMMA CUM LAUDE from 3.90,
      *             MAGNA CUM LAUDE from 3.70, CUM LAUDE from 3.50.
      *             Each graduate is listed on the CONFLIST ceremony
      *             list, gets a page on the DIPLOMAS print file
      *             (name as on the master, course title, honors),
      *             is written to the ALUMMAST alumni master with
      *             the final cumulative GPA, credits earned and
      *             conferral date, and is then deleted from
      *             STUDMAST with the record's image on the CONFAUDT
      *             audit file.  Completed students under a hold are
      *             listed as HELD BY the placing office and stay
      *             on STUDMAST for the next ceremony.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFERRAL-CONTROL ASSIGN TO "CONFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT DEGREE-VERDICTS ASSIGN TO "DEGVERD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DV-STU-ID
               FILE STATUS IS WS-DV-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COURSE-ID
               FILE STATUS IS WS-CRS-STATUS.
           SELECT ALUMNI-MASTER ASSIGN TO "ALUMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-STUDENT-ID
               FILE STATUS IS WS-ALM-STATUS.
           SELECT CEREMONY-LIST ASSIGN TO "CONFLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIPLOMA-PRINT ASSIGN TO "DIPLOMAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFERRAL-AUDIT ASSIGN TO "CONFAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFERRAL-CONTROL.
       01  CONFERRAL-CONTROL-REC.
           05  CC-CEREMONY-DATE    PIC 9(8).
           05  CC-CEREMONY-NAME    PIC X(30).
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  DEGREE-VERDICTS.
       COPY DEGVERD.
       FD  COURSE-MASTER.
       COPY COURSEMAST.
       FD  ALUMNI-MASTER.
       COPY ALUMMAST.
       FD  CEREMONY-LIST.
       01  CEREMONY-LIST-REC       PIC X(80).
       FD  DIPLOMA-PRINT.
       01  DIPLOMA-PRINT-REC       PIC X(80).
       FD  CONFERRAL-AUDIT.
       01  CONFERRAL-AUDIT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LIST-HEADER-LINE.
           05  FILLER              PIC X(20)
               VALUE "GRADUATION CEREMONY ".
           05  WS-LH-NAME          PIC X(30).
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-LH-DATE          PIC 9(8).
           05  FILLER              PIC X(16) VALUE SPACES.

       01  WS-LIST-LINE.
           05  WS-LL-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LL-NAME          PIC X(21).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LL-COURSE-ID     PIC X(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-LL-CUM-GPA       PIC 9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-HONORS        PIC X(16).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-LL-OUTCOME       PIC X(18).
           05  FILLER              PIC X(1)  VALUE SPACE.

       01  WS-LIST-TOTAL-LINE.
           05  WS-LT-LABEL         PIC X(22).
           05  WS-LT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-DIPLOMA-RULE-LINE.
           05  FILLER              PIC X(40) VALUE ALL "*".
           05  FILLER              PIC X(40) VALUE ALL "*".

       01  WS-DIPLOMA-TEXT-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-DT-TEXT          PIC X(60).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-DIPLOMA-NAME.
           05  WS-DN-FORENAME      PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DN-SURNAME       PIC X(12).

       01  WS-DIPLOMA-DATE-TEXT.
           05  FILLER              PIC X(13) VALUE "CONFERRED ON ".
           05  WS-DD-DATE          PIC 9(8).

       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-ACTION        PIC X(1)  VALUE "G".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7)  VALUE "CONFERD".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(48).
           05  FILLER              PIC X(13) VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)  VALUE "00".
       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-DV-STATUS            PIC X(2)  VALUE "00".
       77  WS-CRS-STATUS           PIC X(2)  VALUE "00".
       77  WS-ALM-STATUS           PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-CEREMONY-DATE        PIC 9(8)  VALUE ZERO.
       77  WS-CEREMONY-NAME        PIC X(30) VALUE SPACES.
       77  WS-COURSE-TITLE         PIC X(20) VALUE SPACES.
       77  WS-HONORS               PIC X(16) VALUE SPACES.
       77  WS-SUMMA-FLOOR          PIC 9V99  VALUE 3.90.
       77  WS-MAGNA-FLOOR          PIC 9V99  VALUE 3.70.
       77  WS-CUM-LAUDE-FLOOR      PIC 9V99  VALUE 3.50.
       77  WS-COMPLETED-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-CONFERRED-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-SUMMA-COUNT          PIC 9(5)  VALUE ZERO.
       77  WS-MAGNA-COUNT          PIC 9(5)  VALUE ZERO.
       77  WS-CUM-LAUDE-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-HELD-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-NOT-MOVED-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-HOLD-CLASS           PIC X(1)  VALUE "A".
       77  WS-HOLD-COUNT           PIC 9(2)  VALUE ZERO.
       77  WS-HOLD-TYPE            PIC X(3)  VALUE SPACES.
       77  WS-HOLD-OFFICE          PIC X(8)  VALUE SPACES.
       77  WS-HOLD-REASON          PIC X(25) VALUE SPACES.
       77  WS-HOLD-RESULT          PIC 9(2)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "GRADCONF".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CEREMONY-CONTROL
           IF WS-CEREMONY-DATE = ZERO
               MOVE "NO CEREMONY DATE ON CONFCTL, NOTHING CONFERRED"
                   TO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM OPEN-CONFERRAL-FILES
           END-IF
           GOBACK
           .
       READ-CEREMONY-CONTROL.
           OPEN INPUT CONFERRAL-CONTROL
           IF WS-CTL-STATUS = "00"
               READ CONFERRAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-CEREMONY-DATE IS NUMERIC
                           MOVE CC-CEREMONY-DATE TO WS-CEREMONY-DATE
                           MOVE CC-CEREMONY-NAME TO WS-CEREMONY-NAME
                       END-IF
               END-READ
               CLOSE CONFERRAL-CONTROL
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Nothing is conferred unless every file the run updates or
      * relies on can be opened; the alumni master is created on
      * the first run.
      *--------------------------------------------------------------
       OPEN-CONFERRAL-FILES.
           OPEN I-O ALUMNI-MASTER
           IF WS-ALM-STATUS = "35"
               OPEN OUTPUT ALUMNI-MASTER
               CLOSE ALUMNI-MASTER
               OPEN I-O ALUMNI-MASTER
           END-IF
           OPEN I-O STUDENT-MASTER
           OPEN INPUT DEGREE-VERDICTS
           OPEN INPUT COURSE-MASTER
           IF WS-ALM-STATUS NOT = "00" OR WS-STU-STATUS NOT = "00"
               OR WS-DV-STATUS NOT = "00" OR WS-CRS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "OPEN FAILED, ALUMMAST/STUDMAST/DEGVERD/COURSMST"
                   " STATUS: " WS-ALM-STATUS "/" WS-STU-STATUS "/"
                   WS-DV-STATUS "/" WS-CRS-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT CEREMONY-LIST
               OPEN OUTPUT DIPLOMA-PRINT
               OPEN OUTPUT CONFERRAL-AUDIT
               MOVE WS-CEREMONY-NAME TO WS-LH-NAME
               MOVE WS-CEREMONY-DATE TO WS-LH-DATE
               WRITE CEREMONY-LIST-REC FROM WS-LIST-HEADER-LINE
               PERFORM READ-STUDENT
               PERFORM REVIEW-ONE-STUDENT UNTIL WS-EOF
               PERFORM WRITE-CEREMONY-TOTALS
               CLOSE CEREMONY-LIST
               CLOSE DIPLOMA-PRINT
               CLOSE CONFERRAL-AUDIT
           END-IF
           IF WS-ALM-STATUS = "00"
               CLOSE ALUMNI-MASTER
           END-IF
           IF WS-STU-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF
           IF WS-DV-STATUS = "00"
               CLOSE DEGREE-VERDICTS
           END-IF
           IF WS-CRS-STATUS = "00"
               CLOSE COURSE-MASTER
           END-IF
           EXIT
           .
       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       REVIEW-ONE-STUDENT.
           MOVE SM-STUDENT-ID TO DV-STU-ID
           READ DEGREE-VERDICTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DV-VERDICT = "COMPLETED"
                       ADD 1 TO WS-COMPLETED-COUNT
                       PERFORM CONFER-IF-CLEAR
                   END-IF
           END-READ
           PERFORM READ-STUDENT
           EXIT
           .
      *--------------------------------------------------------------
      * Any hold in force keeps the student back.  A holds file
      * that cannot be read keeps everyone back - an award cannot
      * be taken back once conferred.
      *--------------------------------------------------------------
       CONFER-IF-CLEAR.
           PERFORM CLASSIFY-HONORS
           CALL "HOLDCHK" USING SM-STUDENT-ID WS-HOLD-CLASS
               WS-HOLD-COUNT WS-HOLD-TYPE WS-HOLD-OFFICE
               WS-HOLD-REASON WS-HOLD-RESULT
           EVALUATE TRUE
               WHEN WS-HOLD-RESULT NOT = ZERO
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HOLDS NOT CHECKED" TO WS-LL-OUTCOME
                   PERFORM WRITE-LIST-LINE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "HOLDMAST UNREADABLE, RESULT "
                       WS-HOLD-RESULT ", NOT CONFERRED: "
                       SM-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-HOLD-COUNT > ZERO
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO WS-LL-OUTCOME
                   STRING "HELD BY " WS-HOLD-OFFICE
                       DELIMITED BY SIZE INTO WS-LL-OUTCOME
                   PERFORM WRITE-LIST-LINE
                   MOVE CEREMONY-LIST-REC TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   PERFORM CONFER-AWARD
           END-EVALUATE
           EXIT
           .
       CLASSIFY-HONORS.
           EVALUATE TRUE
               WHEN SM-CUM-GPA NOT < WS-SUMMA-FLOOR
                   MOVE "SUMMA CUM LAUDE " TO WS-HONORS
               WHEN SM-CUM-GPA NOT < WS-MAGNA-FLOOR
                   MOVE "MAGNA CUM LAUDE " TO WS-HONORS
               WHEN SM-CUM-GPA NOT < WS-CUM-LAUDE-FLOOR
                   MOVE "CUM LAUDE       " TO WS-HONORS
               WHEN OTHER
                   MOVE SPACES TO WS-HONORS
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * The alumni record is written before the student leaves the
      * active master; a student already on ALUMMAST is left where
      * they are for the registrar to resolve.
      *--------------------------------------------------------------
       CONFER-AWARD.
           MOVE SM-STUDENT-ID       TO AL-STUDENT-ID
           MOVE SM-FORENAME         TO AL-FORENAME
           MOVE SM-SURNAME          TO AL-SURNAME
           MOVE SM-DATE-OF-BIRTH    TO AL-DATE-OF-BIRTH
           MOVE SM-COURSE-ID        TO AL-COURSE-ID
           MOVE SM-CUM-GPA          TO AL-FINAL-CUM-GPA
           MOVE DV-EARNED-CREDITS   TO AL-CREDITS-EARNED
           MOVE WS-HONORS           TO AL-HONORS
           MOVE WS-CEREMONY-DATE    TO AL-CONFERRAL-DATE
           WRITE ALUMNI-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-NOT-MOVED-COUNT
                   MOVE "ALREADY ALUMNUS" TO WS-LL-OUTCOME
                   PERFORM WRITE-LIST-LINE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "STUDENT " SM-STUDENT-ID
                       " ALREADY ON ALUMMAST, LEFT ON STUDMAST"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   PERFORM GRADUATE-STUDENT
           END-WRITE
           EXIT
           .
       GRADUATE-STUDENT.
           ADD 1 TO WS-CONFERRED-COUNT
           EVALUATE WS-HONORS
               WHEN "SUMMA CUM LAUDE "
                   ADD 1 TO WS-SUMMA-COUNT
               WHEN "MAGNA CUM LAUDE "
                   ADD 1 TO WS-MAGNA-COUNT
               WHEN "CUM LAUDE       "
                   ADD 1 TO WS-CUM-LAUDE-COUNT
           END-EVALUATE
           MOVE WS-RUN-DATE        TO WS-AU-DATE
           MOVE STUDENT-MASTER-REC TO WS-AU-IMAGE
           WRITE CONFERRAL-AUDIT-REC FROM WS-AUDIT-LINE
           PERFORM LOOKUP-COURSE-TITLE
           PERFORM PRINT-DIPLOMA
           MOVE "CONFERRED" TO WS-LL-OUTCOME
           PERFORM WRITE-LIST-LINE
           MOVE CEREMONY-LIST-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           DELETE STUDENT-MASTER RECORD
           IF WS-STU-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STUDMAST DELETE FAILED FOR " SM-STUDENT-ID
                   ", STATUS: " WS-STU-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       LOOKUP-COURSE-TITLE.
           MOVE SM-COURSE-ID TO CO-COURSE-ID
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "COURSE NOT ON FILE  " TO WS-COURSE-TITLE
               NOT INVALID KEY
                   MOVE CO-COURSE-TITLE TO WS-COURSE-TITLE
           END-READ
           EXIT
           .
       PRINT-DIPLOMA.
           MOVE SM-FORENAME      TO WS-DN-FORENAME
           MOVE SM-SURNAME       TO WS-DN-SURNAME
           MOVE WS-CEREMONY-DATE TO WS-DD-DATE
           WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-RULE-LINE
           MOVE "THIS IS TO CERTIFY THAT" TO WS-DT-TEXT
           WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-TEXT-LINE
           MOVE WS-DIPLOMA-NAME TO WS-DT-TEXT
           WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-TEXT-LINE
           MOVE "HAVING COMPLETED THE COURSE IN" TO WS-DT-TEXT
           WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-TEXT-LINE
           MOVE WS-COURSE-TITLE TO WS-DT-TEXT
           WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-TEXT-LINE
           IF WS-HONORS NOT = SPACES
               MOVE WS-HONORS TO WS-DT-TEXT
               WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-TEXT-LINE
           END-IF
           MOVE WS-DIPLOMA-DATE-TEXT TO WS-DT-TEXT
           WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-TEXT-LINE
           WRITE DIPLOMA-PRINT-REC FROM WS-DIPLOMA-RULE-LINE
           EXIT
           .
       WRITE-LIST-LINE.
           MOVE SM-STUDENT-ID   TO WS-LL-STU-ID
           MOVE SM-STUDENT-NAME TO WS-LL-NAME
           MOVE SM-COURSE-ID    TO WS-LL-COURSE-ID
           MOVE SM-CUM-GPA      TO WS-LL-CUM-GPA
           MOVE WS-HONORS       TO WS-LL-HONORS
           WRITE CEREMONY-LIST-REC FROM WS-LIST-LINE
           EXIT
           .
       WRITE-CEREMONY-TOTALS.
           MOVE SPACES TO CEREMONY-LIST-REC
           WRITE CEREMONY-LIST-REC
           MOVE "COMPLETED ON AUDIT   " TO WS-LT-LABEL
           MOVE WS-COMPLETED-COUNT      TO WS-LT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "CONFERRED            " TO WS-LT-LABEL
           MOVE WS-CONFERRED-COUNT      TO WS-LT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  SUMMA CUM LAUDE    " TO WS-LT-LABEL
           MOVE WS-SUMMA-COUNT          TO WS-LT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  MAGNA CUM LAUDE    " TO WS-LT-LABEL
           MOVE WS-MAGNA-COUNT          TO WS-LT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  CUM LAUDE          " TO WS-LT-LABEL
           MOVE WS-CUM-LAUDE-COUNT      TO WS-LT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "HELD, NOT CONFERRED  " TO WS-LT-LABEL
           MOVE WS-HELD-COUNT           TO WS-LT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ALREADY ALUMNI       " TO WS-LT-LABEL
           MOVE WS-NOT-MOVED-COUNT      TO WS-LT-COUNT
           PERFORM WRITE-TOTAL-LINE
           EXIT
           .
       WRITE-TOTAL-LINE.
           WRITE CEREMONY-LIST-REC FROM WS-LIST-TOTAL-LINE
           MOVE CEREMONY-LIST-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
