      *             PROBSUMM summary gives the registrar the run's
      *             continuations, new probations, escalations and
      *             recoveries.
      * 2026-10-15  Each notice now names the student's advisor and
      *             their department from ADVASGN and ADVMAST, the
      *             member of staff responsible for following the
      *             student up.  A student with no active advisor
      *             gets NOT YET ASSIGNED - SEE THE REGISTRAR, and
      *             the summary counts those notices so they can be
      *             assigned.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.
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
           SELECT NOTICE-LETTERS ASSIGN TO "PROBLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STANDING-SUMMARY ASSIGN TO "PROBSUMM"
       COPY STUDMAST.
       FD  TERM-HISTORY.
       COPY TERMHIST.
       FD  ADVISOR-ASSIGNMENTS.
       COPY ADVASGN.
       FD  ADVISOR-MASTER.
       COPY ADVMAST.
       FD  NOTICE-LETTERS.
       01  NOTICE-LETTER-REC       PIC X(80).
       FD  STANDING-SUMMARY.
           05  WS-FG-CUM-GPA       PIC 9.99.
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-ADVISOR-LINE.
           05  FILLER              PIC X(15) VALUE "YOUR ADVISOR:  ".
           05  WS-AV-NAME          PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AV-DEPARTMENT    PIC X(20).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-SIGN-LINE.
           05  FILLER              PIC X(25)
               VALUE "SINCERELY, THE REGISTRAR ".

       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-HIST-STATUS          PIC X(2)  VALUE "00".
       77  WS-ASG-STATUS           PIC X(2)  VALUE "00".
       77  WS-ADV-STATUS           PIC X(2)  VALUE "00".
       77  WS-ADVISING-OPEN-SW     PIC X(1)  VALUE "N".
           88  WS-ADVISING-OPEN              VALUE "Y".
       77  WS-NO-ADVISOR-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-HIST-EOF-SW          PIC X(1)  VALUE "N".
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   PERFORM OPEN-ADVISING-FILES
                   OPEN OUTPUT NOTICE-LETTERS
                   OPEN OUTPUT STANDING-SUMMARY
                   PERFORM READ-STUDENT
                   CLOSE NOTICE-LETTERS
                   CLOSE STANDING-SUMMARY
                   CLOSE TERM-HISTORY
                   IF WS-ASG-STATUS = "00"
                       CLOSE ADVISOR-ASSIGNMENTS
                   END-IF
                   IF WS-ADV-STATUS = "00"
                       CLOSE ADVISOR-MASTER
                   END-IF
               END-IF
               CLOSE STUDENT-MASTER
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * The notices still go out without the advising files; every
      * one then reads NOT YET ASSIGNED and the log carries an
      * ERROR.
      *--------------------------------------------------------------
       OPEN-ADVISING-FILES.
           OPEN INPUT ADVISOR-ASSIGNMENTS
           OPEN INPUT ADVISOR-MASTER
           IF WS-ASG-STATUS = "00" AND WS-ADV-STATUS = "00"
               SET WS-ADVISING-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ADVASGN/ADVMAST OPEN FAILED, STATUS: "
                   WS-ASG-STATUS "/" WS-ADV-STATUS
                   ", NO ADVISOR NAMED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       READ-STUDENT.
           READ STUDENT-MASTER
               AT END MOVE "Y" TO WS-EOF-SW
           MOVE SM-SURNAME    TO WS-DR-SURNAME
           MOVE WS-LATEST-GPA TO WS-FG-TERM-GPA
           MOVE SM-CUM-GPA    TO WS-FG-CUM-GPA
           PERFORM FIND-STUDENT-ADVISOR
           WRITE NOTICE-LETTER-REC FROM WS-LETTER-RULE-LINE
           WRITE NOTICE-LETTER-REC FROM WS-LETTER-HEAD-LINE
           WRITE NOTICE-LETTER-REC FROM WS-DEAR-LINE
           WRITE NOTICE-LETTER-REC FROM WS-BODY-LINE-1
           WRITE NOTICE-LETTER-REC FROM WS-BODY-LINE-2
           WRITE NOTICE-LETTER-REC FROM WS-FIGURES-LINE
           WRITE NOTICE-LETTER-REC FROM WS-ADVISOR-LINE
           WRITE NOTICE-LETTER-REC FROM WS-SIGN-LINE
           WRITE NOTICE-LETTER-REC FROM WS-LETTER-RULE-LINE
           MOVE SPACES TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Only an active advisor is named; an assignment to a retired
      * advisor is as good as none.
      *--------------------------------------------------------------
       FIND-STUDENT-ADVISOR.
           MOVE "NOT YET ASSIGNED"     TO WS-AV-NAME
           MOVE "- SEE THE REGISTRAR"  TO WS-AV-DEPARTMENT
           IF WS-ADVISING-OPEN
               MOVE SM-STUDENT-ID TO AA-STU-ID
               READ ADVISOR-ASSIGNMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AA-STAFF-ID TO AV-STAFF-ID
                       READ ADVISOR-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF AV-ACTIVE
                                   MOVE AV-ADVISOR-NAME TO WS-AV-NAME
                                   MOVE AV-DEPARTMENT
                                       TO WS-AV-DEPARTMENT
                               END-IF
                       END-READ
               END-READ
           END-IF
           IF WS-AV-NAME = "NOT YET ASSIGNED"
               ADD 1 TO WS-NO-ADVISOR-COUNT
           END-IF
           EXIT
           .
       WRITE-STANDING-SUMMARY.
           MOVE "STUDENTS REVIEWED         " TO WS-SU-LABEL
           MOVE WS-STUDENT-COUNT             TO WS-SU-COUNT
           MOVE "NOTICE LETTERS ISSUED     " TO WS-SU-LABEL
           MOVE WS-LETTER-COUNT              TO WS-SU-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "NOTICES WITH NO ADVISOR   " TO WS-SU-LABEL
           MOVE WS-NO-ADVISOR-COUNT          TO WS-SU-COUNT
           PERFORM WRITE-SUMMARY-LINE
           EXIT
           .
       WRITE-SUMMARY-LINE.
