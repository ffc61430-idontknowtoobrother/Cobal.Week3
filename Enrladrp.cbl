      *             written back at the end - and the activity
      *             report gains a waitlist line per course with
      *             adds, promotions and remaining queue depth.
      * 2026-10-15  An add for a student under a registration hold
      *             (HOLDMAST type REG or ALL, checked through
      *             HOLDCHK) refuses REGISTRATION HOLD naming the
      *             placing office, and is not waitlisted; a held
      *             student at the head of a waitlist keeps their
      *             place but is passed over, the seat going to
      *             the next in line.
      * 2026-10-15  Add/drop now runs against the enrollment term
      *             on the TERMMAST academic term master - the open
      *             term ending soonest that has not yet ended - and
      *             every add and drop after that term's census
      *             date refuses PAST CENSUS DATE.  With no open
      *             term, or TERMMAST not opening, every add and
      *             drop refuses NO OPEN TERM ON TERMMAST.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WLF-STATUS.
           SELECT ACADEMIC-TERMS ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDROP-FILE.
       01  WAITLIST-REC.
           05  WL-COURSE-ID        PIC X(5).
           05  WL-STU-ID           PIC 9(8).
       FD  ACADEMIC-TERMS.
       COPY TERMMAST.

       WORKING-STORAGE SECTION.
       01  COURSE-SEAT-TABLE.
           88  WS-PROMOTE-DONE               VALUE "Y".
       77  WS-FREED-COURSE         PIC X(5)  VALUE SPACES.
       77  WS-PROMOTE-OLD          PIC X(5)  VALUE SPACES.
       77  WS-HOLD-STU-ID          PIC 9(8)  VALUE ZERO.
       77  WS-HOLD-CLASS           PIC X(1)  VALUE "R".
       77  WS-HOLD-COUNT           PIC 9(2)  VALUE ZERO.
       77  WS-HOLD-TYPE            PIC X(3)  VALUE SPACES.
       77  WS-HOLD-OFFICE          PIC X(8)  VALUE SPACES.
       77  WS-HOLD-REASON          PIC X(25) VALUE SPACES.
       77  WS-HOLD-RESULT          PIC 9(2)  VALUE ZERO.
       77  WS-TRM-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRM-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-TRM-EOF                    VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-ENRL-TERM            PIC X(4)  VALUE SPACES.
       77  WS-ENRL-END-DATE        PIC 9(8)  VALUE ZERO.
       77  WS-ENRL-CENSUS-DATE     PIC 9(8)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "ENRLADRP".
       77  WS-LOG-MESSAGE          PIC X(80).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O STUDENT-MASTER
           IF WS-STU-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               ELSE
                   PERFORM TALLY-CURRENT-ENROLLMENT
                   PERFORM LOAD-WAITLIST
                   PERFORM FIND-ENROLLMENT-TERM
                   OPEN INPUT ADDROP-FILE
                   IF WS-TRN-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
               WHEN AD-STU-ID IS NOT NUMERIC
                   MOVE "STU-ID NOT NUMERIC" TO WS-AC-REASON
                   PERFORM REFUSE-TRANSACTION
               WHEN WS-ENRL-TERM = SPACES
                   MOVE "NO OPEN TERM ON TERMMAST" TO WS-AC-REASON
                   PERFORM REFUSE-TRANSACTION
               WHEN WS-RUN-DATE > WS-ENRL-CENSUS-DATE
                   MOVE SPACES TO WS-AC-REASON
                   STRING "PAST CENSUS DATE " WS-ENRL-TERM
                       DELIMITED BY SIZE INTO WS-AC-REASON
                   PERFORM REFUSE-TRANSACTION
               WHEN AD-IS-ADD
                   PERFORM APPLY-ADD
               WHEN AD-IS-DROP
           PERFORM READ-ADDROP
           EXIT
           .
      *--------------------------------------------------------------
      * The enrollment term is the open term on the term master
      * with the earliest end date not before the run date - the
      * term now being taught, or the next one once it has ended.
      *--------------------------------------------------------------
       FIND-ENROLLMENT-TERM.
           MOVE SPACES TO WS-ENRL-TERM
           MOVE ZERO TO WS-ENRL-END-DATE
           MOVE ZERO TO WS-ENRL-CENSUS-DATE
           OPEN INPUT ACADEMIC-TERMS
           IF WS-TRM-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ACADEMIC-TERMS OPEN FAILED, STATUS: "
                   WS-TRM-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               MOVE "N" TO WS-TRM-EOF-SW
               PERFORM READ-ACADEMIC-TERM
               PERFORM CONSIDER-ONE-TERM UNTIL WS-TRM-EOF
               CLOSE ACADEMIC-TERMS
               IF WS-ENRL-TERM = SPACES
                   MOVE "NO OPEN TERM ON TERMMAST, ADD/DROP REFUSED"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ENROLLMENT TERM " WS-ENRL-TERM
                       " CENSUS DATE " WS-ENRL-CENSUS-DATE
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
       READ-ACADEMIC-TERM.
           READ ACADEMIC-TERMS NEXT RECORD
               AT END MOVE "Y" TO WS-TRM-EOF-SW
           END-READ
           EXIT
           .
       CONSIDER-ONE-TERM.
           IF TM-OPEN
               AND TM-END-DATE NOT < WS-RUN-DATE
               AND (WS-ENRL-TERM = SPACES
                   OR TM-END-DATE < WS-ENRL-END-DATE)
               MOVE TM-TERM-CODE   TO WS-ENRL-TERM
               MOVE TM-END-DATE    TO WS-ENRL-END-DATE
               MOVE TM-CENSUS-DATE TO WS-ENRL-CENSUS-DATE
           END-IF
           PERFORM READ-ACADEMIC-TERM
           EXIT
           .
       APPLY-ADD.
           MOVE AD-COURSE-ID TO WS-WANT-COURSE
           PERFORM FIND-COURSE-ENTRY
           MOVE AD-STU-ID TO WS-HOLD-STU-ID
           PERFORM CHECK-REGISTRATION-HOLD
           EVALUATE TRUE
               WHEN WS-HOLD-COUNT > ZERO
                   MOVE SPACES TO WS-AC-REASON
                   STRING "REGISTRATION HOLD " WS-HOLD-OFFICE
                       DELIMITED BY SIZE INTO WS-AC-REASON
                   PERFORM REFUSE-TRANSACTION
               WHEN NOT WS-COURSE-FOUND
                   MOVE "COURSE TABLE FULL" TO WS-AC-REASON
                   PERFORM REFUSE-TRANSACTION
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   MOVE WLT-STU-ID (WS-WLT-SUB) TO WS-HOLD-STU-ID
                   PERFORM CHECK-REGISTRATION-HOLD
                   EVALUATE TRUE
                       WHEN SM-COURSE-ID = WS-FREED-COURSE
                           MOVE "N" TO WLT-ACTIVE (WS-WLT-SUB)
                       WHEN WS-HOLD-COUNT > ZERO
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "WAITLISTED STUDENT "
                               WLT-STU-ID (WS-WLT-SUB)
                               " PASSED OVER, REGISTRATION HOLD "
                               WS-HOLD-OFFICE
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           MOVE "WARN " TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG
                       WHEN OTHER
                           MOVE SM-COURSE-ID TO WS-PROMOTE-OLD
                           MOVE WS-FREED-COURSE TO SM-COURSE-ID
                           REWRITE STUDENT-MASTER-REC
                           MOVE "N" TO WLT-ACTIVE (WS-WLT-SUB)
                           SET WS-PROMOTE-DONE TO TRUE
                           PERFORM SETTLE-PROMOTION-SEATS
                           MOVE "W" TO WS-AC-ACTION
                           MOVE WLT-STU-ID (WS-WLT-SUB) TO WS-AC-STU-ID
                           MOVE WS-FREED-COURSE TO WS-AC-COURSE-ID
                           MOVE "PROMOTED" TO WS-AC-RESULT
                           MOVE "FROM WAITLIST" TO WS-AC-REASON
                           WRITE ACTIVITY-REPORT-REC
                               FROM WS-ACTIVITY-LINE
                           MOVE ACTIVITY-REPORT-REC TO WS-LOG-MESSAGE
                           PERFORM WRITE-LOG
                   END-EVALUATE
           END-READ
           EXIT
           .
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * HOLDMAST is read through HOLDCHK, the one routine that
      * knows which hold types block registration.  A holds file
      * that cannot be read is logged as an ERROR and the add goes
      * ahead, as it did before holds were kept, rather than
      * stopping every add in the run.
      *--------------------------------------------------------------
       CHECK-REGISTRATION-HOLD.
           CALL "HOLDCHK" USING WS-HOLD-STU-ID WS-HOLD-CLASS
               WS-HOLD-COUNT WS-HOLD-TYPE WS-HOLD-OFFICE
               WS-HOLD-REASON WS-HOLD-RESULT
           IF WS-HOLD-RESULT NOT = ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "HOLDMAST UNREADABLE, RESULT " WS-HOLD-RESULT
                   ", HOLDS NOT CHECKED FOR " WS-HOLD-STU-ID
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
