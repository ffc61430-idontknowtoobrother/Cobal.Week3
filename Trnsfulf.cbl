      *             day carries on from the last sequence issued
      *             instead of restarting at one, so no two copies
      *             in circulation can ever share a serial.
      * 2026-10-15  A request for a student under a transcript hold
      *             (HOLDMAST type TRN or ALL, checked through
      *             HOLDCHK) is registered as HELD BY the placing
      *             office instead of being issued, no serial is
      *             used, and the register totals gain a REQUESTS
      *             HELD line.
      * 2026-10-15  A student no longer on STUDMAST is looked up on
      *             the ALUMMAST alumni master: a graduate's
      *             transcript is still issued, from the alumni
      *             record, with a CONFERRED line giving the
      *             conferral date and honors.  Only a student on
      *             neither master is REFUSED, UNKNOWN.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ALUMNI-MASTER ASSIGN TO "ALUMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-STUDENT-ID
               FILE STATUS IS WS-ALM-STATUS.
           SELECT OFFICIAL-TRANSCRIPTS ASSIGN TO "TRNSOFCL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FULFILLMENT-REGISTER ASSIGN TO "TRNSFREG"
       COPY COURSEMAST.
       FD  TERM-HISTORY.
       COPY TERMHIST.
       FD  ALUMNI-MASTER.
       COPY ALUMMAST.
       FD  OFFICIAL-TRANSCRIPTS.
       01  OFFICIAL-TRANSCRIPT-REC PIC X(80).
       FD  FULFILLMENT-REGISTER.
           05  WS-CO-CUM-GPA       PIC 9.99.
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-CONFERRAL-LINE.
           05  FILLER              PIC X(11) VALUE "CONFERRED: ".
           05  WS-CF-DATE          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CF-HONORS        PIC X(16).
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-TERM-LINE.
           05  FILLER              PIC X(8)  VALUE "  TERM: ".
           05  WS-TM-TERM          PIC X(4).
       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-CRS-STATUS           PIC X(2)  VALUE "00".
       77  WS-HIST-STATUS          PIC X(2)  VALUE "00".
       77  WS-ALM-STATUS           PIC X(2)  VALUE "00".
       77  WS-ALM-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-ALM-OPEN                   VALUE "Y".
       77  WS-ALUMNUS-SW           PIC X(1)  VALUE "N".
           88  WS-ALUMNUS                    VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-HIST-EOF-SW          PIC X(1)  VALUE "N".
       77  WS-REQUEST-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-ISSUED-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-REFUSED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-HELD-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-HOLD-CLASS           PIC X(1)  VALUE "T".
       77  WS-HOLD-COUNT           PIC 9(2)  VALUE ZERO.
       77  WS-HOLD-TYPE            PIC X(3)  VALUE SPACES.
       77  WS-HOLD-OFFICE          PIC X(8)  VALUE SPACES.
       77  WS-HOLD-REASON          PIC X(25) VALUE SPACES.
       77  WS-HOLD-RESULT          PIC 9(2)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "TRNSFULF".
       77  WS-LOG-MESSAGE          PIC X(80).
                           MOVE "ERROR" TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG
                       ELSE
                           OPEN INPUT ALUMNI-MASTER
                           IF WS-ALM-STATUS = "00"
                               SET WS-ALM-OPEN TO TRUE
                           END-IF
                           OPEN OUTPUT OFFICIAL-TRANSCRIPTS
                           OPEN OUTPUT FULFILLMENT-REGISTER
                           PERFORM READ-REQUEST
                           CLOSE OFFICIAL-TRANSCRIPTS
                           CLOSE FULFILLMENT-REGISTER
                           CLOSE TRANSCRIPT-REQUESTS
                           IF WS-ALM-OPEN
                               CLOSE ALUMNI-MASTER
                           END-IF
                       END-IF
                       CLOSE TERM-HISTORY
                   END-IF
           EXIT
           .
       FULFILL-ONE-REQUEST.
           MOVE "N" TO WS-ALUMNUS-SW
           MOVE TR-STU-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   PERFORM READ-ALUMNUS
               NOT INVALID KEY
                   PERFORM CHECK-TRANSCRIPT-HOLD
                   IF WS-HOLD-COUNT > ZERO
                       PERFORM HOLD-TRANSCRIPT
                   ELSE
                       PERFORM ISSUE-TRANSCRIPT
                   END-IF
           END-READ
           PERFORM READ-REQUEST
           EXIT
           .
      *--------------------------------------------------------------
      * A graduate has left STUDMAST for the alumni master; the
      * alumni record stands in for the student record so the
      * transcript and its hold check go on as for any student.
      *--------------------------------------------------------------
       READ-ALUMNUS.
           IF WS-ALM-OPEN
               MOVE TR-STU-ID TO AL-STUDENT-ID
               READ ALUMNI-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ALUMNUS TO TRUE
               END-READ
           END-IF
           IF WS-ALUMNUS
               MOVE AL-STUDENT-ID     TO SM-STUDENT-ID
               MOVE AL-FORENAME       TO SM-FORENAME
               MOVE AL-SURNAME        TO SM-SURNAME
               MOVE AL-COURSE-ID      TO SM-COURSE-ID
               MOVE AL-FINAL-CUM-GPA  TO SM-CUM-GPA
               PERFORM CHECK-TRANSCRIPT-HOLD
               IF WS-HOLD-COUNT > ZERO
                   PERFORM HOLD-TRANSCRIPT
               ELSE
                   PERFORM ISSUE-TRANSCRIPT
               END-IF
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO WS-RG-SERIAL
               MOVE "REFUSED, UNKNOWN" TO WS-RG-OUTCOME
               PERFORM WRITE-REGISTER-LINE
               MOVE FULFILLMENT-REGISTER-REC TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A holds file that cannot be read is logged as an ERROR and
      * the transcript goes out, as it did before holds were kept.
      *--------------------------------------------------------------
       CHECK-TRANSCRIPT-HOLD.
           CALL "HOLDCHK" USING SM-STUDENT-ID WS-HOLD-CLASS
               WS-HOLD-COUNT WS-HOLD-TYPE WS-HOLD-OFFICE
               WS-HOLD-REASON WS-HOLD-RESULT
           IF WS-HOLD-RESULT NOT = ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "HOLDMAST UNREADABLE, RESULT " WS-HOLD-RESULT
                   ", HOLDS NOT CHECKED FOR " SM-STUDENT-ID
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       HOLD-TRANSCRIPT.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-RG-SERIAL
           MOVE SPACES TO WS-RG-OUTCOME
           STRING "HELD BY " WS-HOLD-OFFICE
               DELIMITED BY SIZE INTO WS-RG-OUTCOME
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "TRANSCRIPT HELD FOR " SM-STUDENT-ID
               " BY " WS-HOLD-OFFICE ": " WS-HOLD-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Every copy issued carries its own serial - the issue date
      * plus a per-run sequence - so any one page in circulation
      * can be tied back to the register entry that produced it.
           WRITE OFFICIAL-TRANSCRIPT-REC FROM WS-ISSUE-LINE
           WRITE OFFICIAL-TRANSCRIPT-REC FROM WS-STUDENT-LINE
           WRITE OFFICIAL-TRANSCRIPT-REC FROM WS-COURSE-LINE
           IF WS-ALUMNUS
               MOVE AL-CONFERRAL-DATE TO WS-CF-DATE
               MOVE AL-HONORS         TO WS-CF-HONORS
               WRITE OFFICIAL-TRANSCRIPT-REC FROM WS-CONFERRAL-LINE
           END-IF
           PERFORM PRINT-TERM-PROGRESSION
           WRITE OFFICIAL-TRANSCRIPT-REC FROM WS-PAGE-RULE-LINE
           MOVE WS-SERIAL-NUMBER TO WS-RG-SERIAL
           MOVE "REQUESTS REFUSED     " TO WS-FT-LABEL
           MOVE WS-REFUSED-COUNT        TO WS-FT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "REQUESTS HELD        " TO WS-FT-LABEL
           MOVE WS-HELD-COUNT           TO WS-FT-COUNT
           PERFORM WRITE-TOTAL-LINE
           EXIT
           .
       WRITE-TOTAL-LINE.
