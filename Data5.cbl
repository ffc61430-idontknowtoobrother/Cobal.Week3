      *             six grade-record slots used to lose at end of
      *             run - so the GRDFORGV repeat-course forgiveness
      *             recompute has real attempts to work from.
      * 2026-10-15  The trailer pre-pass now also looks up every
      *             record's term on the TERMMAST academic term
      *             master: a term that is closed or not on the
      *             master refuses the whole posting run, so nothing
      *             is ever posted into a term whose grades are
      *             final.  TERMMAST not opening refuses the run
      *             too.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRH-STATUS.
           SELECT ACADEMIC-TERMS ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-MASTER.
       COPY TERMHIST.
       FD  GRADE-HISTORY.
       COPY GRADHIST.
       FD  ACADEMIC-TERMS.
       COPY TERMMAST.

       WORKING-STORAGE SECTION.
       COPY BATCHTRL.
           88  WS-INPUT-GOOD                VALUE "Y".
       77  WS-TRL-COUNT        PIC 9(7)     VALUE ZERO.
       77  WS-TRL-HASH         PIC 9(11)    VALUE ZERO.
       77  WS-TRM-STATUS       PIC X(2)     VALUE "00".
       77  WS-TRM-OPEN-SW      PIC X(1)     VALUE "N".
           88  WS-TRM-OPEN                  VALUE "Y".
       77  WS-BAD-TERM-SW      PIC X(1)     VALUE "N".
           88  WS-BAD-TERM-FOUND            VALUE "Y".
       77  WS-BAD-TERM         PIC X(4)     VALUE SPACES.

       01 GRADE.
           COPY STUDKEY
      * Pre-pass over GRDACCPT before any posting happens: count the
      * data records and hash their unit values, then prove both
      * against the BATCHTRL trailer GRDEDIT wrote.  A missing
      * trailer or a mismatch refuses the whole posting run, as
      * does any record for a term closed or unknown on TERMMAST.
      *--------------------------------------------------------------
       VERIFY-INPUT-TRAILER.
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE "N" TO WS-INPUT-GOOD-SW
           MOVE "N" TO WS-BAD-TERM-SW
           MOVE ZERO TO WS-TRL-COUNT
           MOVE ZERO TO WS-TRL-HASH
           OPEN INPUT ACADEMIC-TERMS
           IF WS-TRM-STATUS = "00"
               SET WS-TRM-OPEN TO TRUE
           END-IF
           PERFORM READ-TALLY-RECORD
           PERFORM TALLY-INPUT-RECORD UNTIL WS-EOF
           CLOSE GRADE-TRANSACTIONS
           IF WS-TRM-OPEN
               CLOSE ACADEMIC-TERMS
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE "GRDACCPT TRAILER MISSING, RUN REFUSED"
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   PERFORM FLAG-STEP-FAILURE
               WHEN NOT WS-TRM-OPEN
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ACADEMIC-TERMS OPEN FAILED, STATUS: "
                       WS-TRM-STATUS ", RUN REFUSED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   PERFORM FLAG-STEP-FAILURE
               WHEN WS-BAD-TERM-FOUND
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "GRDACCPT TERM " WS-BAD-TERM
                       " CLOSED OR NOT ON TERMMAST, RUN REFUSED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   PERFORM FLAG-STEP-FAILURE
               WHEN OTHER
                   SET WS-INPUT-GOOD TO TRUE
           END-EVALUATE
               IF SUB-UNIT6 IS NUMERIC
                   ADD SUB-UNIT6 TO WS-TRL-HASH
               END-IF
               IF WS-TRM-OPEN AND NOT WS-BAD-TERM-FOUND
                   PERFORM CHECK-POSTING-TERM
               END-IF
           END-IF
           PERFORM READ-TALLY-RECORD
           EXIT
           .
       CHECK-POSTING-TERM.
           MOVE STU-TERM TO TM-TERM-CODE
           READ ACADEMIC-TERMS
               INVALID KEY
                   SET WS-BAD-TERM-FOUND TO TRUE
               NOT INVALID KEY
                   IF TM-CLOSED
                       SET WS-BAD-TERM-FOUND TO TRUE
                   END-IF
           END-READ
           IF WS-BAD-TERM-FOUND
               MOVE STU-TERM TO WS-BAD-TERM
           END-IF
           EXIT
           .
       READ-GRADE-TRANSACTION.
           READ GRADE-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
