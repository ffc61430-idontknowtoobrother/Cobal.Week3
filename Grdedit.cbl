      *             old single-trailer rule, so the legacy feed
      *             still works.  The accepted GRDACCPT file keeps
      *             its single aggregate trailer for DATA5.
      * 2026-10-15  The term code must now be a term on the TERMMAST
      *             academic term master that is still open: a
      *             mistyped or closed term goes to GRDREJCT instead
      *             of creating a phantom term on TERMHIST and
      *             GRADHIST.  TERMMAST not opening fails the step,
      *             as SUBJMAST does.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SJ-SUBJECT-CODE
               FILE STATUS IS WS-SUBJ-STATUS.
           SELECT ACADEMIC-TERMS ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TRM-STATUS.
           SELECT ACCEPTED-GRADES ASSIGN TO "GRDACCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTED-GRADES ASSIGN TO "GRDREJCT"
       COPY GRADETRN.
       FD  SUBJECT-MASTER.
       COPY SUBJMAST.
       FD  ACADEMIC-TERMS.
       COPY TERMMAST.
       FD  ACCEPTED-GRADES.
       01  ACCEPTED-GRADE-REC     PIC X(94).
       FD  REJECTED-GRADES.

       77  WS-GRD-STATUS          PIC X(2)  VALUE "00".
       77  WS-SUBJ-STATUS         PIC X(2)  VALUE "00".
       77  WS-TRM-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW              PIC X(1)  VALUE "N".
           88  WS-EOF                       VALUE "Y".
       77  WS-RECORD-VALID-SW     PIC X(1)  VALUE "Y".
               PERFORM WRITE-LOG
               PERFORM FLAG-STEP-FAILURE
           ELSE
               OPEN INPUT ACADEMIC-TERMS
               IF WS-TRM-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ACADEMIC-TERMS OPEN FAILED, STATUS: "
                       WS-TRM-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   PERFORM FLAG-STEP-FAILURE
               ELSE
                   OPEN INPUT GRADE-TRANSACTIONS
                   IF WS-GRD-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "GRADETRN OPEN FAILED, STATUS: "
                           WS-GRD-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                       PERFORM FLAG-STEP-FAILURE
                   ELSE
                       PERFORM BALANCE-THE-BATCHES
                       OPEN INPUT GRADE-TRANSACTIONS
                       OPEN OUTPUT ACCEPTED-GRADES
                       OPEN OUTPUT REJECTED-GRADES
                       MOVE "N" TO WS-BATCH-OPEN-SW
                       MOVE ZERO TO WS-DB-CUR
                       PERFORM READ-GRADE-TRANSACTION
                       PERFORM EDIT-GRADE-RECORD UNTIL WS-EOF
                       PERFORM WRITE-ACCEPTED-TRAILER
                       CLOSE GRADE-TRANSACTIONS
                       CLOSE ACCEPTED-GRADES
                       CLOSE REJECTED-GRADES
                       PERFORM WRITE-EDIT-REPORT
                   END-IF
                   CLOSE ACADEMIC-TERMS
               END-IF
               CLOSE SUBJECT-MASTER
           END-IF
               IF GT-TERM-CODE = SPACES
                   MOVE "TERM CODE MISSING" TO WS-RJ-REASON
                   MOVE "N" TO WS-RECORD-VALID-SW
               ELSE
                   PERFORM EDIT-TERM-CODE
               END-IF
           END-IF
           IF WS-RECORD-VALID
           EXIT
           .
      *--------------------------------------------------------------
      * Grades are only taken for a term on the term master that
      * has not yet been closed.
      *--------------------------------------------------------------
       EDIT-TERM-CODE.
           MOVE GT-TERM-CODE TO TM-TERM-CODE
           READ ACADEMIC-TERMS
               INVALID KEY
                   MOVE "TERM NOT ON TERMMAST" TO WS-RJ-REASON
                   MOVE "N" TO WS-RECORD-VALID-SW
               NOT INVALID KEY
                   IF TM-CLOSED
                       MOVE "TERM CLOSED" TO WS-RJ-REASON
                       MOVE "N" TO WS-RECORD-VALID-SW
                   END-IF
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * A slot with a zero subject code and zero units is an unused
      * slot and passes; anything else must carry a known subject,
      * a legal grade code and a unit value in range.
