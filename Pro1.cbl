      *             operation code is counted and logged invalid as
      *             intended instead of being eaten as the trailer
      *             and refusing the file run as a count mismatch.
      * 2026-10-15  A TRANFILE record PROBLEM12 cannot compute (an
      *             ON SIZE ERROR, an unknown operation code or
      *             non-numeric operands) is no longer just logged
      *             and lost: it is written to the TRNSUSP suspense
      *             file with a reason code and the run date, and
      *             left off TRANOUT.  Items amended through TRNCORR
      *             are fed back ahead of the new TRANFILE records
      *             and cleared when they compute; items TRNCORR
      *             marked for cancellation are closed.  Suspense
      *             brought forward, in, out and outstanding are
      *             posted to RUNTOTS for BALSUM to balance.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE   ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRAN-SUSPENSE ASSIGN TO "TRNSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-SUSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  REPORT-REC          PIC X(132).
       FD  AUDIT-FILE.
       01  AUDIT-REC           PIC X(80).
       FD  TRAN-SUSPENSE.
       COPY TRNSUSP.

       WORKING-STORAGE SECTION.
       COPY BATCHTRL.
       77  WS-OP-BAD-COUNT     PIC 9(5)  VALUE ZERO.
       77  WS-T12-RESULT       PIC S9(8) VALUE ZERO.
       77  WS-T12-REMAINDER    PIC 9(4)  VALUE ZERO.
       77  WS-T12-REJECT-CODE  PIC X(2)  VALUE SPACES.
           88  WS-T12-ACCEPTED           VALUE SPACES.

       77  WS-SUSP-STATUS      PIC X(2)  VALUE "00".
       77  WS-SUSP-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-SUSP-EOF               VALUE "Y".
       77  WS-SUSP-BFWD-COUNT  PIC 9(5)  VALUE ZERO.
       77  WS-SUSP-IN-COUNT    PIC 9(5)  VALUE ZERO.
       77  WS-SUSP-OUT-COUNT   PIC 9(5)  VALUE ZERO.
       77  WS-SUSP-OPEN-COUNT  PIC 9(5)  VALUE ZERO.
       77  WS-RESUB-COUNT      PIC 9(5)  VALUE ZERO.

       77  WS-RUN-DATE         PIC 9(8).
       77  WS-AUDIT-OPEN-SW    PIC X(1)  VALUE "N".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT TRANS-FILE
           PERFORM TRANS12-VERIFY-TRAILER
           IF WS-INPUT-GOOD
               PERFORM TRANS12-OPEN-SUSPENSE
           END-IF
           IF WS-INPUT-GOOD
               OPEN INPUT TRANS-FILE
               OPEN OUTPUT TRANS-OUT
               PERFORM TRANS12-RESUBMIT-SUSPENSE
               PERFORM TRANS12-READ
               PERFORM TRANS12-PROCESS UNTIL WS-EOF
               MOVE SPACES TO TRANS-OUT-REC
               MOVE "TRANS-CT    " TO WS-TOT-COUNTER
               MOVE WS-TRANS-COUNT TO WS-TOT-VALUE
               PERFORM POST-RUN-TOTAL
               PERFORM TRANS12-COUNT-OUTSTANDING
               PERFORM TRANS12-POST-SUSPENSE-TOTALS
               CLOSE TRANS-FILE
               CLOSE TRANS-OUT
               CLOSE TRAN-SUSPENSE
           END-IF
           MOVE ZERO TO PR-AFTER-N1 (PR-IDX)
           MOVE ZERO TO PR-AFTER-N2 (PR-IDX)
           .
       TRANS12-PROCESS.
           ADD 1 TO WS-TRANS-COUNT
           PERFORM TRANS12-CALCULATE
           IF NOT WS-T12-ACCEPTED
               PERFORM TRANS12-SUSPEND
           END-IF
           PERFORM TRANS12-READ
           EXIT
           .
      *--------------------------------------------------------------
      * One transaction in TRANS-REC, from TRANFILE or fed back
      * from suspense: computed and written to TRANOUT, or left
      * with the reason code it is to be suspended under.
      *--------------------------------------------------------------
       TRANS12-CALCULATE.
           MOVE SPACES TO WS-T12-REJECT-CODE
           IF TR-NUM1 IS NOT NUMERIC
               OR TR-NUM2 IS NOT NUMERIC
               ADD 1 TO WS-OP-BAD-COUNT
               MOVE "NN" TO WS-T12-REJECT-CODE
               MOVE "NON-NUMERIC OPERANDS ON TRANFILE"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
           ELSE
               PERFORM TRANS12-DISPATCH
           END-IF
           IF WS-T12-ACCEPTED
               PERFORM TRANS12-WRITE-LINE
           END-IF
           EXIT
           .
       TRANS12-DISPATCH.
                   ADD 1 TO WS-OP-ADD-COUNT
                   COMPUTE WS-T12-RESULT = TR-NUM1 + TR-NUM2
                       ON SIZE ERROR
                           MOVE "SE" TO WS-T12-REJECT-CODE
                           MOVE "ON SIZE ERROR" TO WS-LOG-MESSAGE
                           MOVE "ERROR" TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG
                           PERFORM TRANS12-LOG-ERROR
                   END-COMPUTE
               WHEN TR-OP-SUBTRACT
                   ADD 1 TO WS-OP-SUB-COUNT
                   COMPUTE WS-T12-RESULT = TR-NUM1 - TR-NUM2
               WHEN TR-OP-MULTIPLY
                   ADD 1 TO WS-OP-MUL-COUNT
                   COMPUTE WS-T12-RESULT = TR-NUM1 * TR-NUM2
                       ON SIZE ERROR
                           MOVE "SE" TO WS-T12-REJECT-CODE
                           MOVE "ON SIZE ERROR" TO WS-LOG-MESSAGE
                           MOVE "ERROR" TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG
                           PERFORM TRANS12-LOG-ERROR
                   END-COMPUTE
               WHEN TR-OP-DIVIDE
                   ADD 1 TO WS-OP-DIV-COUNT
                   PERFORM TRANS12-DIVIDE
               WHEN OTHER
                   ADD 1 TO WS-OP-BAD-COUNT
                   MOVE "OP" TO WS-T12-REJECT-CODE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "UNKNOWN OPERATION CODE: " TR-OP-CODE
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "INVALID:    " TO WS-OC-LABEL
           MOVE WS-OP-BAD-COUNT TO WS-OC-COUNT
           WRITE TRANS-OUT-REC FROM WS-OP-COUNT-LINE
           MOVE "RESUBMITTED:" TO WS-OC-LABEL
           MOVE WS-RESUB-COUNT TO WS-OC-COUNT
           WRITE TRANS-OUT-REC FROM WS-OP-COUNT-LINE
           MOVE "SUSPENDED:  " TO WS-OC-LABEL
           MOVE WS-SUSP-IN-COUNT TO WS-OC-COUNT
           WRITE TRANS-OUT-REC FROM WS-OP-COUNT-LINE
           EXIT
           .
      *--------------------------------------------------------------
      * TRNSUSP is created empty the first time PROBLEM12 runs.
      * Any other open failure refuses the file run: transactions
      * that cannot be suspended must not be dropped again.
      *--------------------------------------------------------------
       TRANS12-OPEN-SUSPENSE.
           OPEN I-O TRAN-SUSPENSE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT TRAN-SUSPENSE
               CLOSE TRAN-SUSPENSE
               OPEN I-O TRAN-SUSPENSE
           END-IF
           IF WS-SUSP-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "TRNSUSP OPEN FAILED, STATUS: "
                   WS-SUSP-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               PERFORM FLAG-STEP-FAILURE
               MOVE "N" TO WS-INPUT-GOOD-SW
           END-IF
           EXIT
           .
       TRANS12-START-SUSPENSE.
           MOVE "N" TO WS-SUSP-EOF-SW
           MOVE LOW-VALUES TO TS-KEY
           START TRAN-SUSPENSE KEY IS NOT LESS THAN TS-KEY
               INVALID KEY MOVE "Y" TO WS-SUSP-EOF-SW
           END-START
           IF NOT WS-SUSP-EOF
               PERFORM TRANS12-READ-SUSPENSE
           END-IF
           EXIT
           .
       TRANS12-READ-SUSPENSE.
           READ TRAN-SUSPENSE NEXT RECORD
               AT END MOVE "Y" TO WS-SUSP-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Before the new TRANFILE records: every item still open is
      * counted as brought forward; amended items are computed
      * again and cleared if they now go through, and items marked
      * for cancellation are closed.
      *--------------------------------------------------------------
       TRANS12-RESUBMIT-SUSPENSE.
           MOVE ZERO TO WS-SUSP-BFWD-COUNT
           PERFORM TRANS12-START-SUSPENSE
           PERFORM TRANS12-RESUBMIT-ONE UNTIL WS-SUSP-EOF
           EXIT
           .
       TRANS12-RESUBMIT-ONE.
           IF TS-STILL-OPEN
               ADD 1 TO WS-SUSP-BFWD-COUNT
               EVALUATE TRUE
                   WHEN TS-AMENDED
                       PERFORM TRANS12-RESUBMIT-AMENDED
                   WHEN TS-CANCEL-ASKED
                       PERFORM TRANS12-CLOSE-CANCELLED
               END-EVALUATE
           END-IF
           PERFORM TRANS12-READ-SUSPENSE
           EXIT
           .
       TRANS12-RESUBMIT-AMENDED.
           MOVE SPACES TO TRANS-REC
           MOVE TS-TRAN-IMAGE TO TRANS-REC (1:9)
           ADD 1 TO WS-RESUB-COUNT
           PERFORM TRANS12-CALCULATE
           MOVE WS-RUN-DATE TO TS-LAST-TRIED-DATE
           ADD 1 TO TS-TRY-COUNT
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-T12-ACCEPTED
               MOVE "R" TO TS-STATUS
               MOVE WS-RUN-DATE TO TS-RESOLVED-DATE
               ADD 1 TO WS-SUSP-OUT-COUNT
               STRING "SUSPENSE ITEM " TS-ORIG-RUN-DATE "/"
                   TS-ITEM-SEQ " RESUBMITTED AND CLEARED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           ELSE
               MOVE "O" TO TS-STATUS
               MOVE WS-T12-REJECT-CODE TO TS-REASON-CODE
               STRING "SUSPENSE ITEM " TS-ORIG-RUN-DATE "/"
                   TS-ITEM-SEQ " FAILED AGAIN, REASON "
                   TS-REASON-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           REWRITE TRAN-SUSPENSE-REC
           PERFORM WRITE-LOG
           EXIT
           .
       TRANS12-CLOSE-CANCELLED.
           MOVE "X" TO TS-STATUS
           MOVE WS-RUN-DATE TO TS-RESOLVED-DATE
           ADD 1 TO WS-SUSP-OUT-COUNT
           REWRITE TRAN-SUSPENSE-REC
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "SUSPENSE ITEM " TS-ORIG-RUN-DATE "/"
               TS-ITEM-SEQ " CANCELLED BY " TS-CORRECTED-BY
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * The TRANFILE record number keys the item with the run
      * date, so a rerun over the same file finds it already
      * suspended and does not count it in a second time.
      *--------------------------------------------------------------
       TRANS12-SUSPEND.
           MOVE WS-RUN-DATE        TO TS-ORIG-RUN-DATE
           MOVE WS-TRANS-COUNT     TO TS-ITEM-SEQ
           MOVE TRANS-REC (1:9)    TO TS-TRAN-IMAGE
           MOVE WS-T12-REJECT-CODE TO TS-REASON-CODE
           MOVE "O"                TO TS-STATUS
           MOVE WS-RUN-DATE        TO TS-LAST-TRIED-DATE
           MOVE 1                  TO TS-TRY-COUNT
           MOVE SPACES             TO TS-CORRECTED-BY
           MOVE ZERO               TO TS-CORRECTED-DATE
           MOVE ZERO               TO TS-RESOLVED-DATE
           WRITE TRAN-SUSPENSE-REC
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "TRANFILE RECORD " TS-ITEM-SEQ
                       " ALREADY IN SUSPENSE"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-SUSP-IN-COUNT
           END-WRITE
           EXIT
           .
       TRANS12-COUNT-OUTSTANDING.
           MOVE ZERO TO WS-SUSP-OPEN-COUNT
           PERFORM TRANS12-START-SUSPENSE
           PERFORM TRANS12-COUNT-ONE UNTIL WS-SUSP-EOF
           EXIT
           .
       TRANS12-COUNT-ONE.
           IF TS-STILL-OPEN
               ADD 1 TO WS-SUSP-OPEN-COUNT
           END-IF
           PERFORM TRANS12-READ-SUSPENSE
           EXIT
           .
       TRANS12-POST-SUSPENSE-TOTALS.
           MOVE "SUSP-BFWD   " TO WS-TOT-COUNTER
           MOVE WS-SUSP-BFWD-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           MOVE "SUSP-IN     " TO WS-TOT-COUNTER
           MOVE WS-SUSP-IN-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           MOVE "SUSP-OUT    " TO WS-TOT-COUNTER
           MOVE WS-SUSP-OUT-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           MOVE "SUSP-OUTSTND" TO WS-TOT-COUNTER
           MOVE WS-SUSP-OPEN-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           IF WS-SUSP-OPEN-COUNT > ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "TRANSACTIONS OUTSTANDING IN SUSPENSE: "
                   WS-SUSP-OPEN-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       HEADER.
