       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWRDMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             the AWARDMST scholarship and financial aid
      *             master TUITION takes awards from, with the same
      *             discipline as PENSMNT: reads AWDTRAN records of
      *             grants (adds), changes to an award's terms,
      *             reinstatements of a lapsed award on appeal and
      *             withdrawals (deletes), applies them to the
      *             indexed master, and writes an applied-
      *             transactions register to AWDMREG.  Rejected
      *             transactions (duplicate grant, change of a
      *             missing award, a student not on STUDMAST, a bad
      *             basis, amount or percentage, a missing first
      *             term or a last term before it, a renewal rule
      *             that is not numeric, unknown action code) go to
      *             the AWDMEXC exceptions report with a reason per
      *             record.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-AWARDS ASSIGN TO "AWARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWD-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "AWDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-REGISTER   ASSIGN TO "AWDMREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "AWDMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-AWARDS.
       COPY AWARDMST.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-REINSTATE           VALUE "R".
               88  MT-DELETE              VALUE "D".
           05  MT-STU-ID           PIC 9(8).
           05  MT-AWARD-CODE       PIC X(6).
           05  MT-AWARD-NAME       PIC X(20).
           05  MT-BASIS            PIC X(1).
               88  MT-FIXED-AMOUNT        VALUE "F".
               88  MT-PERCENT-OF-TUITION  VALUE "P".
           05  MT-FIXED-AMT        PIC 9(5)V99.
           05  MT-PERCENT          PIC 9(3)V99.
           05  MT-FIRST-TERM       PIC X(4).
           05  MT-LAST-TERM        PIC X(4).
           05  MT-MIN-CUM-GPA      PIC 9V99.
           05  MT-MIN-CREDIT-LOAD  PIC 99.
       FD  MAINT-REGISTER.
       01  MAINT-REGISTER-REC      PIC X(80).
       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-LINE.
           05  WS-RG-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-ACTION        PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-AWARD-CODE    PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-BASIS         PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-VALUE         PIC ZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-FIRST-TERM    PIC X(4).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-RG-LAST-TERM     PIC X(4).
           05  FILLER              PIC X(6)  VALUE " GPA: ".
           05  WS-RG-MIN-GPA       PIC 9.99.
           05  FILLER              PIC X(7)  VALUE " LOAD: ".
           05  WS-RG-MIN-LOAD      PIC Z9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-STATUS        PIC X(1).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-AWARD-CODE    PIC X(6).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-AWD-STATUS           PIC X(2)  VALUE "00".
       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-TRAN-VALID-SW        PIC X(1)  VALUE "N".
           88  WS-TRAN-VALID                 VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "AWRDMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O STUDENT-AWARDS
           IF WS-AWD-STATUS = "35"
               OPEN OUTPUT STUDENT-AWARDS
               CLOSE STUDENT-AWARDS
               OPEN I-O STUDENT-AWARDS
           END-IF
           IF WS-AWD-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STUDENT-AWARDS OPEN FAILED, STATUS: "
                   WS-AWD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT STUDENT-MASTER
               IF WS-STU-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "STUDENT-MASTER OPEN FAILED, STATUS: "
                       WS-STU-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN INPUT MAINT-TRANSACTIONS
                   IF WS-TRAN-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "AWDTRAN OPEN FAILED, STATUS: "
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   ELSE
                       OPEN OUTPUT MAINT-REGISTER
                       PERFORM READ-TRANSACTION
                       PERFORM APPLY-TRANSACTION UNTIL WS-EOF
                       PERFORM WRITE-REGISTER-TOTALS
                       CLOSE MAINT-TRANSACTIONS
                       CLOSE MAINT-REGISTER
                   END-IF
                   CLOSE STUDENT-MASTER
               END-IF
               CLOSE STUDENT-AWARDS
           END-IF
           IF WS-EXC-OPEN
               CLOSE MAINT-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-TRANSACTION.
           READ MAINT-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-ADD
                   PERFORM APPLY-ADD
               WHEN MT-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN MT-REINSTATE
                   PERFORM APPLY-REINSTATE
               WHEN MT-DELETE
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE
           PERFORM READ-TRANSACTION
           EXIT
           .
      *--------------------------------------------------------------
      * Grants and changes carry the award's terms, so both must
      * pass the edits and name a real STUDMAST student before the
      * master is touched.  A fixed award needs an amount, a
      * percentage award a rate up to 100; the rule minimums may
      * be zero (an award with no renewal condition).
      *--------------------------------------------------------------
       EDIT-AWARD-FIELDS.
           MOVE "Y" TO WS-TRAN-VALID-SW
           EVALUATE TRUE
               WHEN MT-AWARD-CODE = SPACES
                   MOVE "AWARD CODE MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN NOT MT-FIXED-AMOUNT
                   AND NOT MT-PERCENT-OF-TUITION
                   MOVE "BASIS NOT F OR P" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-FIXED-AMOUNT
                   AND (MT-FIXED-AMT IS NOT NUMERIC
                       OR MT-FIXED-AMT = ZERO)
                   MOVE "FIXED AMOUNT MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-PERCENT-OF-TUITION
                   AND (MT-PERCENT IS NOT NUMERIC
                       OR MT-PERCENT = ZERO
                       OR MT-PERCENT > 100)
                   MOVE "PERCENTAGE NOT 0.01-100" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-FIRST-TERM = SPACES
                   MOVE "FIRST TERM MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-LAST-TERM NOT = SPACES
                   AND MT-LAST-TERM < MT-FIRST-TERM
                   MOVE "LAST TERM BEFORE FIRST" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-MIN-CUM-GPA IS NOT NUMERIC
                   OR MT-MIN-CREDIT-LOAD IS NOT NUMERIC
                   MOVE "RENEWAL RULE NOT NUMERIC" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN OTHER
                   MOVE MT-STU-ID TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE "STUDENT NOT ON MASTER"
                               TO WS-EX-REASON
                           MOVE "N" TO WS-TRAN-VALID-SW
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
           END-EVALUATE
           EXIT
           .
       APPLY-ADD.
           PERFORM EDIT-AWARD-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-STU-ID     TO AW-STU-ID
               MOVE MT-AWARD-CODE TO AW-AWARD-CODE
               READ STUDENT-AWARDS
                   INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       SET AW-IN-GOOD-STANDING TO TRUE
                       MOVE SPACES TO AW-REVIEW-TERM
                       MOVE SPACE  TO AW-PRE-REVIEW-STATUS
                       MOVE ZERO   TO AW-LAPSE-DATE
                       WRITE STUDENT-AWARD-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "GRANTED" TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   NOT INVALID KEY
                       MOVE "DUPLICATE GRANT, ON FILE"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A change keeps the standing the renewal run owns; only the
      * award's terms move from the transaction.
      *--------------------------------------------------------------
       APPLY-CHANGE.
           PERFORM EDIT-AWARD-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-STU-ID     TO AW-STU-ID
               MOVE MT-AWARD-CODE TO AW-AWARD-CODE
               READ STUDENT-AWARDS
                   INVALID KEY
                       MOVE "CHANGE TO MISSING AWARD"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       REWRITE STUDENT-AWARD-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CHANGED" TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A lapsed award the aid office restores on appeal goes back
      * into good standing and is paid from the next billing.
      *--------------------------------------------------------------
       APPLY-REINSTATE.
           MOVE MT-STU-ID     TO AW-STU-ID
           MOVE MT-AWARD-CODE TO AW-AWARD-CODE
           READ STUDENT-AWARDS
               INVALID KEY
                   MOVE "REINSTATE OF MISSING AWARD" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NOT AW-LAPSED
                       MOVE "AWARD HAS NOT LAPSED" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       SET AW-IN-GOOD-STANDING TO TRUE
                       MOVE ZERO TO AW-LAPSE-DATE
                       REWRITE STUDENT-AWARD-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "REINSTD" TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   END-IF
           END-READ
           EXIT
           .
       APPLY-DELETE.
           MOVE MT-STU-ID     TO AW-STU-ID
           MOVE MT-AWARD-CODE TO AW-AWARD-CODE
           READ STUDENT-AWARDS
               INVALID KEY
                   MOVE "WITHDRAWAL OF MISSING AWARD" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   DELETE STUDENT-AWARDS
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "WITHDRN" TO WS-RG-ACTION
                   PERFORM WRITE-REGISTER-LINE
           END-READ
           EXIT
           .
       MOVE-TRAN-TO-MASTER.
           MOVE MT-STU-ID          TO AW-STU-ID
           MOVE MT-AWARD-CODE      TO AW-AWARD-CODE
           MOVE MT-AWARD-NAME      TO AW-AWARD-NAME
           MOVE MT-BASIS           TO AW-BASIS
           IF MT-FIXED-AMOUNT
               MOVE MT-FIXED-AMT   TO AW-FIXED-AMT
               MOVE ZERO           TO AW-PERCENT
           ELSE
               MOVE ZERO           TO AW-FIXED-AMT
               MOVE MT-PERCENT     TO AW-PERCENT
           END-IF
           MOVE MT-FIRST-TERM      TO AW-FIRST-TERM
           MOVE MT-LAST-TERM       TO AW-LAST-TERM
           MOVE MT-MIN-CUM-GPA     TO AW-MIN-CUM-GPA
           MOVE MT-MIN-CREDIT-LOAD TO AW-MIN-CREDIT-LOAD
           EXIT
           .
       WRITE-REGISTER-LINE.
           MOVE WS-RUN-DATE        TO WS-RG-DATE
           MOVE AW-STU-ID          TO WS-RG-STU-ID
           MOVE AW-AWARD-CODE      TO WS-RG-AWARD-CODE
           MOVE AW-BASIS           TO WS-RG-BASIS
           IF AW-FIXED-AMOUNT
               MOVE AW-FIXED-AMT   TO WS-RG-VALUE
           ELSE
               MOVE AW-PERCENT     TO WS-RG-VALUE
           END-IF
           MOVE AW-FIRST-TERM      TO WS-RG-FIRST-TERM
           MOVE AW-LAST-TERM       TO WS-RG-LAST-TERM
           MOVE AW-MIN-CUM-GPA     TO WS-RG-MIN-GPA
           MOVE AW-MIN-CREDIT-LOAD TO WS-RG-MIN-LOAD
           MOVE AW-STATUS          TO WS-RG-STATUS
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT MAINT-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE MT-ACTION     TO WS-EX-ACTION
           MOVE MT-STU-ID     TO WS-EX-STU-ID
           MOVE MT-AWARD-CODE TO WS-EX-AWARD-CODE
           WRITE MAINT-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE MAINT-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-REGISTER-TOTALS.
           MOVE "TRANSACTIONS READ    " TO WS-RT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS APPLIED " TO WS-RT-LABEL
           MOVE WS-APPLIED-COUNT        TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS REJECTED" TO WS-RT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
