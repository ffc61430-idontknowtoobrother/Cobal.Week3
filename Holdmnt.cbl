       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance
      *             for the HOLDMAST student holds master in the
      *             STUMNT mold: reads HOLDTRAN records placing (P)
      *             and releasing (R) holds keyed on STU-ID, hold
      *             type and placing office, applies them to the
      *             indexed master, and writes a before/after image
      *             of every hold touched to the HOLDAUDT audit
      *             file.  A placement must name a student on
      *             STUDMAST and a hold type of REG, TRN or ALL;
      *             rejects go to the HOLDMEXC exceptions report
      *             with a reason per record.  A released hold
      *             stays on file with its release date so the
      *             HOLDRPT daily report can list it; placing it
      *             again overwrites it, the audit file keeping the
      *             history.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT HOLD-TRANSACTIONS ASSIGN TO "HOLDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-AUDIT      ASSIGN TO "HOLDAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "HOLDMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-MASTER.
       COPY HOLDMAST.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  HOLD-TRANSACTIONS.
       COPY HOLDTRAN.
       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC         PIC X(80).
       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(60).
           05  FILLER              PIC X(1)  VALUE SPACE.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-STUDENT-ID    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-HOLD-TYPE     PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-OFFICE        PIC X(8).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-AUDIT-TOTAL-LINE.
           05  WS-AT-LABEL         PIC X(22).
           05  WS-AT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 99.
           05  WS-RUN-DD           PIC 99.
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-GRP PIC 9(8).

       77  WS-HLD-STATUS           PIC X(2)  VALUE "00".
       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-TRAN-VALID-SW        PIC X(1)  VALUE "Y".
           88  WS-TRAN-VALID                 VALUE "Y".
       77  WS-ACTION-DATE          PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-PLACED-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-RELEASED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "HOLDMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           OPEN I-O HOLDS-MASTER
           IF WS-HLD-STATUS = "35"
               OPEN OUTPUT HOLDS-MASTER
               CLOSE HOLDS-MASTER
               OPEN I-O HOLDS-MASTER
           END-IF
           IF WS-HLD-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "HOLDMAST OPEN FAILED, STATUS: "
                   WS-HLD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
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
                   OPEN INPUT HOLD-TRANSACTIONS
                   IF WS-TRAN-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "HOLDTRAN OPEN FAILED, STATUS: "
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   ELSE
                       OPEN OUTPUT MAINT-AUDIT
                       PERFORM READ-TRANSACTION
                       PERFORM APPLY-TRANSACTION UNTIL WS-EOF
                       PERFORM WRITE-AUDIT-TOTALS
                       CLOSE HOLD-TRANSACTIONS
                       CLOSE MAINT-AUDIT
                   END-IF
                   CLOSE STUDENT-MASTER
               END-IF
               CLOSE HOLDS-MASTER
           END-IF
           IF WS-EXC-OPEN
               CLOSE MAINT-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-TRANSACTION.
           READ HOLD-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       APPLY-TRANSACTION.
           PERFORM EDIT-HOLD-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               EVALUATE TRUE
                   WHEN HT-PLACE
                       PERFORM APPLY-PLACE
                   WHEN HT-RELEASE
                       PERFORM APPLY-RELEASE
               END-EVALUATE
           END-IF
           PERFORM READ-TRANSACTION
           EXIT
           .
      *--------------------------------------------------------------
      * Both actions need a known action code, a hold type the
      * enforcing programs understand and a placing office, since
      * the office is part of the key; a zero action date is the
      * run date.
      *--------------------------------------------------------------
       EDIT-HOLD-FIELDS.
           MOVE "Y" TO WS-TRAN-VALID-SW
           MOVE HT-HOLD-TYPE TO HD-HOLD-TYPE
           EVALUATE TRUE
               WHEN NOT HT-PLACE AND NOT HT-RELEASE
                   MOVE "UNKNOWN ACTION CODE" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN HT-STU-ID IS NOT NUMERIC
                   MOVE "STU-ID NOT NUMERIC" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN NOT HD-VALID-TYPE
                   MOVE "HOLD TYPE NOT REG, TRN OR ALL"
                       TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN HT-OFFICE = SPACES
                   MOVE "NO PLACING OFFICE" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN HT-ACTION-DATE IS NOT NUMERIC
                   MOVE "ACTION DATE NOT NUMERIC" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN HT-ACTION-DATE > WS-RUN-DATE-N
                   MOVE "ACTION DATE IN THE FUTURE" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN OTHER
                   IF HT-ACTION-DATE = ZERO
                       MOVE WS-RUN-DATE-N  TO WS-ACTION-DATE
                   ELSE
                       MOVE HT-ACTION-DATE TO WS-ACTION-DATE
                   END-IF
           END-EVALUATE
           EXIT
           .
       APPLY-PLACE.
           MOVE HT-STU-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM PLACE-HOLD
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * An office placing a hold it released earlier reuses the
      * record; the released hold's before-image goes to the audit
      * file first so its history is not lost.
      *--------------------------------------------------------------
       PLACE-HOLD.
           MOVE HT-STU-ID    TO HD-STU-ID
           MOVE HT-HOLD-TYPE TO HD-HOLD-TYPE
           MOVE HT-OFFICE    TO HD-OFFICE
           READ HOLDS-MASTER
               INVALID KEY
                   PERFORM MOVE-TRAN-TO-HOLD
                   WRITE STUDENT-HOLD-REC
                   ADD 1 TO WS-PLACED-COUNT
                   MOVE "PLACED " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
               NOT INVALID KEY
                   IF HD-IS-ACTIVE
                       MOVE "HOLD ALREADY IN FORCE" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                       PERFORM WRITE-AUDIT-IMAGE
                       PERFORM MOVE-TRAN-TO-HOLD
                       REWRITE STUDENT-HOLD-REC
                       ADD 1 TO WS-PLACED-COUNT
                       MOVE "PLACED " TO WS-AU-IMAGE-TYPE
                       PERFORM WRITE-AUDIT-IMAGE
                   END-IF
           END-READ
           EXIT
           .
       MOVE-TRAN-TO-HOLD.
           MOVE HT-STU-ID      TO HD-STU-ID
           MOVE HT-HOLD-TYPE   TO HD-HOLD-TYPE
           MOVE HT-OFFICE      TO HD-OFFICE
           MOVE WS-ACTION-DATE TO HD-DATE-PLACED
           MOVE ZERO           TO HD-DATE-RELEASED
           MOVE HT-REASON      TO HD-REASON
           EXIT
           .
       APPLY-RELEASE.
           MOVE HT-STU-ID    TO HD-STU-ID
           MOVE HT-HOLD-TYPE TO HD-HOLD-TYPE
           MOVE HT-OFFICE    TO HD-OFFICE
           READ HOLDS-MASTER
               INVALID KEY
                   MOVE "RELEASE OF MISSING HOLD" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT HD-IS-ACTIVE
                           MOVE "HOLD ALREADY RELEASED"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN WS-ACTION-DATE < HD-DATE-PLACED
                           MOVE "RELEASE BEFORE DATE PLACED"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN OTHER
                           MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                           PERFORM WRITE-AUDIT-IMAGE
                           MOVE WS-ACTION-DATE TO HD-DATE-RELEASED
                           REWRITE STUDENT-HOLD-REC
                           ADD 1 TO WS-RELEASED-COUNT
                           MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
                           PERFORM WRITE-AUDIT-IMAGE
                   END-EVALUATE
           END-READ
           EXIT
           .
       WRITE-AUDIT-IMAGE.
           MOVE WS-RUN-DATE-GRP   TO WS-AU-DATE
           MOVE HT-ACTION         TO WS-AU-ACTION
           MOVE STUDENT-HOLD-REC  TO WS-AU-IMAGE
           WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE
           MOVE MAINT-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT MAINT-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE HT-ACTION    TO WS-EX-ACTION
           MOVE HT-STU-ID    TO WS-EX-STUDENT-ID
           MOVE HT-HOLD-TYPE TO WS-EX-HOLD-TYPE
           MOVE HT-OFFICE    TO WS-EX-OFFICE
           WRITE MAINT-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE MAINT-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-AUDIT-TOTALS.
           MOVE "TRANSACTIONS READ    " TO WS-AT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-AT-COUNT
           PERFORM WRITE-AUDIT-TOTAL
           MOVE "HOLDS PLACED         " TO WS-AT-LABEL
           MOVE WS-PLACED-COUNT         TO WS-AT-COUNT
           PERFORM WRITE-AUDIT-TOTAL
           MOVE "HOLDS RELEASED       " TO WS-AT-LABEL
           MOVE WS-RELEASED-COUNT       TO WS-AT-COUNT
           PERFORM WRITE-AUDIT-TOTAL
           MOVE "TRANSACTIONS REJECTED" TO WS-AT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-AT-COUNT
           PERFORM WRITE-AUDIT-TOTAL
           EXIT
           .
       WRITE-AUDIT-TOTAL.
           WRITE MAINT-AUDIT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE MAINT-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
