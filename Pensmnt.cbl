       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             the PENSMAST pension scheme membership master
      *             DATA3 takes contributions from, with the same
      *             discipline as BANKMNT: reads PENTRAN records of
      *             joins (adds), changes of scheme or rates, and
      *             opt-outs (deletes), applies them to the indexed
      *             master, and writes an applied-transactions
      *             register to PENMREG.  Rejected transactions
      *             (duplicate join, change or opt-out of a missing
      *             member, an employee not on EMPMAST, a missing
      *             scheme or membership number, a rate that is not
      *             numeric, both rates zero, a bad join date,
      *             unknown action code) go to the PENMEXC exceptions
      *             report with a reason per record.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSION-MEMBERS ASSIGN TO "PENSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-EMP-NO
               FILE STATUS IS WS-PEN-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "PENTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-REGISTER   ASSIGN TO "PENMREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "PENMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENSION-MEMBERS.
       COPY PENSMAST.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-DELETE              VALUE "D".
           05  MT-EMP-NO           PIC 9(5).
           05  MT-SCHEME-ID        PIC X(6).
           05  MT-MEMBER-NO        PIC X(12).
           05  MT-EMP-RATE         PIC 9(2)V99.
           05  MT-EMPR-RATE        PIC 9(2)V99.
           05  MT-JOIN-DATE        PIC 9(8).
           05  MT-JOIN-DATE-X REDEFINES MT-JOIN-DATE.
               10  MT-JOIN-YYYY    PIC 9(4).
               10  MT-JOIN-MM      PIC 9(2).
               10  MT-JOIN-DD      PIC 9(2).
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
           05  WS-RG-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-SCHEME-ID     PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-MEMBER-NO     PIC X(12).
           05  FILLER              PIC X(5)  VALUE " EE: ".
           05  WS-RG-EMP-RATE      PIC Z9.99.
           05  FILLER              PIC X(5)  VALUE " ER: ".
           05  WS-RG-EMPR-RATE     PIC Z9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-JOIN-DATE     PIC 9(8).
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-SCHEME-ID     PIC X(6).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-PEN-STATUS           PIC X(2)  VALUE "00".
       77  WS-EMP-STATUS           PIC X(2)  VALUE "00".
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

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "PENSMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O PENSION-MEMBERS
           IF WS-PEN-STATUS = "35"
               OPEN OUTPUT PENSION-MEMBERS
               CLOSE PENSION-MEMBERS
               OPEN I-O PENSION-MEMBERS
           END-IF
           IF WS-PEN-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PENSION-MEMBERS OPEN FAILED, STATUS: "
                   WS-PEN-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-EMP-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "EMPLOYEE-MASTER OPEN FAILED, STATUS: "
                       WS-EMP-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN INPUT MAINT-TRANSACTIONS
                   IF WS-TRAN-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "PENTRAN OPEN FAILED, STATUS: "
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
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE PENSION-MEMBERS
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
      * Joins and changes carry the membership terms, so both must
      * pass the edits and name a real EMPMAST employee before the
      * master is touched.  Either rate may be zero (a scheme with
      * no employer match, or a non-contributory one) but not both.
      *--------------------------------------------------------------
       EDIT-MEMBER-FIELDS.
           MOVE "Y" TO WS-TRAN-VALID-SW
           EVALUATE TRUE
               WHEN MT-SCHEME-ID = SPACES
                   MOVE "SCHEME MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-MEMBER-NO = SPACES
                   MOVE "MEMBERSHIP NUMBER MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-EMP-RATE IS NOT NUMERIC
                   OR MT-EMPR-RATE IS NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-EMP-RATE = ZERO
                   AND MT-EMPR-RATE = ZERO
                   MOVE "BOTH RATES ZERO" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-JOIN-DATE IS NOT NUMERIC
                   OR MT-JOIN-MM < 1 OR MT-JOIN-MM > 12
                   OR MT-JOIN-DD < 1 OR MT-JOIN-DD > 31
                   MOVE "JOIN DATE INVALID" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN OTHER
                   MOVE MT-EMP-NO TO EM-EMP-NO
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "EMPLOYEE NOT ON MASTER"
                               TO WS-EX-REASON
                           MOVE "N" TO WS-TRAN-VALID-SW
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * A join for an employee who opted out earlier reactivates
      * the membership on the new terms rather than failing as a
      * duplicate.
      *--------------------------------------------------------------
       APPLY-ADD.
           PERFORM EDIT-MEMBER-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-EMP-NO TO PN-EMP-NO
               READ PENSION-MEMBERS
                   INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       SET PN-ACTIVE TO TRUE
                       WRITE PENSION-MEMBER-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "JOINED " TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   NOT INVALID KEY
                       IF PN-OPTED-OUT
                           PERFORM MOVE-TRAN-TO-MASTER
                           SET PN-ACTIVE TO TRUE
                           REWRITE PENSION-MEMBER-REC
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE "REJOIN " TO WS-RG-ACTION
                           PERFORM WRITE-REGISTER-LINE
                       ELSE
                           MOVE "DUPLICATE JOIN, ALREADY MEMBER"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       APPLY-CHANGE.
           PERFORM EDIT-MEMBER-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-EMP-NO TO PN-EMP-NO
               READ PENSION-MEMBERS
                   INVALID KEY
                       MOVE "CHANGE TO MISSING MEMBER"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       REWRITE PENSION-MEMBER-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CHANGED" TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * An opt-out keeps the record as status O, so the scheme and
      * membership number survive a later rejoin.
      *--------------------------------------------------------------
       APPLY-DELETE.
           MOVE MT-EMP-NO TO PN-EMP-NO
           READ PENSION-MEMBERS
               INVALID KEY
                   MOVE "OPT-OUT OF MISSING MEMBER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   SET PN-OPTED-OUT TO TRUE
                   REWRITE PENSION-MEMBER-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "OPT-OUT" TO WS-RG-ACTION
                   PERFORM WRITE-REGISTER-LINE
           END-READ
           EXIT
           .
       MOVE-TRAN-TO-MASTER.
           MOVE MT-EMP-NO    TO PN-EMP-NO
           MOVE MT-SCHEME-ID TO PN-SCHEME-ID
           MOVE MT-MEMBER-NO TO PN-MEMBER-NO
           MOVE MT-EMP-RATE  TO PN-EMP-RATE
           MOVE MT-EMPR-RATE TO PN-EMPR-RATE
           MOVE MT-JOIN-DATE TO PN-JOIN-DATE
           EXIT
           .
       WRITE-REGISTER-LINE.
           MOVE WS-RUN-DATE  TO WS-RG-DATE
           MOVE PN-EMP-NO    TO WS-RG-EMP-NO
           MOVE PN-SCHEME-ID TO WS-RG-SCHEME-ID
           MOVE PN-MEMBER-NO TO WS-RG-MEMBER-NO
           MOVE PN-EMP-RATE  TO WS-RG-EMP-RATE
           MOVE PN-EMPR-RATE TO WS-RG-EMPR-RATE
           MOVE PN-JOIN-DATE TO WS-RG-JOIN-DATE
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
           MOVE MT-ACTION    TO WS-EX-ACTION
           MOVE MT-EMP-NO    TO WS-EX-EMP-NO
           MOVE MT-SCHEME-ID TO WS-EX-SCHEME-ID
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
