       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             the LABDIST labor-distribution master DATA3
      *             charges county payroll from, with the same
      *             discipline as BANKMNT: reads LABTRAN records of
      *             adds, changes and deletes keyed on employee,
      *             each carrying up to five county/percentage
      *             splits, applies them to the indexed master, and
      *             writes an applied-transactions register to
      *             LABMREG.  Rejected transactions (duplicate add,
      *             change or delete of a missing split, an
      *             employee not on EMPMAST, no splits, a county not
      *             in CNTYCODE or given twice, a gap between
      *             splits, a percentage not numeric or zero, splits
      *             not totalling exactly 100 percent, unknown
      *             action code) go to the LABMEXC exceptions
      *             report with a reason per record.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DISTRIBUTION ASSIGN TO "LABDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-EMP-NO
               FILE STATUS IS WS-LBD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "LABTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-REGISTER   ASSIGN TO "LABMREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "LABMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DISTRIBUTION.
       COPY LABDIST.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-DELETE              VALUE "D".
           05  MT-EMP-NO           PIC 9(5).
           05  MT-SPLIT OCCURS 5 TIMES.
               10  MT-COUNTY-NAME  PIC X(9).
               10  MT-PERCENT      PIC 9(3)V99.
       FD  MAINT-REGISTER.
       01  MAINT-REGISTER-REC      PIC X(80).
       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CNTYCODE.

       01  WS-REGISTER-LINE.
           05  WS-RG-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-ACTION        PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(9)  VALUE "  SPLITS ".
           05  WS-RG-SPLIT-COUNT   PIC 9(1).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-SPLIT-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  WS-SL-COUNTY-NAME   PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-PERCENT       PIC ZZ9.99.
           05  FILLER              PIC X(1)  VALUE "%".
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-LBD-STATUS           PIC X(2)  VALUE "00".
       77  WS-EMP-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-TRAN-VALID-SW        PIC X(1)  VALUE "N".
           88  WS-TRAN-VALID                 VALUE "Y".
       77  WS-GAP-SW               PIC X(1)  VALUE "N".
           88  WS-GAP-SEEN                   VALUE "Y".
       77  WS-COUNTY-VALID-SW      PIC X(1)  VALUE "N".
           88  WS-COUNTY-VALID               VALUE "Y".
       77  WS-SPLIT-SUB            PIC 9     VALUE ZERO.
       77  WS-DUP-SUB              PIC 9     VALUE ZERO.
       77  WS-SPLIT-COUNT          PIC 9     VALUE ZERO.
       77  WS-SPLIT-TOTAL          PIC 9(4)V99 VALUE ZERO.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "LABMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O LABOR-DISTRIBUTION
           IF WS-LBD-STATUS = "35"
               OPEN OUTPUT LABOR-DISTRIBUTION
               CLOSE LABOR-DISTRIBUTION
               OPEN I-O LABOR-DISTRIBUTION
           END-IF
           IF WS-LBD-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "LABOR-DISTRIBUTION OPEN FAILED, STATUS: "
                   WS-LBD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
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
                       STRING "LABTRAN OPEN FAILED, STATUS: "
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
               CLOSE LABOR-DISTRIBUTION
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
      * The splits are taken from the front of the record; the
      * first blank county ends them and nothing may follow it.
      * Every used split must name a CNTYCODE county once, with a
      * non-zero percentage, and together they must come to
      * exactly 100.00 so DATA3 charges out the whole of gross.
      *--------------------------------------------------------------
       EDIT-SPLIT-FIELDS.
           MOVE "Y" TO WS-TRAN-VALID-SW
           MOVE "N" TO WS-GAP-SW
           MOVE ZERO TO WS-SPLIT-COUNT
           MOVE ZERO TO WS-SPLIT-TOTAL
           PERFORM EDIT-ONE-SPLIT
               VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > 5
                   OR NOT WS-TRAN-VALID
           IF WS-TRAN-VALID
               EVALUATE TRUE
                   WHEN WS-SPLIT-COUNT = ZERO
                       MOVE "NO COUNTY SPLITS GIVEN" TO WS-EX-REASON
                       MOVE "N" TO WS-TRAN-VALID-SW
                   WHEN WS-SPLIT-TOTAL NOT = 100
                       MOVE "SPLITS DO NOT TOTAL 100 PERCENT"
                           TO WS-EX-REASON
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
           END-IF
           EXIT
           .
       EDIT-ONE-SPLIT.
           IF MT-COUNTY-NAME (WS-SPLIT-SUB) = SPACES
               SET WS-GAP-SEEN TO TRUE
           ELSE
               PERFORM CHECK-SPLIT-COUNTY
               EVALUATE TRUE
                   WHEN WS-GAP-SEEN
                       MOVE "GAP BETWEEN COUNTY SPLITS"
                           TO WS-EX-REASON
                       MOVE "N" TO WS-TRAN-VALID-SW
                   WHEN NOT WS-COUNTY-VALID
                       MOVE "COUNTY NOT RECOGNIZED" TO WS-EX-REASON
                       MOVE "N" TO WS-TRAN-VALID-SW
                   WHEN MT-PERCENT (WS-SPLIT-SUB) IS NOT NUMERIC
                       OR MT-PERCENT (WS-SPLIT-SUB) = ZERO
                       MOVE "PERCENT NOT NUMERIC OR ZERO"
                           TO WS-EX-REASON
                       MOVE "N" TO WS-TRAN-VALID-SW
                   WHEN OTHER
                       PERFORM CHECK-DUPLICATE-COUNTY
                           VARYING WS-DUP-SUB FROM 1 BY 1
                           UNTIL WS-DUP-SUB NOT < WS-SPLIT-SUB
                               OR NOT WS-TRAN-VALID
                       IF WS-TRAN-VALID
                           ADD 1 TO WS-SPLIT-COUNT
                           ADD MT-PERCENT (WS-SPLIT-SUB)
                               TO WS-SPLIT-TOTAL
                       END-IF
               END-EVALUATE
           END-IF
           EXIT
           .
       CHECK-SPLIT-COUNTY.
           MOVE "N" TO WS-COUNTY-VALID-SW
           SET CC-IDX TO 1
           SEARCH CC-ENTRY
               AT END
                   CONTINUE
               WHEN CC-NAME (CC-IDX) = MT-COUNTY-NAME (WS-SPLIT-SUB)
                   MOVE "Y" TO WS-COUNTY-VALID-SW
           END-SEARCH
           EXIT
           .
       CHECK-DUPLICATE-COUNTY.
           IF MT-COUNTY-NAME (WS-DUP-SUB)
               = MT-COUNTY-NAME (WS-SPLIT-SUB)
               MOVE "COUNTY GIVEN TWICE" TO WS-EX-REASON
               MOVE "N" TO WS-TRAN-VALID-SW
           END-IF
           EXIT
           .
       APPLY-ADD.
           PERFORM EDIT-SPLIT-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-EMP-NO TO LD-EMP-NO
               READ LABOR-DISTRIBUTION
                   INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       WRITE LABOR-DIST-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "ADDED  " TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   NOT INVALID KEY
                       MOVE "DUPLICATE ADD, ON FILE" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF
           EXIT
           .
       APPLY-CHANGE.
           PERFORM EDIT-SPLIT-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-EMP-NO TO LD-EMP-NO
               READ LABOR-DISTRIBUTION
                   INVALID KEY
                       MOVE "CHANGE TO MISSING SPLIT"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       REWRITE LABOR-DIST-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CHANGED" TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Deleting the split puts the employee back to being charged
      * wholly to the EMPMAST home county.
      *--------------------------------------------------------------
       APPLY-DELETE.
           MOVE MT-EMP-NO TO LD-EMP-NO
           READ LABOR-DISTRIBUTION
               INVALID KEY
                   MOVE "DELETE OF MISSING SPLIT" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   DELETE LABOR-DISTRIBUTION
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "DELETED" TO WS-RG-ACTION
                   PERFORM WRITE-REGISTER-LINE
           END-READ
           EXIT
           .
       MOVE-TRAN-TO-MASTER.
           MOVE MT-EMP-NO      TO LD-EMP-NO
           MOVE WS-SPLIT-COUNT TO LD-SPLIT-COUNT
           PERFORM MOVE-ONE-SPLIT
               VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > 5
           EXIT
           .
       MOVE-ONE-SPLIT.
           IF WS-SPLIT-SUB > WS-SPLIT-COUNT
               MOVE SPACES TO LD-COUNTY-NAME (WS-SPLIT-SUB)
               MOVE ZERO   TO LD-PERCENT (WS-SPLIT-SUB)
           ELSE
               MOVE MT-COUNTY-NAME (WS-SPLIT-SUB)
                   TO LD-COUNTY-NAME (WS-SPLIT-SUB)
               MOVE MT-PERCENT (WS-SPLIT-SUB)
                   TO LD-PERCENT (WS-SPLIT-SUB)
           END-IF
           EXIT
           .
       WRITE-REGISTER-LINE.
           MOVE WS-RUN-DATE    TO WS-RG-DATE
           MOVE LD-EMP-NO      TO WS-RG-EMP-NO
           MOVE LD-SPLIT-COUNT TO WS-RG-SPLIT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           PERFORM WRITE-SPLIT-LINE
               VARYING WS-SPLIT-SUB FROM 1 BY 1
               UNTIL WS-SPLIT-SUB > LD-SPLIT-COUNT
           EXIT
           .
       WRITE-SPLIT-LINE.
           MOVE LD-COUNTY-NAME (WS-SPLIT-SUB) TO WS-SL-COUNTY-NAME
           MOVE LD-PERCENT (WS-SPLIT-SUB)     TO WS-SL-PERCENT
           WRITE MAINT-REGISTER-REC FROM WS-SPLIT-LINE
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT MAINT-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE MT-ACTION TO WS-EX-ACTION
           MOVE MT-EMP-NO TO WS-EX-EMP-NO
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
