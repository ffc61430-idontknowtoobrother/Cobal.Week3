       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             the CRTORDER court-ordered earnings attachment
      *             master DATA3 takes orders from, with the same
      *             discipline as BANKMNT: reads ORDTRAN records of
      *             adds, changes and deletes (withdrawn orders)
      *             keyed on employee and order number, applies them
      *             to the indexed master, and writes an applied-
      *             transactions register to ORDMREG.  Rejected
      *             transactions (duplicate add, change or delete of
      *             a missing order, an employee not on EMPMAST, a
      *             missing order number or creditor, a bad
      *             priority, method, amount, percentage, floor or
      *             total, unknown action code) go to the ORDMEXC
      *             exceptions report with a reason per record.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURT-ORDERS ASSIGN TO "CRTORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-ORD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "ORDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-REGISTER   ASSIGN TO "ORDMREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "ORDMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COURT-ORDERS.
       COPY CRTORDER.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-DELETE              VALUE "D".
           05  MT-EMP-NO           PIC 9(5).
           05  MT-ORDER-NO         PIC X(10).
           05  MT-PRIORITY         PIC 9(2).
           05  MT-CREDITOR-ID      PIC X(8).
           05  MT-CREDITOR-NAME    PIC X(20).
           05  MT-PROTECTED-NET    PIC 9(4)V99.
           05  MT-METHOD           PIC X(1).
               88  MT-FLAT-AMOUNT         VALUE "A".
               88  MT-PCT-OF-NET          VALUE "P".
           05  MT-VALUE            PIC 9(4)V99.
           05  MT-TOTAL-CAP        PIC 9(7)V99.
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
           05  WS-RG-ORDER-NO      PIC X(10).
           05  FILLER              PIC X(4)  VALUE " PR ".
           05  WS-RG-PRIORITY      PIC 9(2).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-CREDITOR-ID   PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-METHOD        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-VALUE         PIC ZZZ9.99.
           05  FILLER              PIC X(5)  VALUE " CAP ".
           05  WS-RG-TOTAL-CAP     PIC ZZZZZZ9.99.
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-ORDER-NO      PIC X(10).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-ORD-STATUS           PIC X(2)  VALUE "00".
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

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "ORDMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O COURT-ORDERS
           IF WS-ORD-STATUS = "35"
               OPEN OUTPUT COURT-ORDERS
               CLOSE COURT-ORDERS
               OPEN I-O COURT-ORDERS
           END-IF
           IF WS-ORD-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "COURT-ORDERS OPEN FAILED, STATUS: "
                   WS-ORD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
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
                       STRING "ORDTRAN OPEN FAILED, STATUS: "
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
               CLOSE COURT-ORDERS
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
      * Adds and changes carry the order's terms, so both must pass
      * the edits and name a real EMPMAST employee before the
      * master is touched.  A percentage order cannot exceed 100
      * percent of net; a zero total is an open-ended order.
      *--------------------------------------------------------------
       EDIT-ORDER-FIELDS.
           MOVE "Y" TO WS-TRAN-VALID-SW
           EVALUATE TRUE
               WHEN MT-ORDER-NO = SPACES
                   MOVE "ORDER NUMBER MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-PRIORITY IS NOT NUMERIC
                   OR MT-PRIORITY = ZERO
                   MOVE "PRIORITY NOT 01 TO 99" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-CREDITOR-ID = SPACES
                   MOVE "CREDITOR MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-PROTECTED-NET IS NOT NUMERIC
                   MOVE "PROTECTED FLOOR NOT NUMERIC" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN NOT MT-FLAT-AMOUNT
                   AND NOT MT-PCT-OF-NET
                   MOVE "METHOD NOT A OR P" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-VALUE IS NOT NUMERIC
                   OR MT-VALUE = ZERO
                   MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-PCT-OF-NET
                   AND MT-VALUE > 100
                   MOVE "PERCENTAGE OVER 100" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-TOTAL-CAP IS NOT NUMERIC
                   MOVE "ORDER TOTAL NOT NUMERIC" TO WS-EX-REASON
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
       APPLY-ADD.
           PERFORM EDIT-ORDER-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-EMP-NO   TO CO-EMP-NO
               MOVE MT-ORDER-NO TO CO-ORDER-NO
               READ COURT-ORDERS
                   INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       MOVE ZERO TO CO-TAKEN-TO-DATE
                       MOVE ZERO TO CO-ARREARS
                       MOVE ZERO TO CO-LAST-TAKEN-DATE
                       SET CO-ACTIVE TO TRUE
                       WRITE COURT-ORDER-REC
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
      *--------------------------------------------------------------
      * A change (a varied order) keeps what has been taken and the
      * arrears owing; raising the total past what has been taken
      * reopens a satisfied order.
      *--------------------------------------------------------------
       APPLY-CHANGE.
           PERFORM EDIT-ORDER-FIELDS
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-EMP-NO   TO CO-EMP-NO
               MOVE MT-ORDER-NO TO CO-ORDER-NO
               READ COURT-ORDERS
                   INVALID KEY
                       MOVE "CHANGE TO MISSING ORDER"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       IF CO-TOTAL-CAP = ZERO
                           OR CO-TAKEN-TO-DATE < CO-TOTAL-CAP
                           SET CO-ACTIVE TO TRUE
                       ELSE
                           SET CO-SATISFIED TO TRUE
                       END-IF
                       REWRITE COURT-ORDER-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CHANGED" TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
               END-READ
           END-IF
           EXIT
           .
       APPLY-DELETE.
           MOVE MT-EMP-NO   TO CO-EMP-NO
           MOVE MT-ORDER-NO TO CO-ORDER-NO
           READ COURT-ORDERS
               INVALID KEY
                   MOVE "DELETE OF MISSING ORDER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   DELETE COURT-ORDERS
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "DELETED" TO WS-RG-ACTION
                   PERFORM WRITE-REGISTER-LINE
           END-READ
           EXIT
           .
       MOVE-TRAN-TO-MASTER.
           MOVE MT-EMP-NO        TO CO-EMP-NO
           MOVE MT-ORDER-NO      TO CO-ORDER-NO
           MOVE MT-PRIORITY      TO CO-PRIORITY
           MOVE MT-CREDITOR-ID   TO CO-CREDITOR-ID
           MOVE MT-CREDITOR-NAME TO CO-CREDITOR-NAME
           MOVE MT-PROTECTED-NET TO CO-PROTECTED-NET
           MOVE MT-METHOD        TO CO-METHOD
           MOVE MT-VALUE         TO CO-VALUE
           MOVE MT-TOTAL-CAP     TO CO-TOTAL-CAP
           EXIT
           .
       WRITE-REGISTER-LINE.
           MOVE WS-RUN-DATE    TO WS-RG-DATE
           MOVE CO-EMP-NO      TO WS-RG-EMP-NO
           MOVE CO-ORDER-NO    TO WS-RG-ORDER-NO
           MOVE CO-PRIORITY    TO WS-RG-PRIORITY
           MOVE CO-CREDITOR-ID TO WS-RG-CREDITOR-ID
           MOVE CO-METHOD      TO WS-RG-METHOD
           MOVE CO-VALUE       TO WS-RG-VALUE
           MOVE CO-TOTAL-CAP   TO WS-RG-TOTAL-CAP
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
           MOVE MT-ACTION   TO WS-EX-ACTION
           MOVE MT-EMP-NO   TO WS-EX-EMP-NO
           MOVE MT-ORDER-NO TO WS-EX-ORDER-NO
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
