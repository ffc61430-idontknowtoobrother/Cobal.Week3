       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             the PAYPLAN instalment payment-plan master, in
      *             the CUSTMNT style: reads PLANTRAN records keyed
      *             on the customer number - an add carrying the
      *             schedule agreed at the counter desk (up to
      *             twelve instalments of due date and amount), or
      *             a cancel - applies them to the indexed master
      *             and writes a before/after image of every plan
      *             touched to the PLANAUDT audit file.  An add is
      *             refused for a customer not on CUSTMAST, one
      *             with no open INVFILE balance to spread, one
      *             whose plan is still active, or a schedule whose
      *             dates do not run forward or whose amounts are
      *             missing; refusals go to the PLANMEXC exceptions
      *             report with a reason per record.  A broken,
      *             completed or cancelled plan is replaced by a
      *             fresh add.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLANS ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CUST-NO
               FILE STATUS IS WS-PLN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT PLAN-TRANSACTIONS ASSIGN TO "PLANTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PLAN-AUDIT ASSIGN TO "PLANAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT PLAN-EXCEPTIONS ASSIGN TO "PLANMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  PLAN-TRANSACTIONS.
       01  PLAN-TRAN-REC.
           05  PM-ACTION           PIC X(1).
               88  PM-ADD                 VALUE "A".
               88  PM-CANCEL              VALUE "X".
           05  PM-CUST-NO          PIC 9(5).
           05  PM-INSTALMENT-COUNT PIC 99.
           05  PM-INSTALMENT OCCURS 12 TIMES.
               10  PM-DUE-DATE     PIC 9(8).
               10  PM-DUE-AMT      PIC 9(5)V99.
       FD  PLAN-AUDIT.
       01  PLAN-AUDIT-REC          PIC X(80).
       FD  PLAN-EXCEPTIONS.
       01  PLAN-EXCEPTIONS-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-TIME          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(25).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-SCHEDULED     PIC 9(6)V99.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-AUDIT-TOTAL-LINE.
           05  WS-AT-LABEL         PIC X(22).
           05  WS-AT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-PLN-STATUS           PIC X(2)  VALUE "00".
       77  WS-CUST-STATUS          PIC X(2)  VALUE "00".
       77  WS-INV-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-AUDT-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-INV-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-INV-OPEN                   VALUE "Y".
       77  WS-INV-WALK-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-INV-WALK-EOF               VALUE "Y".
       77  WS-SCHEDULE-OK-SW       PIC X(1)  VALUE "N".
           88  WS-SCHEDULE-OK                VALUE "Y".
       77  WS-PLAN-ON-FILE-SW      PIC X(1)  VALUE "N".
           88  WS-PLAN-ON-FILE               VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-INST-SUB             PIC 99    VALUE ZERO.
       77  WS-PRIOR-DUE-DATE       PIC 9(8)  VALUE ZERO.
       77  WS-OPEN-BALANCE         PIC 9(6)V99 VALUE ZERO.
       77  WS-SCHEDULED-TOTAL      PIC 9(6)V99 VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "PLANMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O PAYMENT-PLANS
           IF WS-PLN-STATUS = "35"
               OPEN OUTPUT PAYMENT-PLANS
               CLOSE PAYMENT-PLANS
               OPEN I-O PAYMENT-PLANS
           END-IF
           IF WS-PLN-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYMENT-PLANS OPEN FAILED, STATUS: "
                   WS-PLN-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               OPEN INPUT PLAN-TRANSACTIONS
               EVALUATE TRUE
                   WHEN WS-CUST-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "CUSTOMER-MASTER OPEN FAILED, STATUS: "
                           WS-CUST-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   WHEN WS-TRAN-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "PLANTRAN OPEN FAILED, STATUS: "
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   WHEN OTHER
                       OPEN INPUT OPEN-INVOICES
                       IF WS-INV-STATUS = "00"
                           SET WS-INV-OPEN TO TRUE
                       END-IF
                       OPEN EXTEND PLAN-AUDIT
                       IF WS-AUDT-STATUS = "35"
                           OPEN OUTPUT PLAN-AUDIT
                       END-IF
                       PERFORM READ-TRANSACTION
                       PERFORM APPLY-TRANSACTION UNTIL WS-EOF
                       PERFORM WRITE-AUDIT-TOTALS
                       CLOSE PLAN-AUDIT
                       IF WS-INV-OPEN
                           CLOSE OPEN-INVOICES
                       END-IF
               END-EVALUATE
               IF WS-CUST-STATUS = "00"
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF WS-TRAN-STATUS = "00"
                   CLOSE PLAN-TRANSACTIONS
               END-IF
               CLOSE PAYMENT-PLANS
           END-IF
           IF WS-EXC-OPEN
               CLOSE PLAN-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-TRANSACTION.
           READ PLAN-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN PM-ADD
                   PERFORM APPLY-ADD
               WHEN PM-CANCEL
                   PERFORM APPLY-CANCEL
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE
           PERFORM READ-TRANSACTION
           EXIT
           .
      *--------------------------------------------------------------
      * An add is proved in full before anything is written: the
      * customer must be on the master with an open balance to
      * spread, no plan of theirs may still be running, and the
      * schedule must be well formed.  A finished plan on file is
      * replaced, its old image going to the audit file first.
      *--------------------------------------------------------------
       APPLY-ADD.
           MOVE PM-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM PROVE-SCHEDULE
                   IF WS-SCHEDULE-OK
                       PERFORM SUM-OPEN-BALANCE
                       IF WS-OPEN-BALANCE = ZERO
                           MOVE "NO OPEN BALANCE TO PLAN"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           PERFORM FILE-NEW-PLAN
                       END-IF
                   END-IF
           END-READ
           EXIT
           .
       PROVE-SCHEDULE.
           MOVE "Y" TO WS-SCHEDULE-OK-SW
           MOVE ZERO TO WS-PRIOR-DUE-DATE
           MOVE ZERO TO WS-SCHEDULED-TOTAL
           IF PM-INSTALMENT-COUNT NOT NUMERIC
               OR PM-INSTALMENT-COUNT = ZERO
               OR PM-INSTALMENT-COUNT > 12
               MOVE "N" TO WS-SCHEDULE-OK-SW
               MOVE "INSTALMENT COUNT NOT 1 TO 12" TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM PROVE-ONE-INSTALMENT
                   VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > PM-INSTALMENT-COUNT
                       OR NOT WS-SCHEDULE-OK
           END-IF
           EXIT
           .
       PROVE-ONE-INSTALMENT.
           EVALUATE TRUE
               WHEN PM-DUE-DATE (WS-INST-SUB) NOT NUMERIC
                   OR PM-DUE-AMT (WS-INST-SUB) NOT NUMERIC
                   MOVE "N" TO WS-SCHEDULE-OK-SW
                   MOVE "INSTALMENT NOT NUMERIC" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN PM-DUE-AMT (WS-INST-SUB) = ZERO
                   MOVE "N" TO WS-SCHEDULE-OK-SW
                   MOVE "INSTALMENT AMOUNT MISSING" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN PM-DUE-DATE (WS-INST-SUB) NOT > WS-PRIOR-DUE-DATE
                   MOVE "N" TO WS-SCHEDULE-OK-SW
                   MOVE "DUE DATES NOT IN ORDER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   MOVE PM-DUE-DATE (WS-INST-SUB) TO WS-PRIOR-DUE-DATE
                   ADD PM-DUE-AMT (WS-INST-SUB) TO WS-SCHEDULED-TOTAL
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * The balance a plan spreads is everything the customer still
      * owes across their open invoices.
      *--------------------------------------------------------------
       SUM-OPEN-BALANCE.
           MOVE ZERO TO WS-OPEN-BALANCE
           IF WS-INV-OPEN
               MOVE "N" TO WS-INV-WALK-EOF-SW
               MOVE PM-CUST-NO TO IN-CUST-NO
               MOVE ZERO       TO IN-INVOICE-NO
               START OPEN-INVOICES KEY IS NOT LESS THAN IN-KEY
                   INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
               END-START
               IF NOT WS-INV-WALK-EOF
                   PERFORM READ-CUSTOMER-INVOICE
               END-IF
               PERFORM ADD-ONE-INVOICE UNTIL WS-INV-WALK-EOF
           END-IF
           EXIT
           .
       READ-CUSTOMER-INVOICE.
           READ OPEN-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-READ
           IF NOT WS-INV-WALK-EOF
               AND IN-CUST-NO NOT = PM-CUST-NO
               MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-IF
           EXIT
           .
       ADD-ONE-INVOICE.
           ADD IN-BALANCE TO WS-OPEN-BALANCE
           PERFORM READ-CUSTOMER-INVOICE
           EXIT
           .
       FILE-NEW-PLAN.
           MOVE "N" TO WS-PLAN-ON-FILE-SW
           MOVE PM-CUST-NO TO PL-CUST-NO
           READ PAYMENT-PLANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PLAN-ON-FILE TO TRUE
           END-READ
           IF WS-PLAN-ON-FILE AND PL-ACTIVE
               MOVE "ACTIVE PLAN ALREADY ON FILE" TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WS-PLAN-ON-FILE
                   MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
               END-IF
               PERFORM MOVE-TRAN-TO-PLAN
               IF WS-PLAN-ON-FILE
                   REWRITE PAYMENT-PLAN-REC
               ELSE
                   WRITE PAYMENT-PLAN-REC
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "ADDED  " TO WS-AU-IMAGE-TYPE
               PERFORM WRITE-AUDIT-IMAGE
           END-IF
           EXIT
           .
       MOVE-TRAN-TO-PLAN.
           INITIALIZE PAYMENT-PLAN-REC
           MOVE PM-CUST-NO          TO PL-CUST-NO
           MOVE "A"                 TO PL-PLAN-STATUS
           MOVE WS-RUN-DATE         TO PL-AGREED-DATE
           MOVE WS-RUN-DATE         TO PL-STATUS-DATE
           MOVE "N"                 TO PL-DEFAULT-LETTER
           MOVE PM-INSTALMENT-COUNT TO PL-INSTALMENT-COUNT
           PERFORM MOVE-ONE-INSTALMENT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > 12
           EXIT
           .
       MOVE-ONE-INSTALMENT.
           IF WS-INST-SUB > PM-INSTALMENT-COUNT
               MOVE ZERO TO PL-DUE-DATE (WS-INST-SUB)
               MOVE ZERO TO PL-DUE-AMT (WS-INST-SUB)
               MOVE SPACE TO PL-INST-STATUS (WS-INST-SUB)
           ELSE
               MOVE PM-DUE-DATE (WS-INST-SUB)
                   TO PL-DUE-DATE (WS-INST-SUB)
               MOVE PM-DUE-AMT (WS-INST-SUB)
                   TO PL-DUE-AMT (WS-INST-SUB)
               MOVE "O" TO PL-INST-STATUS (WS-INST-SUB)
           END-IF
           MOVE ZERO TO PL-PAID-AMT (WS-INST-SUB)
           MOVE ZERO TO PL-PAID-DATE (WS-INST-SUB)
           EXIT
           .
       APPLY-CANCEL.
           MOVE PM-CUST-NO TO PL-CUST-NO
           READ PAYMENT-PLANS
               INVALID KEY
                   MOVE "CANCEL OF MISSING PLAN" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NOT PL-ACTIVE
                       MOVE "CANCEL OF PLAN NOT ACTIVE"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                       PERFORM WRITE-AUDIT-IMAGE
                       MOVE "X"         TO PL-PLAN-STATUS
                       MOVE WS-RUN-DATE TO PL-STATUS-DATE
                       REWRITE PAYMENT-PLAN-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
                       PERFORM WRITE-AUDIT-IMAGE
                   END-IF
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The image is the plan header (customer, status, dates,
      * letter flag and instalment count) plus the total the
      * schedule spreads, which is what a reviewer needs to see.
      *--------------------------------------------------------------
       WRITE-AUDIT-IMAGE.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           ACCEPT WS-AU-TIME FROM TIME
           MOVE PM-ACTION   TO WS-AU-ACTION
           MOVE PAYMENT-PLAN-REC (1:25) TO WS-AU-IMAGE
           MOVE ZERO TO WS-AU-SCHEDULED
           PERFORM ADD-SCHEDULED-AMOUNT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > 12
           WRITE PLAN-AUDIT-REC FROM WS-AUDIT-LINE
           MOVE PLAN-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       ADD-SCHEDULED-AMOUNT.
           IF PL-DUE-AMT (WS-INST-SUB) IS NUMERIC
               ADD PL-DUE-AMT (WS-INST-SUB) TO WS-AU-SCHEDULED
           END-IF
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT PLAN-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE PM-ACTION  TO WS-EX-ACTION
           MOVE PM-CUST-NO TO WS-EX-CUST-NO
           WRITE PLAN-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE PLAN-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-AUDIT-TOTALS.
           MOVE "TRANSACTIONS READ    " TO WS-AT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-AT-COUNT
           WRITE PLAN-AUDIT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE PLAN-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS APPLIED " TO WS-AT-LABEL
           MOVE WS-APPLIED-COUNT        TO WS-AT-COUNT
           WRITE PLAN-AUDIT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE PLAN-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS REJECTED" TO WS-AT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-AT-COUNT
           WRITE PLAN-AUDIT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE PLAN-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
