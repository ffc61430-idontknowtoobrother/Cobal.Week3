       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMPTMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             the EXEMPTCT tax exemption certificate master, in
      *             the CUSTADRM mold: reads EXEMPTTR adds, changes
      *             (renewals) and deletes keyed on EC-CUST-NO,
      *             applies them to the indexed certificate master
      *             and writes a before/after image of every record
      *             touched to the EXMPAUDT audit file.  A
      *             certificate must belong to a customer on the
      *             master, carry a certificate number, an exemption
      *             of more than 0 and no more than 100 percent, and
      *             an expiry date after its effective date; anything
      *             else goes to the EXMPEXC exceptions report with a
      *             reason, so exemptions stop being hand-edited into
      *             the customer after DATA1 has run.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPT-CERTIFICATES ASSIGN TO "EXEMPTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CUST-NO
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "EXEMPTTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-AUDIT      ASSIGN TO "EXMPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "EXMPEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPT-CERTIFICATES.
       COPY EXEMPTCT.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-DELETE              VALUE "D".
           05  MT-CUST-NO          PIC 9(5).
           05  MT-CERT-NO          PIC X(10).
           05  MT-EXEMPT-PCT       PIC 9(3)V99.
           05  MT-EFFECTIVE-DATE   PIC 9(8).
           05  MT-EXPIRY-DATE      PIC 9(8).
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
           05  WS-AU-IMAGE         PIC X(57).
           05  FILLER              PIC X(4)  VALUE SPACES.

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

       77  WS-CERT-STATUS          PIC X(2)  VALUE "00".
       77  WS-CUST-STATUS          PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-VALID-SW             PIC X(1)  VALUE "Y".
           88  WS-VALID                      VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "EXMPTMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O EXEMPT-CERTIFICATES
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT EXEMPT-CERTIFICATES
               CLOSE EXEMPT-CERTIFICATES
               OPEN I-O EXEMPT-CERTIFICATES
           END-IF
           IF WS-CERT-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EXEMPT-CERTIFICATES OPEN FAILED, STATUS: "
                   WS-CERT-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CUSTOMER-MASTER OPEN FAILED, STATUS: "
                       WS-CUST-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   PERFORM PROCESS-TRANSACTION-FILE
                   CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE EXEMPT-CERTIFICATES
           END-IF
           IF WS-EXC-OPEN
               CLOSE MAINT-EXCEPTIONS
           END-IF
           GOBACK
           .
       PROCESS-TRANSACTION-FILE.
           OPEN INPUT MAINT-TRANSACTIONS
           IF WS-TRAN-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EXEMPTTR OPEN FAILED, STATUS: "
                   WS-TRAN-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT MAINT-AUDIT
               PERFORM READ-TRANSACTION
               PERFORM APPLY-TRANSACTION UNTIL WS-EOF
               PERFORM WRITE-AUDIT-TOTALS
               CLOSE MAINT-TRANSACTIONS
               CLOSE MAINT-AUDIT
           END-IF
           EXIT
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
                   PERFORM VALIDATE-CERTIFICATE
                   IF WS-VALID
                       PERFORM APPLY-ADD
                   END-IF
               WHEN MT-CHANGE
                   PERFORM VALIDATE-CERTIFICATE
                   IF WS-VALID
                       PERFORM APPLY-CHANGE
                   END-IF
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
      * An add or a renewal has to describe a usable certificate:
      * a customer on the master, a certificate number to quote on
      * the statement, a percentage DATA1 can apply, and a period
      * that actually runs forward.  The first fault found is the
      * reason reported.
      *--------------------------------------------------------------
       VALIDATE-CERTIFICATE.
           MOVE "Y" TO WS-VALID-SW
           MOVE MT-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-EX-REASON
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-VALID
                   CONTINUE
               WHEN MT-CERT-NO = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CERTIFICATE NUMBER MISSING" TO WS-EX-REASON
               WHEN MT-EXEMPT-PCT NOT NUMERIC
                   OR MT-EXEMPT-PCT = ZERO
                   OR MT-EXEMPT-PCT > 100
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EXEMPTION PCT NOT 0.01-100.00" TO WS-EX-REASON
               WHEN MT-EFFECTIVE-DATE NOT NUMERIC
                   OR MT-EXPIRY-DATE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EFFECTIVE/EXPIRY DATE INVALID" TO WS-EX-REASON
               WHEN MT-EXPIRY-DATE NOT > MT-EFFECTIVE-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EXPIRY NOT AFTER EFFECTIVE" TO WS-EX-REASON
           END-EVALUATE
           IF NOT WS-VALID
               PERFORM WRITE-EXCEPTION
           END-IF
           EXIT
           .
       APPLY-ADD.
           MOVE MT-CUST-NO TO EC-CUST-NO
           READ EXEMPT-CERTIFICATES
               INVALID KEY
                   PERFORM MOVE-TRAN-TO-MASTER
                   WRITE EXEMPT-CERT-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "ADDED  " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
               NOT INVALID KEY
                   MOVE "DUPLICATE ADD, ALREADY ON FILE"
                       TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
           END-READ
           EXIT
           .
       APPLY-CHANGE.
           MOVE MT-CUST-NO TO EC-CUST-NO
           READ EXEMPT-CERTIFICATES
               INVALID KEY
                   MOVE "CHANGE TO MISSING CERTIFICATE"
                       TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
                   PERFORM MOVE-TRAN-TO-MASTER
                   REWRITE EXEMPT-CERT-REC
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
           END-READ
           EXIT
           .
       APPLY-DELETE.
           MOVE MT-CUST-NO TO EC-CUST-NO
           READ EXEMPT-CERTIFICATES
               INVALID KEY
                   MOVE "DELETE OF MISSING CERTIFICATE"
                       TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
                   DELETE EXEMPT-CERTIFICATES
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "DELETED" TO WS-AU-IMAGE-TYPE
                   MOVE SPACES TO EXEMPT-CERT-REC
                   MOVE MT-CUST-NO TO EC-CUST-NO
                   PERFORM WRITE-AUDIT-IMAGE
           END-READ
           EXIT
           .
       MOVE-TRAN-TO-MASTER.
           MOVE MT-CUST-NO        TO EC-CUST-NO
           MOVE MT-CERT-NO        TO EC-CERT-NO
           MOVE MT-EXEMPT-PCT     TO EC-EXEMPT-PCT
           MOVE MT-EFFECTIVE-DATE TO EC-EFFECTIVE-DATE
           MOVE MT-EXPIRY-DATE    TO EC-EXPIRY-DATE
           EXIT
           .
       WRITE-AUDIT-IMAGE.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           MOVE MT-ACTION   TO WS-AU-ACTION
           MOVE EXEMPT-CERT-REC TO WS-AU-IMAGE
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
           MOVE MT-ACTION  TO WS-EX-ACTION
           MOVE MT-CUST-NO TO WS-EX-CUST-NO
           WRITE MAINT-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE MAINT-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-AUDIT-TOTALS.
           MOVE "TRANSACTIONS READ    " TO WS-AT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-AT-COUNT
           WRITE MAINT-AUDIT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE MAINT-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS APPLIED " TO WS-AT-LABEL
           MOVE WS-APPLIED-COUNT        TO WS-AT-COUNT
           WRITE MAINT-AUDIT-REC FROM WS-AUDIT-TOTAL-LINE
           MOVE MAINT-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS REJECTED" TO WS-AT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-AT-COUNT
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
