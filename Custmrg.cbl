       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Customer account merge: reads
      *             CUSTMRGT transactions naming a surviving and a
      *             retired customer number for the same taxpayer
      *             (usually a pair off the CUSTDUPR report) and
      *             folds the retired account into the survivor -
      *             its INVFILE invoices are renumbered on after the
      *             survivor's with their DUNLEVEL chasing levels,
      *             its CREDBAL credit is added to the survivor's,
      *             its CUSTADDR address is carried over when the
      *             survivor has none (or when the transaction asks
      *             for it), its payment plan and exemption
      *             certificate follow it when the survivor holds
      *             none, and its PAYHIST and WOHIST history is
      *             re-keyed at the end of the run.  Before and
      *             after images of both master records go to
      *             CUSTAUDT the way CUSTMNT writes them, the
      *             retired number is deleted from CUSTMAST, and
      *             each merge is listed on the CUSTMGRG register;
      *             refused merges go to CUSTMGEX with a reason.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DUNNING-LEVELS ASSIGN TO "DUNLEVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DUN-STATUS.
           SELECT CREDIT-BALANCES ASSIGN TO "CREDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CUST-NO
               FILE STATUS IS WS-CRD-STATUS.
           SELECT CUSTOMER-ADDRESSES ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT PAYMENT-PLANS ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CUST-NO
               FILE STATUS IS WS-PLN-STATUS.
           SELECT EXEMPT-CERTIFICATES ASSIGN TO "EXEMPTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CUST-NO
               FILE STATUS IS WS-CERT-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT PAYHIST-WORK ASSIGN TO "PAYHISTW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRITEOFF-HISTORY ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOH-STATUS.
           SELECT WOHIST-WORK ASSIGN TO "WOHISTW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-TRANSACTIONS ASSIGN TO "CUSTMRGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-AUDIT      ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT MERGE-REGISTER   ASSIGN TO "CUSTMGRG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-EXCEPTIONS ASSIGN TO "CUSTMGEX"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  DUNNING-LEVELS.
       COPY DUNLEVEL.
       FD  CREDIT-BALANCES.
       COPY CREDBAL.
       FD  CUSTOMER-ADDRESSES.
       COPY CUSTADDR.
       FD  PAYMENT-PLANS.
       COPY PAYPLAN.
       FD  EXEMPT-CERTIFICATES.
       COPY EXEMPTCT.
       FD  PAYMENT-HISTORY.
       COPY PAYHIST.
       FD  PAYHIST-WORK.
       01  PAYHIST-WORK-REC        PIC X(33).
       FD  WRITEOFF-HISTORY.
       COPY WOHIST.
       FD  WOHIST-WORK.
       01  WOHIST-WORK-REC         PIC X(49).
       FD  MERGE-TRANSACTIONS.
       01  MERGE-TRAN-REC.
           05  MG-SURVIVOR-CUST-NO PIC 9(5).
           05  MG-RETIRED-CUST-NO  PIC 9(5).
           05  MG-ADDRESS-CHOICE   PIC X(1).
               88  MG-TAKE-RETIRED-ADDRESS VALUE "R".
       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC         PIC X(80).
       FD  MERGE-REGISTER.
       01  MERGE-REGISTER-REC      PIC X(80).
       FD  MERGE-EXCEPTIONS.
       01  MERGE-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
      *--------------------------------------------------------------
      * Retired-to-survivor customer numbers merged this run, and
      * the old-to-new invoice numbers each retired invoice took,
      * kept for the PAYHIST and WOHIST re-key at the end of the
      * run.  A survivor merged on again later in the same run has
      * its earlier entries carried forward to the final number.
      *--------------------------------------------------------------
       01  MERGED-CUSTOMER-TABLE.
           05  MC-ENTRY OCCURS 100 TIMES.
               10  MC-RETIRED-CUST-NO  PIC 9(5).
               10  MC-SURVIVOR-CUST-NO PIC 9(5).
       01  MERGED-INVOICE-TABLE.
           05  MX-ENTRY OCCURS 500 TIMES.
               10  MX-RETIRED-CUST-NO  PIC 9(5).
               10  MX-OLD-INVOICE-NO   PIC 9(5).
               10  MX-SURVIVOR-CUST-NO PIC 9(5).
               10  MX-NEW-INVOICE-NO   PIC 9(5).
       01  RETIRED-INVOICE-TABLE.
           05  MI-ENTRY OCCURS 200 TIMES.
               10  MI-OLD-INVOICE-NO   PIC 9(5).
               10  MI-NEW-INVOICE-NO   PIC 9(5).

       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-TIME          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-ACTION        PIC X(1)  VALUE "M".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(28).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-MERGE-LINE.
           05  FILLER              PIC X(7)  VALUE "MERGED ".
           05  WS-ML-RETIRED       PIC 9(5).
           05  FILLER              PIC X(6)  VALUE " INTO ".
           05  WS-ML-SURVIVOR      PIC 9(5).
           05  FILLER              PIC X(6)  VALUE "  INV ".
           05  WS-ML-INVOICES      PIC ZZ9.
           05  FILLER              PIC X(6)  VALUE "  DUN ".
           05  WS-ML-LEVELS        PIC ZZ9.
           05  FILLER              PIC X(9)  VALUE "  CREDIT ".
           05  WS-ML-CREDIT        PIC ZZZZ9.99.
           05  FILLER              PIC X(7)  VALUE "  ADDR ".
           05  WS-ML-ADDRESS       PIC X(5).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-MERGE-LINE-2.
           05  FILLER              PIC X(20)
               VALUE "       PAYMENT PLAN ".
           05  WS-ML-PLAN          PIC X(5).
           05  FILLER              PIC X(17)
               VALUE "  EXEMPTION CERT ".
           05  WS-ML-CERT          PIC X(5).
           05  FILLER              PIC X(33) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-SURVIVOR      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-EX-RETIRED       PIC 9(5).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-MERGE-TOTAL-LINE.
           05  WS-MT-LABEL         PIC X(22).
           05  WS-MT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-CUST-STATUS          PIC X(2)  VALUE "00".
       77  WS-INV-STATUS           PIC X(2)  VALUE "00".
       77  WS-DUN-STATUS           PIC X(2)  VALUE "00".
       77  WS-CRD-STATUS           PIC X(2)  VALUE "00".
       77  WS-ADDR-STATUS          PIC X(2)  VALUE "00".
       77  WS-PLN-STATUS           PIC X(2)  VALUE "00".
       77  WS-CERT-STATUS          PIC X(2)  VALUE "00".
       77  WS-HIS-STATUS           PIC X(2)  VALUE "00".
       77  WS-WOH-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-AUDT-STATUS          PIC X(2)  VALUE "00".
       77  WS-INV-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-INV-OPEN                   VALUE "Y".
       77  WS-DUN-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-DUN-OPEN                   VALUE "Y".
       77  WS-CRD-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-CRD-OPEN                   VALUE "Y".
       77  WS-ADR-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-ADR-OPEN                   VALUE "Y".
       77  WS-PLN-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-PLN-OPEN                   VALUE "Y".
       77  WS-CERT-OPEN-SW         PIC X(1)  VALUE "N".
           88  WS-CERT-OPEN                  VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-HIS-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-HIS-EOF                    VALUE "Y".
       77  WS-INV-WALK-EOF-SW      PIC X(1)  VALUE "N".
           88  WS-INV-WALK-EOF               VALUE "Y".
       77  WS-VALID-SW             PIC X(1)  VALUE "Y".
           88  WS-VALID                      VALUE "Y".
       77  WS-RETIRED-ACTIVE-SW    PIC X(1)  VALUE "N".
           88  WS-RETIRED-PLAN-ACTIVE        VALUE "Y".
       77  WS-FOUND-SW             PIC X(1)  VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-WALK-CUST-NO         PIC 9(5)  VALUE ZERO.
       77  WS-LAST-INVOICE-NO      PIC 9(5)  VALUE ZERO.
       77  WS-MI-COUNT             PIC 9(3)  VALUE ZERO.
       77  WS-MI-SUB               PIC 9(3)  VALUE ZERO.
       77  WS-MI-MAX               PIC 9(3)  VALUE 200.
       77  WS-MC-COUNT             PIC 9(3)  VALUE ZERO.
       77  WS-MC-SUB               PIC 9(3)  VALUE ZERO.
       77  WS-MC-MAX               PIC 9(3)  VALUE 100.
       77  WS-MX-COUNT             PIC 9(3)  VALUE ZERO.
       77  WS-MX-SUB               PIC 9(3)  VALUE ZERO.
       77  WS-MX-MAX               PIC 9(3)  VALUE 500.
       77  WS-MX-NEEDED            PIC 9(4)  VALUE ZERO.
       77  WS-LEVELS-MOVED         PIC 9(3)  VALUE ZERO.
       77  WS-CREDIT-MOVED         PIC 9(5)V99 VALUE ZERO.
       77  WS-SAVED-STREET         PIC X(20) VALUE SPACES.
       77  WS-SAVED-TOWN           PIC X(15) VALUE SPACES.
       77  WS-SAVED-COUNTY         PIC X(9)  VALUE SPACES.
       77  WS-SAVED-POSTCODE       PIC X(8)  VALUE SPACES.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-MERGED-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-HIS-REKEYED          PIC 9(5)  VALUE ZERO.
       77  WS-WOH-REKEYED          PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "CUSTMRG".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CUSTOMER-MASTER OPEN FAILED, STATUS: "
                   WS-CUST-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT MERGE-TRANSACTIONS
               IF WS-TRAN-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CUSTMRGT OPEN FAILED, STATUS: "
                       WS-TRAN-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   PERFORM OPEN-ACCOUNT-FILES
                   OPEN EXTEND MAINT-AUDIT
                   IF WS-AUDT-STATUS = "35"
                       OPEN OUTPUT MAINT-AUDIT
                   END-IF
                   OPEN OUTPUT MERGE-REGISTER
                   PERFORM READ-TRANSACTION
                   PERFORM APPLY-MERGE UNTIL WS-EOF
                   PERFORM CLOSE-ACCOUNT-FILES
                   IF WS-MC-COUNT > ZERO
                       PERFORM REKEY-PAYMENT-HISTORY
                       PERFORM REKEY-WRITEOFF-HISTORY
                   END-IF
                   PERFORM WRITE-MERGE-TOTALS
                   CLOSE MERGE-TRANSACTIONS
                   CLOSE MAINT-AUDIT
                   CLOSE MERGE-REGISTER
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-EXC-OPEN
               CLOSE MERGE-EXCEPTIONS
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * The account files are each optional: one not yet created
      * simply has nothing of the retired customer's to carry over.
      *--------------------------------------------------------------
       OPEN-ACCOUNT-FILES.
           OPEN I-O OPEN-INVOICES
           IF WS-INV-STATUS = "00"
               SET WS-INV-OPEN TO TRUE
           END-IF
           OPEN I-O DUNNING-LEVELS
           IF WS-DUN-STATUS = "00"
               SET WS-DUN-OPEN TO TRUE
           END-IF
           OPEN I-O CREDIT-BALANCES
           IF WS-CRD-STATUS = "00"
               SET WS-CRD-OPEN TO TRUE
           END-IF
           OPEN I-O CUSTOMER-ADDRESSES
           IF WS-ADDR-STATUS = "00"
               SET WS-ADR-OPEN TO TRUE
           END-IF
           OPEN I-O PAYMENT-PLANS
           IF WS-PLN-STATUS = "00"
               SET WS-PLN-OPEN TO TRUE
           END-IF
           OPEN I-O EXEMPT-CERTIFICATES
           IF WS-CERT-STATUS = "00"
               SET WS-CERT-OPEN TO TRUE
           END-IF
           EXIT
           .
       CLOSE-ACCOUNT-FILES.
           IF WS-INV-OPEN
               CLOSE OPEN-INVOICES
           END-IF
           IF WS-DUN-OPEN
               CLOSE DUNNING-LEVELS
           END-IF
           IF WS-CRD-OPEN
               CLOSE CREDIT-BALANCES
           END-IF
           IF WS-ADR-OPEN
               CLOSE CUSTOMER-ADDRESSES
           END-IF
           IF WS-PLN-OPEN
               CLOSE PAYMENT-PLANS
           END-IF
           IF WS-CERT-OPEN
               CLOSE EXEMPT-CERTIFICATES
           END-IF
           EXIT
           .
       READ-TRANSACTION.
           READ MERGE-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       APPLY-MERGE.
           PERFORM VALIDATE-MERGE
           IF WS-VALID
               PERFORM MERGE-ACCOUNTS
           ELSE
               PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM READ-TRANSACTION
           EXIT
           .
      *--------------------------------------------------------------
      * Both numbers must be live customers, and different.  Two
      * plans being kept at once cannot be folded into one, so that
      * merge waits until one of them finishes.  The retired
      * account's invoices are listed up front so a merge the
      * tables cannot hold is refused before anything is moved.
      *--------------------------------------------------------------
       VALIDATE-MERGE.
           MOVE "Y" TO WS-VALID-SW
           MOVE ZERO TO WS-MI-COUNT
           EVALUATE TRUE
               WHEN MG-SURVIVOR-CUST-NO NOT NUMERIC
                   OR MG-RETIRED-CUST-NO NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CUSTOMER NUMBER NOT NUMERIC" TO WS-EX-REASON
               WHEN MG-SURVIVOR-CUST-NO = MG-RETIRED-CUST-NO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SURVIVOR AND RETIRED THE SAME" TO WS-EX-REASON
           END-EVALUATE
           IF WS-VALID
               MOVE MG-SURVIVOR-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
                       MOVE "SURVIVOR NOT ON MASTER" TO WS-EX-REASON
               END-READ
           END-IF
           IF WS-VALID
               MOVE MG-RETIRED-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
                       MOVE "RETIRED NOT ON MASTER" TO WS-EX-REASON
               END-READ
           END-IF
           IF WS-VALID AND WS-PLN-OPEN
               PERFORM CHECK-PLAN-CONFLICT
           END-IF
           IF WS-VALID AND WS-INV-OPEN
               PERFORM COLLECT-RETIRED-INVOICES
           END-IF
           IF WS-VALID
               COMPUTE WS-MX-NEEDED = WS-MX-COUNT + WS-MI-COUNT
               IF WS-MX-NEEDED > WS-MX-MAX
                   OR WS-MC-COUNT NOT < WS-MC-MAX
                   MOVE "N" TO WS-VALID-SW
                   MOVE "MERGE TABLE FULL, RESUBMIT" TO WS-EX-REASON
               END-IF
           END-IF
           EXIT
           .
       CHECK-PLAN-CONFLICT.
           MOVE "N" TO WS-RETIRED-ACTIVE-SW
           MOVE MG-RETIRED-CUST-NO TO PL-CUST-NO
           READ PAYMENT-PLANS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PL-ACTIVE
                       SET WS-RETIRED-PLAN-ACTIVE TO TRUE
                   END-IF
           END-READ
           IF WS-RETIRED-PLAN-ACTIVE
               MOVE MG-SURVIVOR-CUST-NO TO PL-CUST-NO
               READ PAYMENT-PLANS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PL-ACTIVE
                           MOVE "N" TO WS-VALID-SW
                           MOVE "BOTH ACCOUNTS ON ACTIVE PLAN"
                               TO WS-EX-REASON
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       COLLECT-RETIRED-INVOICES.
           MOVE MG-RETIRED-CUST-NO TO WS-WALK-CUST-NO
           PERFORM START-INVOICE-WALK
           PERFORM NOTE-RETIRED-INVOICE
               UNTIL WS-INV-WALK-EOF OR NOT WS-VALID
           EXIT
           .
       NOTE-RETIRED-INVOICE.
           IF WS-MI-COUNT < WS-MI-MAX
               ADD 1 TO WS-MI-COUNT
               MOVE IN-INVOICE-NO TO MI-OLD-INVOICE-NO (WS-MI-COUNT)
               PERFORM READ-WALK-INVOICE
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE "TOO MANY INVOICES TO MERGE" TO WS-EX-REASON
           END-IF
           EXIT
           .
       START-INVOICE-WALK.
           MOVE "N" TO WS-INV-WALK-EOF-SW
           MOVE WS-WALK-CUST-NO TO IN-CUST-NO
           MOVE ZERO            TO IN-INVOICE-NO
           START OPEN-INVOICES KEY IS NOT LESS THAN IN-KEY
               INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-START
           IF NOT WS-INV-WALK-EOF
               PERFORM READ-WALK-INVOICE
           END-IF
           EXIT
           .
       READ-WALK-INVOICE.
           READ OPEN-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-READ
           IF NOT WS-INV-WALK-EOF
               AND IN-CUST-NO NOT = WS-WALK-CUST-NO
               MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-IF
           EXIT
           .
       MERGE-ACCOUNTS.
           MOVE MG-SURVIVOR-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
           MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE MG-RETIRED-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
           MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE ZERO TO WS-LEVELS-MOVED
           IF WS-MI-COUNT > ZERO
               PERFORM MOVE-RETIRED-INVOICES
           END-IF
           PERFORM MERGE-CREDIT-BALANCE
           PERFORM MERGE-ADDRESS
           PERFORM MERGE-PAYMENT-PLAN
           PERFORM MERGE-EXEMPTION
           PERFORM NOTE-MERGED-CUSTOMER
           MOVE MG-RETIRED-CUST-NO TO CM-CUST-NO
           DELETE CUSTOMER-MASTER
           MOVE SPACES TO CUSTOMER-MASTER-REC
           MOVE MG-RETIRED-CUST-NO TO CM-CUST-NO
           MOVE "DELETED" TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE MG-SURVIVOR-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
           MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           ADD 1 TO WS-MERGED-COUNT
           MOVE MG-RETIRED-CUST-NO  TO WS-ML-RETIRED
           MOVE MG-SURVIVOR-CUST-NO TO WS-ML-SURVIVOR
           MOVE WS-MI-COUNT         TO WS-ML-INVOICES
           MOVE WS-LEVELS-MOVED     TO WS-ML-LEVELS
           MOVE WS-CREDIT-MOVED     TO WS-ML-CREDIT
           WRITE MERGE-REGISTER-REC FROM WS-MERGE-LINE
           MOVE MERGE-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           WRITE MERGE-REGISTER-REC FROM WS-MERGE-LINE-2
           MOVE MERGE-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * The retired account's invoices are numbered on after the
      * survivor's highest, keeping their own relative order, and
      * each takes its DUNLEVEL chasing level with it.
      *--------------------------------------------------------------
       MOVE-RETIRED-INVOICES.
           MOVE ZERO TO WS-LAST-INVOICE-NO
           MOVE MG-SURVIVOR-CUST-NO TO WS-WALK-CUST-NO
           PERFORM START-INVOICE-WALK
           PERFORM NOTE-SURVIVOR-INVOICE UNTIL WS-INV-WALK-EOF
           PERFORM MOVE-ONE-INVOICE
               VARYING WS-MI-SUB FROM 1 BY 1
               UNTIL WS-MI-SUB > WS-MI-COUNT
           EXIT
           .
       NOTE-SURVIVOR-INVOICE.
           MOVE IN-INVOICE-NO TO WS-LAST-INVOICE-NO
           PERFORM READ-WALK-INVOICE
           EXIT
           .
       MOVE-ONE-INVOICE.
           ADD 1 TO WS-LAST-INVOICE-NO
           MOVE WS-LAST-INVOICE-NO TO MI-NEW-INVOICE-NO (WS-MI-SUB)
           MOVE MG-RETIRED-CUST-NO TO IN-CUST-NO
           MOVE MI-OLD-INVOICE-NO (WS-MI-SUB) TO IN-INVOICE-NO
           READ OPEN-INVOICES
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "INVOICE VANISHED DURING MERGE "
                       MG-RETIRED-CUST-NO "/"
                       MI-OLD-INVOICE-NO (WS-MI-SUB)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   MOVE MG-SURVIVOR-CUST-NO TO IN-CUST-NO
                   MOVE WS-LAST-INVOICE-NO  TO IN-INVOICE-NO
                   WRITE OPEN-INVOICE-REC
                   MOVE MG-RETIRED-CUST-NO TO IN-CUST-NO
                   MOVE MI-OLD-INVOICE-NO (WS-MI-SUB) TO IN-INVOICE-NO
                   DELETE OPEN-INVOICES
           END-READ
           IF WS-DUN-OPEN
               PERFORM MOVE-DUNNING-LEVEL
           END-IF
           PERFORM NOTE-MERGED-INVOICE
           EXIT
           .
       MOVE-DUNNING-LEVEL.
           MOVE MG-RETIRED-CUST-NO TO DL-CUST-NO
           MOVE MI-OLD-INVOICE-NO (WS-MI-SUB) TO DL-INVOICE-NO
           READ DUNNING-LEVELS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MG-SURVIVOR-CUST-NO TO DL-CUST-NO
                   MOVE MI-NEW-INVOICE-NO (WS-MI-SUB) TO DL-INVOICE-NO
                   WRITE DUNNING-LEVEL-REC
                   MOVE MG-RETIRED-CUST-NO TO DL-CUST-NO
                   MOVE MI-OLD-INVOICE-NO (WS-MI-SUB) TO DL-INVOICE-NO
                   DELETE DUNNING-LEVELS
                   ADD 1 TO WS-LEVELS-MOVED
           END-READ
           EXIT
           .
       NOTE-MERGED-INVOICE.
           PERFORM CARRY-FORWARD-INVOICE
               VARYING WS-MX-SUB FROM 1 BY 1
               UNTIL WS-MX-SUB > WS-MX-COUNT
           ADD 1 TO WS-MX-COUNT
           MOVE MG-RETIRED-CUST-NO  TO MX-RETIRED-CUST-NO (WS-MX-COUNT)
           MOVE MI-OLD-INVOICE-NO (WS-MI-SUB)
               TO MX-OLD-INVOICE-NO (WS-MX-COUNT)
           MOVE MG-SURVIVOR-CUST-NO TO MX-SURVIVOR-CUST-NO (WS-MX-COUNT)
           MOVE MI-NEW-INVOICE-NO (WS-MI-SUB)
               TO MX-NEW-INVOICE-NO (WS-MX-COUNT)
           EXIT
           .
       CARRY-FORWARD-INVOICE.
           IF MX-SURVIVOR-CUST-NO (WS-MX-SUB) = MG-RETIRED-CUST-NO
               AND MX-NEW-INVOICE-NO (WS-MX-SUB) =
                   MI-OLD-INVOICE-NO (WS-MI-SUB)
               MOVE MG-SURVIVOR-CUST-NO
                   TO MX-SURVIVOR-CUST-NO (WS-MX-SUB)
               MOVE MI-NEW-INVOICE-NO (WS-MI-SUB)
                   TO MX-NEW-INVOICE-NO (WS-MX-SUB)
           END-IF
           EXIT
           .
       NOTE-MERGED-CUSTOMER.
           PERFORM CARRY-FORWARD-CUSTOMER
               VARYING WS-MC-SUB FROM 1 BY 1
               UNTIL WS-MC-SUB > WS-MC-COUNT
           ADD 1 TO WS-MC-COUNT
           MOVE MG-RETIRED-CUST-NO  TO MC-RETIRED-CUST-NO (WS-MC-COUNT)
           MOVE MG-SURVIVOR-CUST-NO TO MC-SURVIVOR-CUST-NO (WS-MC-COUNT)
           EXIT
           .
       CARRY-FORWARD-CUSTOMER.
           IF MC-SURVIVOR-CUST-NO (WS-MC-SUB) = MG-RETIRED-CUST-NO
               MOVE MG-SURVIVOR-CUST-NO
                   TO MC-SURVIVOR-CUST-NO (WS-MC-SUB)
           END-IF
           EXIT
           .
       MERGE-CREDIT-BALANCE.
           MOVE ZERO TO WS-CREDIT-MOVED
           IF WS-CRD-OPEN
               MOVE MG-RETIRED-CUST-NO TO CB-CUST-NO
               READ CREDIT-BALANCES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CB-CREDIT-AMT TO WS-CREDIT-MOVED
                       DELETE CREDIT-BALANCES
                       PERFORM ADD-SURVIVOR-CREDIT
               END-READ
           END-IF
           EXIT
           .
       ADD-SURVIVOR-CREDIT.
           MOVE MG-SURVIVOR-CUST-NO TO CB-CUST-NO
           READ CREDIT-BALANCES
               INVALID KEY
                   MOVE MG-SURVIVOR-CUST-NO TO CB-CUST-NO
                   MOVE WS-CREDIT-MOVED     TO CB-CREDIT-AMT
                   MOVE WS-RUN-DATE         TO CB-LAST-DATE
                   WRITE CREDIT-BALANCE-REC
               NOT INVALID KEY
                   ADD WS-CREDIT-MOVED TO CB-CREDIT-AMT
                   MOVE WS-RUN-DATE    TO CB-LAST-DATE
                   REWRITE CREDIT-BALANCE-REC
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The survivor's own address stands unless it has none or the
      * transaction says the retired account's is the current one
      * (MG-ADDRESS-CHOICE "R"); the retired address record goes
      * either way.
      *--------------------------------------------------------------
       MERGE-ADDRESS.
           MOVE "NONE " TO WS-ML-ADDRESS
           IF WS-ADR-OPEN
               MOVE MG-RETIRED-CUST-NO TO CA-CUST-NO
               READ CUSTOMER-ADDRESSES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CA-STREET   TO WS-SAVED-STREET
                       MOVE CA-TOWN     TO WS-SAVED-TOWN
                       MOVE CA-COUNTY   TO WS-SAVED-COUNTY
                       MOVE CA-POSTCODE TO WS-SAVED-POSTCODE
                       DELETE CUSTOMER-ADDRESSES
                       PERFORM CARRY-ADDRESS
               END-READ
           END-IF
           EXIT
           .
       CARRY-ADDRESS.
           MOVE MG-SURVIVOR-CUST-NO TO CA-CUST-NO
           READ CUSTOMER-ADDRESSES
               INVALID KEY
                   PERFORM MOVE-SAVED-ADDRESS
                   WRITE CUSTOMER-ADDRESS-REC
                   MOVE "MOVED" TO WS-ML-ADDRESS
               NOT INVALID KEY
                   IF MG-TAKE-RETIRED-ADDRESS
                       PERFORM MOVE-SAVED-ADDRESS
                       REWRITE CUSTOMER-ADDRESS-REC
                       MOVE "TAKEN" TO WS-ML-ADDRESS
                   ELSE
                       MOVE "KEPT " TO WS-ML-ADDRESS
                   END-IF
           END-READ
           EXIT
           .
       MOVE-SAVED-ADDRESS.
           MOVE MG-SURVIVOR-CUST-NO TO CA-CUST-NO
           MOVE WS-SAVED-STREET     TO CA-STREET
           MOVE WS-SAVED-TOWN       TO CA-TOWN
           MOVE WS-SAVED-COUNTY     TO CA-COUNTY
           MOVE WS-SAVED-POSTCODE   TO CA-POSTCODE
           EXIT
           .
      *--------------------------------------------------------------
      * A plan being kept on the retired account replaces any
      * finished plan the survivor holds (validation has already
      * refused two plans being kept at once).  A finished plan on
      * the retired account only moves if the survivor has none.
      *--------------------------------------------------------------
       MERGE-PAYMENT-PLAN.
           MOVE "NONE " TO WS-ML-PLAN
           IF WS-PLN-OPEN
               MOVE "N" TO WS-RETIRED-ACTIVE-SW
               MOVE MG-RETIRED-CUST-NO TO PL-CUST-NO
               READ PAYMENT-PLANS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PL-ACTIVE
                           SET WS-RETIRED-PLAN-ACTIVE TO TRUE
                       END-IF
                       DELETE PAYMENT-PLANS
                       MOVE MG-SURVIVOR-CUST-NO TO PL-CUST-NO
                       IF WS-RETIRED-PLAN-ACTIVE
                           DELETE PAYMENT-PLANS
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
                       WRITE PAYMENT-PLAN-REC
                           INVALID KEY
                               MOVE "KEPT " TO WS-ML-PLAN
                           NOT INVALID KEY
                               MOVE "MOVED" TO WS-ML-PLAN
                       END-WRITE
               END-READ
           END-IF
           EXIT
           .
       MERGE-EXEMPTION.
           MOVE "NONE " TO WS-ML-CERT
           IF WS-CERT-OPEN
               MOVE MG-RETIRED-CUST-NO TO EC-CUST-NO
               READ EXEMPT-CERTIFICATES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE EXEMPT-CERTIFICATES
                       MOVE MG-SURVIVOR-CUST-NO TO EC-CUST-NO
                       WRITE EXEMPT-CERT-REC
                           INVALID KEY
                               MOVE "KEPT " TO WS-ML-CERT
                           NOT INVALID KEY
                               MOVE "MOVED" TO WS-ML-CERT
                       END-WRITE
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * PAYHIST is an append-only sequential ledger, so the retired
      * numbers are re-keyed by copying it through the PAYHISTW
      * work file and back, the way LOGMGMT rewrites its archive.
      *--------------------------------------------------------------
       REKEY-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY
           IF WS-HIS-STATUS = "00"
               OPEN OUTPUT PAYHIST-WORK
               MOVE "N" TO WS-HIS-EOF-SW
               PERFORM READ-PAYMENT-HISTORY
               PERFORM REKEY-ONE-PAYMENT UNTIL WS-HIS-EOF
               CLOSE PAYMENT-HISTORY
               CLOSE PAYHIST-WORK
               OPEN INPUT PAYHIST-WORK
               OPEN OUTPUT PAYMENT-HISTORY
               MOVE "N" TO WS-HIS-EOF-SW
               PERFORM READ-PAYHIST-WORK
               PERFORM COPY-BACK-PAYMENT UNTIL WS-HIS-EOF
               CLOSE PAYHIST-WORK
               CLOSE PAYMENT-HISTORY
           END-IF
           EXIT
           .
       READ-PAYMENT-HISTORY.
           READ PAYMENT-HISTORY
               AT END MOVE "Y" TO WS-HIS-EOF-SW
           END-READ
           EXIT
           .
       REKEY-ONE-PAYMENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM FIND-MERGED-INVOICE-PH
               VARYING WS-MX-SUB FROM 1 BY 1
               UNTIL WS-MX-SUB > WS-MX-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               PERFORM FIND-MERGED-CUSTOMER-PH
                   VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT OR WS-FOUND
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-HIS-REKEYED
           END-IF
           WRITE PAYHIST-WORK-REC FROM PAYMENT-HISTORY-REC
           PERFORM READ-PAYMENT-HISTORY
           EXIT
           .
       FIND-MERGED-INVOICE-PH.
           IF MX-RETIRED-CUST-NO (WS-MX-SUB) = PH-CUST-NO
               AND MX-OLD-INVOICE-NO (WS-MX-SUB) = PH-INVOICE-NO
               SET WS-FOUND TO TRUE
               MOVE MX-SURVIVOR-CUST-NO (WS-MX-SUB) TO PH-CUST-NO
               MOVE MX-NEW-INVOICE-NO (WS-MX-SUB)   TO PH-INVOICE-NO
           END-IF
           EXIT
           .
       FIND-MERGED-CUSTOMER-PH.
           IF MC-RETIRED-CUST-NO (WS-MC-SUB) = PH-CUST-NO
               SET WS-FOUND TO TRUE
               MOVE MC-SURVIVOR-CUST-NO (WS-MC-SUB) TO PH-CUST-NO
           END-IF
           EXIT
           .
       READ-PAYHIST-WORK.
           READ PAYHIST-WORK
               AT END MOVE "Y" TO WS-HIS-EOF-SW
           END-READ
           EXIT
           .
       COPY-BACK-PAYMENT.
           WRITE PAYMENT-HISTORY-REC FROM PAYHIST-WORK-REC
           PERFORM READ-PAYHIST-WORK
           EXIT
           .
       REKEY-WRITEOFF-HISTORY.
           OPEN INPUT WRITEOFF-HISTORY
           IF WS-WOH-STATUS = "00"
               OPEN OUTPUT WOHIST-WORK
               MOVE "N" TO WS-HIS-EOF-SW
               PERFORM READ-WRITEOFF-HISTORY
               PERFORM REKEY-ONE-WRITEOFF UNTIL WS-HIS-EOF
               CLOSE WRITEOFF-HISTORY
               CLOSE WOHIST-WORK
               OPEN INPUT WOHIST-WORK
               OPEN OUTPUT WRITEOFF-HISTORY
               MOVE "N" TO WS-HIS-EOF-SW
               PERFORM READ-WOHIST-WORK
               PERFORM COPY-BACK-WRITEOFF UNTIL WS-HIS-EOF
               CLOSE WOHIST-WORK
               CLOSE WRITEOFF-HISTORY
           END-IF
           EXIT
           .
       READ-WRITEOFF-HISTORY.
           READ WRITEOFF-HISTORY
               AT END MOVE "Y" TO WS-HIS-EOF-SW
           END-READ
           EXIT
           .
       REKEY-ONE-WRITEOFF.
           MOVE "N" TO WS-FOUND-SW
           PERFORM FIND-MERGED-INVOICE-WH
               VARYING WS-MX-SUB FROM 1 BY 1
               UNTIL WS-MX-SUB > WS-MX-COUNT OR WS-FOUND
           IF NOT WS-FOUND
               PERFORM FIND-MERGED-CUSTOMER-WH
                   VARYING WS-MC-SUB FROM 1 BY 1
                   UNTIL WS-MC-SUB > WS-MC-COUNT OR WS-FOUND
           END-IF
           IF WS-FOUND
               ADD 1 TO WS-WOH-REKEYED
           END-IF
           WRITE WOHIST-WORK-REC FROM WRITEOFF-HISTORY-REC
           PERFORM READ-WRITEOFF-HISTORY
           EXIT
           .
       FIND-MERGED-INVOICE-WH.
           IF MX-RETIRED-CUST-NO (WS-MX-SUB) = WH-CUST-NO
               AND MX-OLD-INVOICE-NO (WS-MX-SUB) = WH-INVOICE-NO
               SET WS-FOUND TO TRUE
               MOVE MX-SURVIVOR-CUST-NO (WS-MX-SUB) TO WH-CUST-NO
               MOVE MX-NEW-INVOICE-NO (WS-MX-SUB)   TO WH-INVOICE-NO
           END-IF
           EXIT
           .
       FIND-MERGED-CUSTOMER-WH.
           IF MC-RETIRED-CUST-NO (WS-MC-SUB) = WH-CUST-NO
               SET WS-FOUND TO TRUE
               MOVE MC-SURVIVOR-CUST-NO (WS-MC-SUB) TO WH-CUST-NO
           END-IF
           EXIT
           .
       READ-WOHIST-WORK.
           READ WOHIST-WORK
               AT END MOVE "Y" TO WS-HIS-EOF-SW
           END-READ
           EXIT
           .
       COPY-BACK-WRITEOFF.
           WRITE WRITEOFF-HISTORY-REC FROM WOHIST-WORK-REC
           PERFORM READ-WOHIST-WORK
           EXIT
           .
       WRITE-AUDIT-IMAGE.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           ACCEPT WS-AU-TIME FROM TIME
           MOVE CUSTOMER-MASTER-REC TO WS-AU-IMAGE
           WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE
           MOVE MAINT-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT MERGE-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE MG-SURVIVOR-CUST-NO TO WS-EX-SURVIVOR
           MOVE MG-RETIRED-CUST-NO  TO WS-EX-RETIRED
           WRITE MERGE-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE MERGE-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-MERGE-TOTALS.
           MOVE "MERGES READ          " TO WS-MT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-MT-COUNT
           PERFORM WRITE-MERGE-TOTAL
           MOVE "MERGES APPLIED       " TO WS-MT-LABEL
           MOVE WS-MERGED-COUNT         TO WS-MT-COUNT
           PERFORM WRITE-MERGE-TOTAL
           MOVE "MERGES REJECTED      " TO WS-MT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-MT-COUNT
           PERFORM WRITE-MERGE-TOTAL
           MOVE "PAYHIST RE-KEYED     " TO WS-MT-LABEL
           MOVE WS-HIS-REKEYED          TO WS-MT-COUNT
           PERFORM WRITE-MERGE-TOTAL
           MOVE "WOHIST RE-KEYED      " TO WS-MT-LABEL
           MOVE WS-WOH-REKEYED          TO WS-MT-COUNT
           PERFORM WRITE-MERGE-TOTAL
           EXIT
           .
       WRITE-MERGE-TOTAL.
           WRITE MERGE-REGISTER-REC FROM WS-MERGE-TOTAL-LINE
           MOVE MERGE-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
