      *             an accounting period GLCLOSE has closed is
      *             refused and logged rather than quietly
      *             appended behind finance's back.
      * 2026-10-15  INVFILE is now keyed on customer plus invoice
      *             number: each run raises a new invoice numbered
      *             one past the customer's highest, instead of
      *             replacing whatever was still owed on the last
      *             one.  A rerun on the same run date finds that
      *             day's invoice already raised and leaves it be.
      * 2026-10-15  New invoices start with the write-off date,
      *             amount and recovered amount zeroed.
      * 2026-10-15  A customer holding a tax exemption certificate on
      *             the EXEMPTCT master that is in force on the run
      *             date has the certificate's percentage taken off
      *             the bracket tax before the invoice is raised.
      *             The exemption taken prints on the DATA1RPT line,
      *             and the control totals show how many exemptions
      *             were taken and for how much; the figures ride in
      *             the checkpoint so a restart keeps them.
      * 2026-10-15  The grand total tax, the TAX-TOT control total
      *             and the TAXRECV/TAXREV journal now count only the
      *             invoices actually raised.  A customer whose
      *             invoice was already raised that day (a rerun),
      *             or could not be written, prints NOT INVOICED on
      *             its DATA1RPT line and is counted on a separate
      *             NOT INVOICED control line instead, so a rerun no
      *             longer posts the receivable to the GL twice.
      * 2026-10-15  A CREDBAL credit is now drawn down only once the
      *             invoice carrying it is on file, so an invoice
      *             that fails to write no longer uses up the
      *             customer's credit.  EXEMPTIONS TAKEN now counts
      *             invoiced customers only, to reconcile with the
      *             grand total.
      * 2026-10-15  On a restart from DATA1CKP, an invoice the
      *             failed pass already raised today for a customer
      *             past the checkpoint counts as invoiced, at its
      *             invoice amount, so its tax still reaches the
      *             totals and the GL journal posted at the end.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CKP-STATUS.
           SELECT OPEN-INVOICES    ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT CREDIT-BALANCES  ASSIGN TO "CREDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-CUST-NO
               FILE STATUS IS WS-CRD-STATUS.
           SELECT EXEMPT-CERTIFICATES ASSIGN TO "EXEMPTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CUST-NO
               FILE STATUS IS WS-CERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           05  CK-CUST-COUNT       PIC 9(5).
           05  CK-BASE-TOTAL       PIC 9(7).
           05  CK-GRAND-TOTAL      PIC 9(7)V99.
           05  CK-EXEMPT-COUNT     PIC 9(5).
           05  CK-EXEMPT-TOTAL     PIC 9(7)V99.
           05  CK-UNBILLED-COUNT   PIC 9(5).
           05  CK-UNBILLED-TOTAL   PIC 9(7)V99.
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  CREDIT-BALANCES.
       COPY CREDBAL.
       FD  EXEMPT-CERTIFICATES.
       COPY EXEMPTCT.

       WORKING-STORAGE SECTION.
       01  NUM1           PIC   999.
           05  WS-TL-TAX        PIC ZZZZ9.999.
           05  FILLER           PIC X(11) VALUE "  BRACKET: ".
           05  WS-TL-BRACKET    PIC X(1).
           05  FILLER           PIC X(9)  VALUE " EXEMPT: ".
           05  WS-TL-EXEMPT     PIC ZZZZ9.99.
           05  FILLER           PIC X(1)  VALUE SPACES.
           05  WS-TL-NOTE       PIC X(13) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER           PIC X(22) VALUE "GRAND TOTAL TAX      ".
           05  WS-CT-TAX-TOTAL  PIC ZZZZZZ9.99.
           05  FILLER           PIC X(22) VALUE SPACES.

       01  WS-EXEMPT-TOTAL-LINE.
           05  FILLER           PIC X(22) VALUE "EXEMPTIONS TAKEN     ".
           05  WS-ET-COUNT      PIC ZZZZ9.
           05  FILLER           PIC X(9)  VALUE "  AMOUNT:".
           05  WS-ET-TOTAL      PIC ZZZZZZ9.99.
           05  FILLER           PIC X(34) VALUE SPACES.

       01  WS-UNBILLED-TOTAL-LINE.
           05  FILLER           PIC X(22) VALUE "NOT INVOICED         ".
           05  WS-UT-COUNT      PIC ZZZZ9.
           05  FILLER           PIC X(9)  VALUE "  TAX:   ".
           05  WS-UT-TOTAL      PIC ZZZZZZ9.99.
           05  FILLER           PIC X(34) VALUE SPACES.

       77  WS-CUST-STATUS   PIC X(2)  VALUE "00".
       77  WS-EOF-SW        PIC X(1)  VALUE "N".
           88  WS-EOF                 VALUE "Y".
       77  WS-CRD-OPEN-SW   PIC X(1)  VALUE "N".
           88  WS-CRD-OPEN            VALUE "Y".
       77  WS-CREDIT-APPLIED PIC 9(5)V99 VALUE ZERO.
       77  WS-CERT-STATUS   PIC X(2)  VALUE "00".
       77  WS-CERT-OPEN-SW  PIC X(1)  VALUE "N".
           88  WS-CERT-OPEN           VALUE "Y".
       77  WS-EXEMPT-AMT    PIC 9(5)V99 VALUE ZERO.
       77  WS-EXEMPT-COUNT  PIC 9(5)    VALUE ZERO.
       77  WS-EXEMPT-TOTAL  PIC 9(7)V99 VALUE ZERO.
       77  WS-NEXT-INVOICE-NO PIC 9(5) VALUE ZERO.
       77  WS-INV-WALK-EOF-SW PIC X(1) VALUE "N".
           88  WS-INV-WALK-EOF        VALUE "Y".
       77  WS-RAISED-TODAY-SW PIC X(1) VALUE "N".
           88  WS-RAISED-TODAY        VALUE "Y".
       77  WS-TODAY-INVOICE-AMT PIC 9(5)V99 VALUE ZERO.
       77  WS-INVOICED-SW   PIC X(1)  VALUE "N".
           88  WS-INVOICED            VALUE "Y".
       77  WS-UNBILLED-COUNT PIC 9(5)   VALUE ZERO.
       77  WS-UNBILLED-TOTAL PIC 9(7)V99 VALUE ZERO.
       77  WS-RUN-DATE      PIC 9(8)  VALUE ZERO.

       77  WS-LOG-PROGRAM   PIC X(8)  VALUE "DATA1".
               PERFORM OPEN-TAX-REPORT
               PERFORM OPEN-INVOICE-FILE
               PERFORM OPEN-CREDIT-BALANCES
               PERFORM OPEN-EXEMPT-CERTIFICATES
               IF WS-RESTARTING
                   PERFORM POSITION-PAST-CHECKPOINT
               END-IF
               IF WS-CRD-OPEN
                   CLOSE CREDIT-BALANCES
               END-IF
               IF WS-CERT-OPEN
                   CLOSE EXEMPT-CERTIFICATES
               END-IF
           END-IF
           GOBACK
           .
                           MOVE CK-CUST-COUNT   TO WS-CUST-COUNT
                           MOVE CK-BASE-TOTAL   TO WS-BASE-TOTAL
                           MOVE CK-GRAND-TOTAL  TO WS-GRAND-TOTAL
                           MOVE CK-EXEMPT-COUNT TO WS-EXEMPT-COUNT
                           MOVE CK-EXEMPT-TOTAL TO WS-EXEMPT-TOTAL
                           MOVE CK-UNBILLED-COUNT
                               TO WS-UNBILLED-COUNT
                           MOVE CK-UNBILLED-TOTAL
                               TO WS-UNBILLED-TOTAL
                       END-IF
               END-READ
               CLOSE DATA1-CHECKPOINT
           MOVE WS-CUST-COUNT   TO CK-CUST-COUNT
           MOVE WS-BASE-TOTAL   TO CK-BASE-TOTAL
           MOVE WS-GRAND-TOTAL  TO CK-GRAND-TOTAL
           MOVE WS-EXEMPT-COUNT TO CK-EXEMPT-COUNT
           MOVE WS-EXEMPT-TOTAL TO CK-EXEMPT-TOTAL
           MOVE WS-UNBILLED-COUNT TO CK-UNBILLED-COUNT
           MOVE WS-UNBILLED-TOTAL TO CK-UNBILLED-TOTAL
           WRITE DATA1-CHECKPOINT-REC
           CLOSE DATA1-CHECKPOINT
           MOVE ZERO TO WS-SINCE-CKPT
           CALL "TAXBRKT" USING WS-BALANCE WS-BRACKET-RATE
               WS-BRACKET-ID-OUT
           COMPUTE WS-TAX-AMT = WS-BALANCE * WS-BRACKET-RATE
           PERFORM APPLY-EXEMPTION
           ADD 1 TO WS-CUST-COUNT
           ADD WS-BALANCE TO WS-BASE-TOTAL
           MOVE "N" TO WS-INVOICED-SW
           IF WS-INV-OPEN
               PERFORM WRITE-OPEN-INVOICE
           END-IF
           IF WS-INVOICED
               ADD WS-TAX-AMT TO WS-GRAND-TOTAL
               IF WS-EXEMPT-AMT > ZERO
                   ADD 1 TO WS-EXEMPT-COUNT
                   ADD WS-EXEMPT-AMT TO WS-EXEMPT-TOTAL
               END-IF
               MOVE SPACES TO WS-TL-NOTE
           ELSE
               ADD 1 TO WS-UNBILLED-COUNT
               ADD WS-TAX-AMT TO WS-UNBILLED-TOTAL
               MOVE "NOT INVOICED" TO WS-TL-NOTE
           END-IF
           MOVE CM-CUST-NO TO WS-TL-CUST-NO
           MOVE CUSTOMER-NAME TO WS-TL-NAME
           MOVE WS-TAX-AMT TO WS-TL-TAX
           MOVE WS-BRACKET-ID-OUT TO WS-TL-BRACKET
           MOVE WS-EXEMPT-AMT TO WS-TL-EXEMPT
           WRITE TAX-REPORT-REC FROM WS-TAX-LINE
           MOVE TAX-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE CM-CUST-NO TO WS-LAST-CUST-NO
           ADD 1 TO WS-SINCE-CKPT
           IF WS-SINCE-CKPT NOT < WS-CKPT-INTERVAL
           PERFORM READ-CUSTOMER
           EXIT
           .
      *--------------------------------------------------------------
      * A certificate counts only while the run date falls between
      * its effective and expiry dates, both days included; the
      * exempt share of the bracket tax is taken off before the
      * invoice is raised, so the customer is only ever billed the
      * net figure.
      *--------------------------------------------------------------
       APPLY-EXEMPTION.
           MOVE ZERO TO WS-EXEMPT-AMT
           IF WS-CERT-OPEN
               MOVE CM-CUST-NO TO EC-CUST-NO
               READ EXEMPT-CERTIFICATES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EC-EFFECTIVE-DATE NOT > WS-RUN-DATE
                           AND EC-EXPIRY-DATE NOT < WS-RUN-DATE
                           COMPUTE WS-EXEMPT-AMT ROUNDED =
                               WS-TAX-AMT * EC-EXEMPT-PCT / 100
                           SUBTRACT WS-EXEMPT-AMT FROM WS-TAX-AMT
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       OPEN-EXEMPT-CERTIFICATES.
           OPEN INPUT EXEMPT-CERTIFICATES
           IF WS-CERT-STATUS = "00"
               SET WS-CERT-OPEN TO TRUE
           ELSE
               MOVE "NO EXEMPTION CERTIFICATES ON FILE THIS RUN"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       OPEN-INVOICE-FILE.
           OPEN I-O OPEN-INVOICES
           IF WS-INV-STATUS = "35"
           EXIT
           .
       WRITE-OPEN-INVOICE.
           PERFORM FIND-NEXT-INVOICE-NO
           EVALUATE TRUE
               WHEN WS-RAISED-TODAY AND WS-RESTARTING
                   SET WS-INVOICED TO TRUE
                   MOVE WS-TODAY-INVOICE-AMT TO WS-TAX-AMT
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "INVOICE RAISED BEFORE RESTART TAKEN FOR "
                       CM-CUST-NO DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               WHEN WS-RAISED-TODAY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "INVOICE ALREADY RAISED TODAY FOR "
                       CM-CUST-NO DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   PERFORM RAISE-OPEN-INVOICE
           END-EVALUATE
           EXIT
           .
       RAISE-OPEN-INVOICE.
           MOVE CM-CUST-NO  TO IN-CUST-NO
           MOVE WS-NEXT-INVOICE-NO TO IN-INVOICE-NO
           MOVE WS-RUN-DATE TO IN-INVOICE-DATE
           MOVE WS-TAX-AMT  TO IN-INVOICE-AMT
           MOVE ZERO        TO IN-PAID-AMT
           MOVE WS-TAX-AMT  TO IN-BALANCE
           MOVE ZERO        TO IN-PENALTY-AMT
           MOVE ZERO        TO IN-WRITEOFF-DATE
           MOVE ZERO        TO IN-WRITEOFF-AMT
           MOVE ZERO        TO IN-RECOVERED-AMT
           PERFORM APPLY-CREDIT-BALANCE
           WRITE OPEN-INVOICE-REC
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "INVOICE WRITE FAILED FOR " CM-CUST-NO
                       "/" WS-NEXT-INVOICE-NO
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   SET WS-INVOICED TO TRUE
                   PERFORM TAKE-UP-CREDIT-BALANCE
           END-WRITE
           EXIT
           .
      *--------------------------------------------------------------
      * The customer's invoices sit together in key order, oldest
      * first: walk them to find the highest number in use, so the
      * new invoice goes one past it and nothing still owed is
      * overwritten.  An invoice already dated today means this is
      * a rerun of the same day and no second invoice is raised;
      * on a restart it is the failed pass's invoice and is counted
      * as this run's.
      *--------------------------------------------------------------
       FIND-NEXT-INVOICE-NO.
           MOVE ZERO TO WS-NEXT-INVOICE-NO
           MOVE "N" TO WS-RAISED-TODAY-SW
           MOVE "N" TO WS-INV-WALK-EOF-SW
           MOVE CM-CUST-NO TO IN-CUST-NO
           MOVE ZERO       TO IN-INVOICE-NO
           START OPEN-INVOICES KEY IS NOT LESS THAN IN-KEY
               INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-START
           IF NOT WS-INV-WALK-EOF
               PERFORM READ-CUSTOMER-INVOICE
           END-IF
           PERFORM NOTE-CUSTOMER-INVOICE UNTIL WS-INV-WALK-EOF
           ADD 1 TO WS-NEXT-INVOICE-NO
           EXIT
           .
       READ-CUSTOMER-INVOICE.
           READ OPEN-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-READ
           IF NOT WS-INV-WALK-EOF
               AND IN-CUST-NO NOT = CM-CUST-NO
               MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-IF
           EXIT
           .
       NOTE-CUSTOMER-INVOICE.
           MOVE IN-INVOICE-NO TO WS-NEXT-INVOICE-NO
           IF IN-INVOICE-DATE = WS-RUN-DATE
               SET WS-RAISED-TODAY TO TRUE
               MOVE IN-INVOICE-AMT TO WS-TODAY-INVOICE-AMT
           END-IF
           PERFORM READ-CUSTOMER-INVOICE
           EXIT
           .
      *--------------------------------------------------------------
      * Any CREDBAL credit the customer holds from an earlier
      * overpayment is drawn down against the invoice being raised:
      * the applied amount shows as paid on the invoice and only
      * the unused remainder stays on the credit record.
      *--------------------------------------------------------------
       APPLY-CREDIT-BALANCE.
           MOVE ZERO TO WS-CREDIT-APPLIED
           IF WS-CRD-OPEN
               MOVE CM-CUST-NO TO CB-CUST-NO
               READ CREDIT-BALANCES
                           END-IF
                           ADD WS-CREDIT-APPLIED TO IN-PAID-AMT
                           SUBTRACT WS-CREDIT-APPLIED FROM IN-BALANCE
                       END-IF
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The credit worked out above comes off CREDBAL only once the
      * invoice carrying it is on file, so a failed invoice write
      * leaves the customer's credit where it was.
      *--------------------------------------------------------------
       TAKE-UP-CREDIT-BALANCE.
           IF WS-CREDIT-APPLIED > ZERO
               SUBTRACT WS-CREDIT-APPLIED FROM CB-CREDIT-AMT
               MOVE WS-RUN-DATE TO CB-LAST-DATE
               REWRITE CREDIT-BALANCE-REC
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CREDIT APPLIED " CM-CUST-NO
                   " AMOUNT " WS-CREDIT-APPLIED
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       OPEN-CREDIT-BALANCES.
           OPEN I-O CREDIT-BALANCES
           IF WS-CRD-STATUS = "00"
           WRITE TAX-REPORT-REC FROM WS-CONTROL-TOTAL-LINE
           MOVE TAX-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE WS-EXEMPT-COUNT TO WS-ET-COUNT
           MOVE WS-EXEMPT-TOTAL TO WS-ET-TOTAL
           WRITE TAX-REPORT-REC FROM WS-EXEMPT-TOTAL-LINE
           MOVE TAX-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           IF WS-UNBILLED-COUNT > ZERO
               MOVE WS-UNBILLED-COUNT TO WS-UT-COUNT
               MOVE WS-UNBILLED-TOTAL TO WS-UT-TOTAL
               WRITE TAX-REPORT-REC FROM WS-UNBILLED-TOTAL-LINE
               MOVE TAX-REPORT-REC TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           MOVE "CUST-CT     " TO WS-TOT-COUNTER
           MOVE WS-CUST-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
