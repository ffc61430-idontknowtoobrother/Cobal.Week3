      *             the penalty and the invoice balance print on
      *             their own line and the stub carries the full
      *             balance due instead of the bare tax figure.
      * 2026-10-15  The remittance detail now lists every open
      *             invoice the customer holds (number, date,
      *             amount, penalty and balance), oldest first, and
      *             the stub asks for the total open balance across
      *             all of them, so a customer several years behind
      *             is billed for all of it, not just the latest.
      * 2026-10-15  The remittance stub now carries the customer's
      *             remittance reference (customer number plus check
      *             digit, from the shared STUBREF routine) for the
      *             bank to key on the lockbox file, so LBXINTK can
      *             match the payment back to the customer.
      * 2026-10-15  A customer with an EXEMPTCT exemption certificate
      *             in force on the run date gets an exemption line
      *             (certificate number, percentage and the amount
      *             taken off) under the bracket line, and the tax
      *             due is shown net of it, the same figure DATA1
      *             invoiced.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT EXEMPT-CERTIFICATES ASSIGN TO "EXEMPTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EC-CUST-NO
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CUSTOMER-STATEMENTS ASSIGN TO "CUSTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDRESS-EXCEPTIONS ASSIGN TO "CUSTSTEX"
       COPY CUSTADDR.
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  EXEMPT-CERTIFICATES.
       COPY EXEMPTCT.
       FD  CUSTOMER-STATEMENTS.
       01  CUSTOMER-STATEMENT-REC  PIC X(80).
       FD  ADDRESS-EXCEPTIONS.
           05  WS-BR-RATE          PIC 9.999.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  WS-EXEMPTION-LINE.
           05  FILLER              PIC X(17) VALUE "EXEMPTION: CERT ".
           05  WS-EL-CERT-NO       PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EL-PCT           PIC ZZ9.99.
           05  FILLER              PIC X(10) VALUE " PCT  LESS".
           05  FILLER              PIC X(2)  VALUE ": ".
           05  WS-EL-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-TAX-DUE-LINE.
           05  FILLER              PIC X(9)  VALUE "TAX DUE: ".
           05  WS-TD-TAX           PIC ZZZZ9.99.
           05  FILLER              PIC X(63) VALUE SPACES.

       01  WS-OPEN-INVOICE-LINE.
           05  FILLER              PIC X(4)  VALUE "INV ".
           05  WS-OI-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(8)  VALUE "  DATED ".
           05  WS-OI-DATE          PIC 9(8).
           05  FILLER              PIC X(6)  VALUE "  AMT ".
           05  WS-OI-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(6)  VALUE "  PEN ".
           05  WS-OI-PENALTY       PIC ZZZZ9.99.
           05  FILLER              PIC X(6)  VALUE "  BAL ".
           05  WS-OI-BALANCE       PIC ZZZZ9.99.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-OPEN-TOTAL-LINE.
           05  FILLER              PIC X(24)
               VALUE "TOTAL OPEN BALANCE DUE: ".
           05  WS-OT-BALANCE       PIC ZZZZZ9.99.
           05  FILLER              PIC X(47) VALUE SPACES.

       01  WS-STUB-HEADER-LINE.
           05  FILLER              PIC X(34)
           05  FILLER              PIC X(5)  VALUE "CUST ".
           05  WS-ST-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(9)  VALUE "  AMOUNT ".
           05  WS-ST-TAX           PIC ZZZZZ9.99.
           05  FILLER              PIC X(9)  VALUE "  DUE BY ".
           05  WS-ST-DUE-DATE      PIC 9(8).
           05  FILLER              PIC X(6)  VALUE "  REF ".
           05  WS-ST-REFERENCE     PIC 9(6).
           05  FILLER              PIC X(23) VALUE SPACES.

       01  WS-STMT-COUNT-LINE.
           05  FILLER              PIC X(21)
       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-INV-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-INV-OPEN                     VALUE "Y".
       77  WS-CERT-STATUS          PIC X(2)    VALUE "00".
       77  WS-CERT-OPEN-SW         PIC X(1)    VALUE "N".
           88  WS-CERT-OPEN                    VALUE "Y".
       77  WS-EXEMPT-AMT           PIC 9(5)V99 VALUE ZERO.
       77  WS-RUN-DATE-NUM         PIC 9(8)    VALUE ZERO.
       77  WS-STUB-AMOUNT          PIC 9(6)V99 VALUE ZERO.
       77  WS-OPEN-TOTAL           PIC 9(6)V99 VALUE ZERO.
       77  WS-OPEN-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-INV-WALK-EOF-SW      PIC X(1)    VALUE "N".
           88  WS-INV-WALK-EOF                 VALUE "Y".
       77  WS-ADR-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-ADR-OPEN                     VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)    VALUE "N".
       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           PERFORM COMPUTE-DUE-DATE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
           ELSE
               PERFORM OPEN-ADDRESS-MASTER
               PERFORM OPEN-INVOICE-FILE
               PERFORM OPEN-EXEMPT-CERTIFICATES
               OPEN OUTPUT CUSTOMER-STATEMENTS
               PERFORM READ-CUSTOMER
               PERFORM PRINT-STATEMENT-PAGE UNTIL WS-EOF
               IF WS-INV-OPEN
                   CLOSE OPEN-INVOICES
               END-IF
               IF WS-CERT-OPEN
                   CLOSE EXEMPT-CERTIFICATES
               END-IF
               IF WS-EXC-OPEN
                   MOVE WS-NOADDR-COUNT TO WS-AE-COUNT
                   WRITE ADDRESS-EXCEPTIONS-REC
           IF WS-INV-STATUS = "00"
               SET WS-INV-OPEN TO TRUE
           ELSE
               MOVE "NO INVOICE FILE, NO INVOICE DETAIL THIS RUN"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
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
      *--------------------------------------------------------------
      * Same rule DATA1 applies: a certificate in force on the run
      * date (effective and expiry days included) takes its share
      * off the bracket tax, and the page shows what was taken.
      *--------------------------------------------------------------
       PRINT-EXEMPTION.
           MOVE ZERO TO WS-EXEMPT-AMT
           IF WS-CERT-OPEN
               MOVE CM-CUST-NO TO EC-CUST-NO
               READ EXEMPT-CERTIFICATES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EC-EFFECTIVE-DATE NOT > WS-RUN-DATE-NUM
                           AND EC-EXPIRY-DATE NOT < WS-RUN-DATE-NUM
                           COMPUTE WS-EXEMPT-AMT ROUNDED =
                               WS-TAX-AMT * EC-EXEMPT-PCT / 100
                           SUBTRACT WS-EXEMPT-AMT FROM WS-TAX-AMT
                           MOVE EC-CERT-NO    TO WS-EL-CERT-NO
                           MOVE EC-EXEMPT-PCT TO WS-EL-PCT
                           MOVE WS-EXEMPT-AMT TO WS-EL-AMOUNT
                           WRITE CUSTOMER-STATEMENT-REC
                               FROM WS-EXEMPTION-LINE
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END MOVE "Y" TO WS-EOF-SW
           MOVE WS-BRACKET-ID-OUT TO WS-BR-BRACKET
           MOVE WS-BRACKET-RATE   TO WS-BR-RATE
           WRITE CUSTOMER-STATEMENT-REC FROM WS-BRACKET-LINE
           PERFORM PRINT-EXEMPTION
           MOVE WS-TAX-AMT TO WS-TD-TAX
           WRITE CUSTOMER-STATEMENT-REC FROM WS-TAX-DUE-LINE
           MOVE WS-TAX-AMT TO WS-STUB-AMOUNT
           PERFORM PRINT-OPEN-INVOICES
           WRITE CUSTOMER-STATEMENT-REC FROM WS-STUB-HEADER-LINE
           MOVE CM-CUST-NO TO WS-ST-CUST-NO
           MOVE WS-STUB-AMOUNT TO WS-ST-TAX
           MOVE WS-DUE-DATE TO WS-ST-DUE-DATE
           CALL "STUBREF" USING CM-CUST-NO WS-ST-REFERENCE
           WRITE CUSTOMER-STATEMENT-REC FROM WS-STUB-LINE
           MOVE SPACES TO CUSTOMER-STATEMENT-REC
           WRITE CUSTOMER-STATEMENT-REC
           EXIT
           .
      *--------------------------------------------------------------
      * Every invoice the customer still owes on is itemized, oldest
      * first (key order), with its penalty and balance, and the
      * stub asks for the total across all of them.  A customer
      * with nothing open is billed the bare tax figure as before.
      *--------------------------------------------------------------
       PRINT-OPEN-INVOICES.
           MOVE ZERO TO WS-OPEN-TOTAL
           MOVE ZERO TO WS-OPEN-COUNT
           IF WS-INV-OPEN
               MOVE "N" TO WS-INV-WALK-EOF-SW
               MOVE CM-CUST-NO TO IN-CUST-NO
               MOVE ZERO       TO IN-INVOICE-NO
               START OPEN-INVOICES KEY IS NOT LESS THAN IN-KEY
                   INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
               END-START
               IF NOT WS-INV-WALK-EOF
                   PERFORM READ-CUSTOMER-INVOICE
               END-IF
               PERFORM PRINT-ONE-OPEN-INVOICE UNTIL WS-INV-WALK-EOF
               IF WS-OPEN-COUNT > ZERO
                   MOVE WS-OPEN-TOTAL TO WS-OT-BALANCE
                   WRITE CUSTOMER-STATEMENT-REC FROM WS-OPEN-TOTAL-LINE
                   MOVE WS-OPEN-TOTAL TO WS-STUB-AMOUNT
               END-IF
           END-IF
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
       PRINT-ONE-OPEN-INVOICE.
           IF IN-BALANCE > ZERO
               ADD 1 TO WS-OPEN-COUNT
               ADD IN-BALANCE TO WS-OPEN-TOTAL
               MOVE IN-INVOICE-NO   TO WS-OI-INVOICE-NO
               MOVE IN-INVOICE-DATE TO WS-OI-DATE
               MOVE IN-INVOICE-AMT  TO WS-OI-AMOUNT
               MOVE IN-PENALTY-AMT  TO WS-OI-PENALTY
               MOVE IN-BALANCE      TO WS-OI-BALANCE
               WRITE CUSTOMER-STATEMENT-REC FROM WS-OPEN-INVOICE-LINE
           END-IF
           PERFORM READ-CUSTOMER-INVOICE
           EXIT
           .
       PRINT-ADDRESS-BLOCK.
