       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRTOFF.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Bad-debt write-off run: reads the
      *             WOAPPR approval file (the WOPROP candidate list
      *             as finance marked it) and writes off only the
      *             invoices marked approved.  Each write-off zeroes
      *             IN-BALANCE and IN-PENALTY-AMT on INVFILE,
      *             keeping the amount and date taken off in the
      *             invoice's write-off fields, and appends a
      *             permanent record to the WOHIST write-off
      *             history.  An approved invoice that has moved
      *             since it was proposed (paid down, or already
      *             written off) is refused to the WOEXC exceptions
      *             report rather than written off at a stale
      *             figure.  The run's totals post through GLPOST:
      *             debit BADDEBT, credit TAXRECV for the tax and
      *             PENRECV for the accrued penalty.  Every record
      *             is listed on the WOREG register.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "WOAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT WRITEOFF-HISTORY ASSIGN TO "WOHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT WRITEOFF-REGISTER ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRITEOFF-EXCEPTIONS ASSIGN TO "WOEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       COPY WOAPPR.
       FD  OPEN-INVOICES.
       COPY INVFILE.
       FD  WRITEOFF-HISTORY.
       COPY WOHIST.
       FD  WRITEOFF-REGISTER.
       01  WRITEOFF-REGISTER-REC   PIC X(80).
       FD  WRITEOFF-EXCEPTIONS.
       01  WRITEOFF-EXCEPTIONS-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-LINE.
           05  WS-RG-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RG-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(7)  VALUE "  TAX: ".
           05  WS-RG-TAX-AMT       PIC ZZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  PENALTY: ".
           05  WS-RG-PENALTY-AMT   PIC ZZZZ9.99.
           05  FILLER              PIC X(5)  VALUE "  BY ".
           05  WS-RG-APPROVER      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RG-VERDICT       PIC X(14).
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-EX-INVOICE-NO    PIC 9(5).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-WRITEOFF-TOTAL-LINE.
           05  WS-WT-LABEL         PIC X(22).
           05  WS-WT-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(48) VALUE SPACES.

       77  WS-APR-STATUS           PIC X(2)    VALUE "00".
       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-HIS-STATUS           PIC X(2)    VALUE "00".
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT            PIC 9(2)    VALUE ZERO.
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-EXC-OPEN                     VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-TAX-PART             PIC 9(5)V99 VALUE ZERO.
       77  WS-PENALTY-PART         PIC 9(5)V99 VALUE ZERO.
       77  WS-READ-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-WRITTEN-OFF-COUNT    PIC 9(5)    VALUE ZERO.
       77  WS-NOT-APPROVED-COUNT   PIC 9(5)    VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-TAX-TOTAL            PIC 9(7)V99 VALUE ZERO.
       77  WS-PENALTY-TOTAL        PIC 9(7)V99 VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "WRTOFF".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O OPEN-INVOICES
           IF WS-INV-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "OPEN-INVOICES OPEN FAILED, STATUS: "
                   WS-INV-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT APPROVAL-FILE
               IF WS-APR-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "WOAPPR OPEN FAILED, STATUS: "
                       WS-APR-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN EXTEND WRITEOFF-HISTORY
                   IF WS-HIS-STATUS = "35"
                       OPEN OUTPUT WRITEOFF-HISTORY
                   END-IF
                   OPEN OUTPUT WRITEOFF-REGISTER
                   PERFORM READ-APPROVAL
                   PERFORM JUDGE-ONE-APPROVAL UNTIL WS-EOF
                   PERFORM WRITE-WRITEOFF-TOTALS
                   CLOSE APPROVAL-FILE
                   CLOSE WRITEOFF-HISTORY
                   CLOSE WRITEOFF-REGISTER
                   IF WS-TAX-TOTAL > ZERO
                       OR WS-PENALTY-TOTAL > ZERO
                       PERFORM POST-GL-JOURNAL
                   END-IF
               END-IF
               CLOSE OPEN-INVOICES
           END-IF
           IF WS-EXC-OPEN
               CLOSE WRITEOFF-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-APPROVAL.
           READ APPROVAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Only a record finance has marked approved, with an approver
      * named, is written off.  The invoice must still carry the
      * balance that was proposed: a payment or penalty since then
      * means the candidate list is stale for that invoice and it
      * goes back for a fresh proposal.
      *--------------------------------------------------------------
       JUDGE-ONE-APPROVAL.
           EVALUATE TRUE
               WHEN NOT WA-APPROVED
                   ADD 1 TO WS-NOT-APPROVED-COUNT
               WHEN WA-APPROVER = SPACES
                   MOVE "APPROVED WITHOUT APPROVER ID" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM WRITE-OFF-INVOICE
           END-EVALUATE
           PERFORM READ-APPROVAL
           EXIT
           .
       WRITE-OFF-INVOICE.
           MOVE WA-KEY TO IN-KEY
           READ OPEN-INVOICES
               INVALID KEY
                   MOVE "INVOICE NOT ON FILE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN IN-WRITEOFF-AMT > ZERO
                           MOVE "INVOICE ALREADY WRITTEN OFF"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN IN-BALANCE = ZERO
                           MOVE "INVOICE NO LONGER OPEN"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN IN-BALANCE NOT = WA-BALANCE
                           MOVE "BALANCE CHANGED SINCE PROPOSAL"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN OTHER
                           PERFORM APPLY-WRITEOFF
                   END-EVALUATE
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Payments are applied to the invoice as a whole, so the open
      * balance is split with the accrued penalty taken first (up
      * to what is still open) and the rest treated as tax.
      *--------------------------------------------------------------
       APPLY-WRITEOFF.
           IF IN-PENALTY-AMT > IN-BALANCE
               MOVE IN-BALANCE TO WS-PENALTY-PART
           ELSE
               MOVE IN-PENALTY-AMT TO WS-PENALTY-PART
           END-IF
           COMPUTE WS-TAX-PART = IN-BALANCE - WS-PENALTY-PART
           MOVE IN-BALANCE  TO IN-WRITEOFF-AMT
           MOVE WS-RUN-DATE TO IN-WRITEOFF-DATE
           MOVE ZERO        TO IN-RECOVERED-AMT
           MOVE ZERO        TO IN-BALANCE
           MOVE ZERO        TO IN-PENALTY-AMT
           REWRITE OPEN-INVOICE-REC
           MOVE "W"             TO WH-ENTRY-TYPE
           MOVE IN-CUST-NO      TO WH-CUST-NO
           MOVE IN-INVOICE-NO   TO WH-INVOICE-NO
           MOVE IN-INVOICE-DATE TO WH-INVOICE-DATE
           MOVE WS-RUN-DATE     TO WH-ENTRY-DATE
           MOVE WS-TAX-PART     TO WH-TAX-AMT
           MOVE WS-PENALTY-PART TO WH-PENALTY-AMT
           MOVE WA-APPROVER     TO WH-APPROVER
           WRITE WRITEOFF-HISTORY-REC
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           ADD WS-TAX-PART     TO WS-TAX-TOTAL
           ADD WS-PENALTY-PART TO WS-PENALTY-TOTAL
           MOVE IN-CUST-NO      TO WS-RG-CUST-NO
           MOVE IN-INVOICE-NO   TO WS-RG-INVOICE-NO
           MOVE WS-TAX-PART     TO WS-RG-TAX-AMT
           MOVE WS-PENALTY-PART TO WS-RG-PENALTY-AMT
           MOVE WA-APPROVER     TO WS-RG-APPROVER
           MOVE "WRITTEN OFF   " TO WS-RG-VERDICT
           WRITE WRITEOFF-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE WRITEOFF-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT WRITEOFF-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WA-CUST-NO    TO WS-EX-CUST-NO
           MOVE WA-INVOICE-NO TO WS-EX-INVOICE-NO
           WRITE WRITEOFF-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE WRITEOFF-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-WRITEOFF-TOTALS.
           MOVE "CANDIDATES READ       " TO WS-WT-LABEL
           MOVE WS-READ-COUNT            TO WS-WT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "INVOICES WRITTEN OFF  " TO WS-WT-LABEL
           MOVE WS-WRITTEN-OFF-COUNT     TO WS-WT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "NOT APPROVED          " TO WS-WT-LABEL
           MOVE WS-NOT-APPROVED-COUNT    TO WS-WT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "REFUSED               " TO WS-WT-LABEL
           MOVE WS-REJECTED-COUNT        TO WS-WT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "TAX WRITTEN OFF       " TO WS-WT-LABEL
           MOVE WS-TAX-TOTAL             TO WS-WT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "PENALTY WRITTEN OFF   " TO WS-WT-LABEL
           MOVE WS-PENALTY-TOTAL         TO WS-WT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           EXIT
           .
       WRITE-ONE-TOTAL.
           WRITE WRITEOFF-REGISTER-REC FROM WS-WRITEOFF-TOTAL-LINE
           MOVE WRITEOFF-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       POST-GL-JOURNAL.
           MOVE "BADDEBT "       TO WS-GL-ACCOUNT
           MOVE "D"              TO WS-GL-DC
           COMPUTE WS-GL-AMOUNT = WS-TAX-TOTAL + WS-PENALTY-TOTAL
           PERFORM POST-ONE-JOURNAL
           IF WS-TAX-TOTAL > ZERO
               MOVE "TAXRECV "   TO WS-GL-ACCOUNT
               MOVE "C"          TO WS-GL-DC
               MOVE WS-TAX-TOTAL TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
           END-IF
           IF WS-PENALTY-TOTAL > ZERO
               MOVE "PENRECV "       TO WS-GL-ACCOUNT
               MOVE "C"              TO WS-GL-DC
               MOVE WS-PENALTY-TOTAL TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
           END-IF
           EXIT
           .
       POST-ONE-JOURNAL.
           CALL "GLPOST" USING WS-LOG-PROGRAM WS-RUN-DATE
               WS-GL-ACCOUNT WS-GL-DC WS-GL-AMOUNT WS-GL-RESULT
           IF WS-GL-RESULT NOT = ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GL POSTING REFUSED, RESULT " WS-GL-RESULT
                   " ACCOUNT " WS-GL-ACCOUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
