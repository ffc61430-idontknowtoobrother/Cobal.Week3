       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITPOST.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Tuition payment posting, the
      *             student-side PAYPOST: reads the bursar's TUITPAY
      *             receipts (student, date, amount, term) and
      *             applies each against the student's TUITINV
      *             invoices, updating TU-PAID-AMT and TU-BALANCE.
      *             A receipt naming a term pays that term first;
      *             what is left, or a receipt naming none, pays
      *             the oldest open term onward.  Money left once
      *             every term is cleared goes to the student's
      *             STUCRED credit.  Every movement is appended to
      *             the permanent STUPHIST student ledger and listed
      *             on the TUITPREG register; receipts for a student
      *             with no tuition invoice go to TUITPEXC untouched.
      *             The cash posts through GLPOST: debit TUITCASH,
      *             credit TUITRECV for what was applied and
      *             STUCRED for what was credited.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-INVOICES ASSIGN TO "TUITINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT TUITION-PAYMENTS ASSIGN TO "TUITPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT STUDENT-CREDITS ASSIGN TO "STUCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-STU-ID
               FILE STATUS IS WS-CRD-STATUS.
           SELECT STUDENT-PAY-HISTORY ASSIGN TO "STUPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-STATUS.
           SELECT PAYMENT-REGISTER ASSIGN TO "TUITPREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-EXCEPTIONS ASSIGN TO "TUITPEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-INVOICES.
       COPY TUITINV.
       FD  TUITION-PAYMENTS.
       COPY TUITPAY.
       FD  STUDENT-CREDITS.
       COPY STUCRED.
       FD  STUDENT-PAY-HISTORY.
       COPY STUPHIST.
       FD  PAYMENT-REGISTER.
       01  PAYMENT-REGISTER-REC    PIC X(80).
       FD  PAYMENT-EXCEPTIONS.
       01  PAYMENT-EXCEPTIONS-REC  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-LINE.
           05  WS-RG-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RG-TERM-CODE     PIC X(4).
           05  FILLER              PIC X(7)  VALUE "  PAID:".
           05  WS-RG-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  TOTAL PD: ".
           05  WS-RG-PAID-AMT      PIC ZZZZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  BALANCE: ".
           05  WS-RG-BALANCE       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(7)  VALUE SPACES.

       01  WS-CREDIT-LINE.
           05  WS-CL-STU-ID        PIC 9(8).
           05  FILLER              PIC X(18)
               VALUE "  EXCESS CREDITED:".
           05  WS-CL-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(14) VALUE "  CREDIT NOW: ".
           05  WS-CL-CREDIT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-STU-ID        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EX-PAY-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EX-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-POSTING-TOTAL-LINE.
           05  WS-PT-LABEL         PIC X(22).
           05  WS-PT-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(46) VALUE SPACES.

       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-PAY-STATUS           PIC X(2)    VALUE "00".
       77  WS-CRD-STATUS           PIC X(2)    VALUE "00".
       77  WS-CRD-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-CRD-OPEN                     VALUE "Y".
       77  WS-SPH-STATUS           PIC X(2)    VALUE "00".
       77  WS-SPH-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-SPH-OPEN                     VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-EXC-OPEN                     VALUE "Y".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-INV-WALK-EOF-SW      PIC X(1)    VALUE "N".
           88  WS-INV-WALK-EOF                 VALUE "Y".
       77  WS-INVOICE-FOUND-SW     PIC X(1)    VALUE "N".
           88  WS-INVOICE-FOUND                VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-REMAINING-AMT        PIC 9(7)V99 VALUE ZERO.
       77  WS-APPLY-AMT            PIC 9(7)V99 VALUE ZERO.
       77  WS-READ-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-CREDITED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-CASH-TOTAL           PIC 9(9)V99 VALUE ZERO.
       77  WS-APPLIED-TOTAL        PIC 9(9)V99 VALUE ZERO.
       77  WS-CREDITED-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  WS-REJECTED-TOTAL       PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT            PIC 9(2)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "TUITPOST".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O TUITION-INVOICES
           IF WS-INV-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "TUITION-INVOICES OPEN FAILED, STATUS: "
                   WS-INV-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT TUITION-PAYMENTS
               IF WS-PAY-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "TUITPAY OPEN FAILED, STATUS: "
                       WS-PAY-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   PERFORM OPEN-STUDENT-CREDITS
                   PERFORM OPEN-STUDENT-PAY-HISTORY
                   OPEN OUTPUT PAYMENT-REGISTER
                   PERFORM READ-PAYMENT
                   PERFORM APPLY-PAYMENT UNTIL WS-EOF
                   PERFORM WRITE-POSTING-TOTALS
                   CLOSE TUITION-PAYMENTS
                   CLOSE PAYMENT-REGISTER
                   IF WS-CRD-OPEN
                       CLOSE STUDENT-CREDITS
                   END-IF
                   IF WS-SPH-OPEN
                       CLOSE STUDENT-PAY-HISTORY
                   END-IF
                   IF WS-CASH-TOTAL > ZERO
                       PERFORM POST-GL-JOURNAL
                   END-IF
               END-IF
               CLOSE TUITION-INVOICES
           END-IF
           IF WS-EXC-OPEN
               CLOSE PAYMENT-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-PAYMENT.
           READ TUITION-PAYMENTS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The term the student named is paid first; the remainder then
      * walks the student's invoices in key order, which is term
      * order, so the oldest open term is paid off next.  A student
      * with no tuition invoice at all is an exception and nothing
      * is posted; money left over once every term is cleared is
      * credited.
      *--------------------------------------------------------------
       APPLY-PAYMENT.
           MOVE TP-AMOUNT TO WS-REMAINING-AMT
           MOVE "N" TO WS-INVOICE-FOUND-SW
           IF TP-TERM-CODE NOT = SPACES
               PERFORM APPLY-TO-NAMED-TERM
           END-IF
           IF WS-REMAINING-AMT > ZERO
               PERFORM APPLY-TO-OPEN-TERMS
           END-IF
           IF NOT WS-INVOICE-FOUND
               MOVE "NO TUITION INVOICE FOR STUDENT"
                   TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               ADD TP-AMOUNT TO WS-CASH-TOTAL
               IF WS-REMAINING-AMT > ZERO
                   PERFORM POST-STUDENT-CREDIT
               END-IF
           END-IF
           PERFORM READ-PAYMENT
           EXIT
           .
       APPLY-TO-NAMED-TERM.
           MOVE TP-STU-ID    TO TU-STU-ID
           MOVE TP-TERM-CODE TO TU-TERM-CODE
           READ TUITION-INVOICES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-INVOICE-FOUND TO TRUE
                   PERFORM POST-PAYMENT-TO-INVOICE
           END-READ
           EXIT
           .
       APPLY-TO-OPEN-TERMS.
           MOVE "N" TO WS-INV-WALK-EOF-SW
           MOVE TP-STU-ID  TO TU-STU-ID
           MOVE LOW-VALUES TO TU-TERM-CODE
           START TUITION-INVOICES KEY IS NOT LESS THAN TU-KEY
               INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-START
           IF NOT WS-INV-WALK-EOF
               PERFORM READ-STUDENT-INVOICE
           END-IF
           PERFORM APPLY-TO-NEXT-TERM
               UNTIL WS-INV-WALK-EOF
                   OR WS-REMAINING-AMT = ZERO
           EXIT
           .
       READ-STUDENT-INVOICE.
           READ TUITION-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-READ
           IF NOT WS-INV-WALK-EOF
               IF TU-STU-ID NOT = TP-STU-ID
                   MOVE "Y" TO WS-INV-WALK-EOF-SW
               ELSE
                   SET WS-INVOICE-FOUND TO TRUE
               END-IF
           END-IF
           EXIT
           .
       APPLY-TO-NEXT-TERM.
           PERFORM POST-PAYMENT-TO-INVOICE
           IF WS-REMAINING-AMT > ZERO
               PERFORM READ-STUDENT-INVOICE
           END-IF
           EXIT
           .
       POST-PAYMENT-TO-INVOICE.
           IF TU-BALANCE > ZERO
               AND WS-REMAINING-AMT > ZERO
               IF WS-REMAINING-AMT > TU-BALANCE
                   MOVE TU-BALANCE TO WS-APPLY-AMT
               ELSE
                   MOVE WS-REMAINING-AMT TO WS-APPLY-AMT
               END-IF
               SUBTRACT WS-APPLY-AMT FROM WS-REMAINING-AMT
               ADD WS-APPLY-AMT TO TU-PAID-AMT
               SUBTRACT WS-APPLY-AMT FROM TU-BALANCE
               REWRITE TUITION-INVOICE-REC
               ADD WS-APPLY-AMT TO WS-APPLIED-TOTAL
               SET SP-PAYMENT-APPLIED TO TRUE
               MOVE TU-TERM-CODE TO SP-TERM-CODE
               PERFORM WRITE-PAY-HISTORY
               MOVE TP-STU-ID    TO WS-RG-STU-ID
               MOVE TU-TERM-CODE TO WS-RG-TERM-CODE
               MOVE WS-APPLY-AMT TO WS-RG-AMOUNT
               MOVE TU-PAID-AMT  TO WS-RG-PAID-AMT
               MOVE TU-BALANCE   TO WS-RG-BALANCE
               WRITE PAYMENT-REGISTER-REC FROM WS-REGISTER-LINE
               MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       OPEN-STUDENT-CREDITS.
           OPEN I-O STUDENT-CREDITS
           IF WS-CRD-STATUS = "35"
               OPEN OUTPUT STUDENT-CREDITS
               CLOSE STUDENT-CREDITS
               OPEN I-O STUDENT-CREDITS
           END-IF
           IF WS-CRD-STATUS = "00"
               SET WS-CRD-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STUDENT-CREDITS OPEN FAILED, STATUS: "
                   WS-CRD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The excess over every open term lands on the student's
      * STUCRED record, accumulating across overpayments, until the
      * next TUITION billing run draws it down.  Without the credit
      * file the excess is still cash received, so it is still
      * journaled to STUCRED and an ERROR says the record is owed.
      *--------------------------------------------------------------
       POST-STUDENT-CREDIT.
           ADD 1 TO WS-CREDITED-COUNT
           ADD WS-REMAINING-AMT TO WS-CREDITED-TOTAL
           SET SP-EXCESS-CREDITED TO TRUE
           MOVE SPACES TO SP-TERM-CODE
           MOVE WS-REMAINING-AMT TO WS-APPLY-AMT
           PERFORM WRITE-PAY-HISTORY
           IF WS-CRD-OPEN
               MOVE TP-STU-ID TO SC-STU-ID
               READ STUDENT-CREDITS
                   INVALID KEY
                       MOVE TP-STU-ID        TO SC-STU-ID
                       MOVE WS-REMAINING-AMT TO SC-CREDIT-AMT
                       MOVE WS-RUN-DATE      TO SC-LAST-DATE
                       WRITE STUDENT-CREDIT-REC
                   NOT INVALID KEY
                       ADD WS-REMAINING-AMT TO SC-CREDIT-AMT
                       MOVE WS-RUN-DATE     TO SC-LAST-DATE
                       REWRITE STUDENT-CREDIT-REC
               END-READ
               MOVE TP-STU-ID        TO WS-CL-STU-ID
               MOVE WS-REMAINING-AMT TO WS-CL-AMOUNT
               MOVE SC-CREDIT-AMT    TO WS-CL-CREDIT
               WRITE PAYMENT-REGISTER-REC FROM WS-CREDIT-LINE
               MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STUCRED UNAVAILABLE, CREDIT OWED TO " TP-STU-ID
                   " AMOUNT " WS-REMAINING-AMT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           MOVE ZERO TO WS-REMAINING-AMT
           EXIT
           .
       OPEN-STUDENT-PAY-HISTORY.
           OPEN EXTEND STUDENT-PAY-HISTORY
           IF WS-SPH-STATUS = "35"
               OPEN OUTPUT STUDENT-PAY-HISTORY
           END-IF
           IF WS-SPH-STATUS = "00"
               SET WS-SPH-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STUDENT-PAY-HISTORY OPEN FAILED, STATUS: "
                   WS-SPH-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       WRITE-PAY-HISTORY.
           IF WS-SPH-OPEN
               MOVE TP-STU-ID      TO SP-STU-ID
               MOVE TP-PAY-DATE    TO SP-ENTRY-DATE
               MOVE WS-APPLY-AMT   TO SP-AMOUNT
               MOVE WS-LOG-PROGRAM TO SP-SOURCE
               WRITE STUDENT-PAY-HISTORY-REC
           END-IF
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT PAYMENT-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           ADD TP-AMOUNT TO WS-REJECTED-TOTAL
           MOVE TP-STU-ID   TO WS-EX-STU-ID
           MOVE TP-PAY-DATE TO WS-EX-PAY-DATE
           MOVE TP-AMOUNT   TO WS-EX-AMOUNT
           WRITE PAYMENT-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE PAYMENT-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-POSTING-TOTALS.
           MOVE "RECEIPTS READ         " TO WS-PT-LABEL
           MOVE WS-READ-COUNT            TO WS-PT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "RECEIPTS POSTED       " TO WS-PT-LABEL
           MOVE WS-APPLIED-COUNT         TO WS-PT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "CASH RECEIVED         " TO WS-PT-LABEL
           MOVE WS-CASH-TOTAL            TO WS-PT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "APPLIED TO INVOICES   " TO WS-PT-LABEL
           MOVE WS-APPLIED-TOTAL         TO WS-PT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "OVERPAYMENTS CREDITED " TO WS-PT-LABEL
           MOVE WS-CREDITED-TOTAL        TO WS-PT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "RECEIPTS REJECTED     " TO WS-PT-LABEL
           MOVE WS-REJECTED-COUNT        TO WS-PT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "AMOUNT REJECTED       " TO WS-PT-LABEL
           MOVE WS-REJECTED-TOTAL        TO WS-PT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           EXIT
           .
       WRITE-ONE-TOTAL.
           WRITE PAYMENT-REGISTER-REC FROM WS-POSTING-TOTAL-LINE
           MOVE PAYMENT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       POST-GL-JOURNAL.
           MOVE "TUITCASH"        TO WS-GL-ACCOUNT
           MOVE "D"               TO WS-GL-DC
           MOVE WS-CASH-TOTAL     TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           IF WS-APPLIED-TOTAL > ZERO
               MOVE "TUITRECV"        TO WS-GL-ACCOUNT
               MOVE "C"               TO WS-GL-DC
               MOVE WS-APPLIED-TOTAL  TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
           END-IF
           IF WS-CREDITED-TOTAL > ZERO
               MOVE "STUCRED "        TO WS-GL-ACCOUNT
               MOVE "C"               TO WS-GL-DC
               MOVE WS-CREDITED-TOTAL TO WS-GL-AMOUNT
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
