       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITINQ.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Student account inquiry for the
      *             bursar's counter, the tuition counterpart of
      *             ACCTINQ: the operator keys a STU-ID (zero to
      *             finish) and the screen shows the student master
      *             name, every term's TUITINV invoice with its
      *             amount, paid and balance and the total still
      *             owed, any STUCRED credit held, and every entry
      *             on the STUPHIST student ledger.  Each inquiry
      *             served is traced to the job log.
      * 2026-10-15  Each term's line shows the scholarship and aid
      *             TUITION took off the invoice.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT TUITION-INVOICES ASSIGN TO "TUITINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT STUDENT-CREDITS ASSIGN TO "STUCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-STU-ID
               FILE STATUS IS WS-CRD-STATUS.
           SELECT STUDENT-PAY-HISTORY ASSIGN TO "STUPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  TUITION-INVOICES.
       COPY TUITINV.
       FD  STUDENT-CREDITS.
       COPY STUCRED.
       FD  STUDENT-PAY-HISTORY.
       COPY STUPHIST.

       WORKING-STORAGE SECTION.
       77  WS-STU-STATUS           PIC X(2)    VALUE "00".
       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-CRD-STATUS           PIC X(2)    VALUE "00".
       77  WS-SPH-STATUS           PIC X(2)    VALUE "00".
       77  WS-INV-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-INV-OPEN                     VALUE "Y".
       77  WS-CRD-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-CRD-OPEN                     VALUE "Y".
       77  WS-DONE-SW              PIC X(1)    VALUE "N".
           88  WS-DONE                         VALUE "Y".
       77  WS-SPH-EOF-SW           PIC X(1)    VALUE "N".
           88  WS-SPH-EOF                      VALUE "Y".
       77  WS-INV-WALK-EOF-SW      PIC X(1)    VALUE "N".
           88  WS-INV-WALK-EOF                 VALUE "Y".
       77  WS-INQ-STU-ID           PIC 9(8)    VALUE ZERO.
       77  WS-INVOICE-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-ENTRY-COUNT          PIC 9(5)    VALUE ZERO.
       77  WS-OPEN-TOTAL           PIC 9(8)V99 VALUE ZERO.
       77  WS-ENTRY-TEXT           PIC X(16)   VALUE SPACES.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "TUITINQ".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT STUDENT-MASTER
           IF WS-STU-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STUDENT-MASTER OPEN FAILED, STATUS: "
                   WS-STU-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               DISPLAY "TUITINQ: STUDENT MASTER UNAVAILABLE"
           ELSE
               OPEN INPUT TUITION-INVOICES
               IF WS-INV-STATUS = "00"
                   SET WS-INV-OPEN TO TRUE
               END-IF
               OPEN INPUT STUDENT-CREDITS
               IF WS-CRD-STATUS = "00"
                   SET WS-CRD-OPEN TO TRUE
               END-IF
               PERFORM SERVE-ONE-INQUIRY UNTIL WS-DONE
               CLOSE STUDENT-MASTER
               IF WS-INV-OPEN
                   CLOSE TUITION-INVOICES
               END-IF
               IF WS-CRD-OPEN
                   CLOSE STUDENT-CREDITS
               END-IF
           END-IF
           GOBACK
           .
       SERVE-ONE-INQUIRY.
           DISPLAY " "
           DISPLAY "ENTER STUDENT ID (00000000 TO FINISH): "
               WITH NO ADVANCING
           ACCEPT WS-INQ-STU-ID
           IF WS-INQ-STU-ID = ZERO
               SET WS-DONE TO TRUE
           ELSE
               PERFORM SHOW-ACCOUNT
           END-IF
           EXIT
           .
       SHOW-ACCOUNT.
           MOVE WS-INQ-STU-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "STUDENT " WS-INQ-STU-ID " NOT ON MASTER"
               NOT INVALID KEY
                   DISPLAY "STUDENT: " SM-STUDENT-ID " "
                       SM-STUDENT-NAME
                   DISPLAY "  COURSE: " SM-COURSE-ID
                   PERFORM SHOW-TUITION-INVOICES
                   PERFORM SHOW-CREDIT-BALANCE
                   PERFORM SHOW-PAYMENT-HISTORY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "INQUIRY SERVED FOR " SM-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The student's terms are contiguous in key order, oldest
      * first, so one START and a forward walk lists them all.
      *--------------------------------------------------------------
       SHOW-TUITION-INVOICES.
           IF WS-INV-OPEN
               MOVE ZERO TO WS-INVOICE-COUNT
               MOVE ZERO TO WS-OPEN-TOTAL
               MOVE "N" TO WS-INV-WALK-EOF-SW
               MOVE WS-INQ-STU-ID TO TU-STU-ID
               MOVE LOW-VALUES    TO TU-TERM-CODE
               START TUITION-INVOICES KEY IS NOT LESS THAN TU-KEY
                   INVALID KEY MOVE "Y" TO WS-INV-WALK-EOF-SW
               END-START
               IF NOT WS-INV-WALK-EOF
                   PERFORM READ-STUDENT-INVOICE
               END-IF
               PERFORM SHOW-ONE-INVOICE UNTIL WS-INV-WALK-EOF
               IF WS-INVOICE-COUNT = ZERO
                   DISPLAY "  NO TUITION INVOICE"
               ELSE
                   DISPLAY "  TOTAL TUITION OWED: " WS-OPEN-TOTAL
               END-IF
           ELSE
               DISPLAY "  TUITION INVOICE FILE UNAVAILABLE"
           END-IF
           EXIT
           .
       READ-STUDENT-INVOICE.
           READ TUITION-INVOICES NEXT RECORD
               AT END MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-READ
           IF NOT WS-INV-WALK-EOF
               AND TU-STU-ID NOT = WS-INQ-STU-ID
               MOVE "Y" TO WS-INV-WALK-EOF-SW
           END-IF
           EXIT
           .
       SHOW-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-COUNT
           ADD TU-BALANCE TO WS-OPEN-TOTAL
           DISPLAY "  TERM " TU-TERM-CODE
               "  BILLED: " TU-INVOICE-DATE
               "  CREDITS: " TU-CREDIT-LOAD
               "  AMOUNT: " TU-INVOICE-AMT
           DISPLAY "    AID: " TU-AID-AMT
               "  PAID: " TU-PAID-AMT
               "  BALANCE: " TU-BALANCE
           PERFORM READ-STUDENT-INVOICE
           EXIT
           .
       SHOW-CREDIT-BALANCE.
           IF WS-CRD-OPEN
               MOVE WS-INQ-STU-ID TO SC-STU-ID
               READ STUDENT-CREDITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SC-CREDIT-AMT > ZERO
                           DISPLAY "  CREDIT HELD: " SC-CREDIT-AMT
                               "  SINCE: " SC-LAST-DATE
                       END-IF
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The student ledger is sequential, so each inquiry is one
      * pass over it picking out the student's entries, as ACCTINQ
      * does with PAYHIST.
      *--------------------------------------------------------------
       SHOW-PAYMENT-HISTORY.
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE "N" TO WS-SPH-EOF-SW
           OPEN INPUT STUDENT-PAY-HISTORY
           IF WS-SPH-STATUS = "00"
               PERFORM READ-PAY-HISTORY
               PERFORM LIST-ONE-ENTRY UNTIL WS-SPH-EOF
               CLOSE STUDENT-PAY-HISTORY
           END-IF
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "  NO PAYMENTS ON HISTORY"
           END-IF
           EXIT
           .
       READ-PAY-HISTORY.
           READ STUDENT-PAY-HISTORY
               AT END MOVE "Y" TO WS-SPH-EOF-SW
           END-READ
           EXIT
           .
       LIST-ONE-ENTRY.
           IF SP-STU-ID = WS-INQ-STU-ID
               ADD 1 TO WS-ENTRY-COUNT
               EVALUATE TRUE
                   WHEN SP-PAYMENT-APPLIED
                       MOVE "PAID TO TERM    " TO WS-ENTRY-TEXT
                   WHEN SP-EXCESS-CREDITED
                       MOVE "EXCESS CREDITED " TO WS-ENTRY-TEXT
                   WHEN SP-CREDIT-USED
                       MOVE "CREDIT USED ON  " TO WS-ENTRY-TEXT
                   WHEN OTHER
                       MOVE "ENTRY           " TO WS-ENTRY-TEXT
               END-EVALUATE
               DISPLAY "  " SP-ENTRY-DATE " " WS-ENTRY-TEXT
                   SP-TERM-CODE "  " SP-AMOUNT "  BY " SP-SOURCE
           END-IF
           PERFORM READ-PAY-HISTORY
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
