       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDREMR.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Court order remittance run: sorts
      *             the ORDREMIT details DATA3's register run wrote
      *             by creditor and prints the ORDREGR remittance
      *             register - each creditor's orders with the
      *             amount withheld this period and the arrears left
      *             owing, a total per creditor and a grand total -
      *             and writes one ORDPAYF payment record per
      *             creditor owed money, so what payroll withholds
      *             is actually paid over to the court or agency
      *             instead of sitting on the ORDPAY liability.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-REMITTANCE ASSIGN TO "ORDREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT SORT-WORK        ASSIGN TO "ORDSORT".
           SELECT REMIT-REGISTER   ASSIGN TO "ORDREGR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDITOR-PAYMENTS ASSIGN TO "ORDPAYF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-REMITTANCE.
       COPY ORDREMIT.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-CREDITOR-ID      PIC X(8).
           05  SR-CREDITOR-NAME    PIC X(20).
           05  SR-EMP-NO           PIC 9(5).
           05  SR-ORDER-NO         PIC X(10).
           05  SR-AMOUNT           PIC 9(4)V99.
           05  SR-ARREARS          PIC 9(7)V99.
           05  SR-PERIOD-ID        PIC X(6).
       FD  REMIT-REGISTER.
       01  REMIT-REGISTER-REC      PIC X(80).
       FD  CREDITOR-PAYMENTS.
       01  CREDITOR-PAYMENT-REC.
           05  CP-CREDITOR-ID      PIC X(8).
           05  CP-CREDITOR-NAME    PIC X(20).
           05  CP-PERIOD-ID        PIC X(6).
           05  CP-PAY-DATE         PIC 9(8).
           05  CP-ORDER-COUNT      PIC 9(5).
           05  CP-AMOUNT           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-HEADER-LINE.
           05  FILLER              PIC X(32)
               VALUE "COURT ORDER REMITTANCE REGISTER ".
           05  FILLER              PIC X(8)  VALUE " PERIOD ".
           05  WS-RH-PERIOD-ID     PIC X(6).
           05  FILLER              PIC X(7)  VALUE "  DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-CREDITOR-LINE.
           05  FILLER              PIC X(9)  VALUE "CREDITOR ".
           05  WS-CR-CREDITOR-ID   PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CR-CREDITOR-NAME PIC X(20).
           05  FILLER              PIC X(42) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(6)  VALUE "  EMP ".
           05  WS-DL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(8)  VALUE "  ORDER ".
           05  WS-DL-ORDER-NO      PIC X(10).
           05  FILLER              PIC X(11) VALUE "  WITHHELD ".
           05  WS-DL-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(10) VALUE "  ARREARS ".
           05  WS-DL-ARREARS       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-CREDITOR-TOTAL-LINE.
           05  FILLER              PIC X(17)
               VALUE "  CREDITOR TOTAL ".
           05  WS-CT-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(9)  VALUE "  ORDERS ".
           05  WS-CT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE "TOTAL REMITTED ".
           05  WS-GT-AMOUNT        PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  CREDITORS ".
           05  WS-GT-CREDITORS     PIC ZZZZ9.
           05  FILLER              PIC X(37) VALUE SPACES.

       77  WS-REM-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-FIRST-SW             PIC X(1)    VALUE "Y".
           88  WS-FIRST-RECORD                 VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-PREV-CREDITOR-ID     PIC X(8)    VALUE SPACES.
       77  WS-PREV-CREDITOR-NAME   PIC X(20)   VALUE SPACES.
       77  WS-PERIOD-ID            PIC X(6)    VALUE SPACES.
       77  WS-CREDITOR-TOTAL       PIC 9(7)V99 VALUE ZERO.
       77  WS-CREDITOR-ORDERS      PIC 9(5)    VALUE ZERO.
       77  WS-GRAND-TOTAL          PIC 9(8)V99 VALUE ZERO.
       77  WS-PAYMENT-COUNT        PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "ORDREMR".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SORT SORT-WORK
               ON ASCENDING KEY SR-CREDITOR-ID SR-EMP-NO SR-ORDER-NO
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-REMITTANCE
           GOBACK
           .
       LOAD-SORT-FILE.
           OPEN INPUT ORDER-REMITTANCE
           IF WS-REM-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ORDREMIT OPEN FAILED, STATUS: "
                   WS-REM-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM READ-REMITTANCE
               PERFORM RELEASE-REMITTANCE UNTIL WS-EOF
               CLOSE ORDER-REMITTANCE
           END-IF
           EXIT
           .
       READ-REMITTANCE.
           READ ORDER-REMITTANCE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       RELEASE-REMITTANCE.
           MOVE OR-CREDITOR-ID   TO SR-CREDITOR-ID
           MOVE OR-CREDITOR-NAME TO SR-CREDITOR-NAME
           MOVE OR-EMP-NO        TO SR-EMP-NO
           MOVE OR-ORDER-NO      TO SR-ORDER-NO
           MOVE OR-AMOUNT        TO SR-AMOUNT
           MOVE OR-ARREARS       TO SR-ARREARS
           MOVE OR-PERIOD-ID     TO SR-PERIOD-ID
           RELEASE SORT-REC
           PERFORM READ-REMITTANCE
           EXIT
           .
       WRITE-REMITTANCE.
           OPEN OUTPUT REMIT-REGISTER
           OPEN OUTPUT CREDITOR-PAYMENTS
           MOVE "N" TO WS-EOF-SW
           PERFORM RETURN-SORT-REC
           IF NOT WS-EOF
               MOVE SR-PERIOD-ID TO WS-PERIOD-ID
           END-IF
           MOVE WS-PERIOD-ID TO WS-RH-PERIOD-ID
           MOVE WS-RUN-DATE  TO WS-RH-RUN-DATE
           WRITE REMIT-REGISTER-REC FROM WS-REGISTER-HEADER-LINE
           PERFORM REGISTER-ONE-DETAIL UNTIL WS-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM CLOSE-CREDITOR
           END-IF
           MOVE WS-GRAND-TOTAL   TO WS-GT-AMOUNT
           MOVE WS-PAYMENT-COUNT TO WS-GT-CREDITORS
           WRITE REMIT-REGISTER-REC FROM WS-GRAND-TOTAL-LINE
           MOVE REMIT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           CLOSE REMIT-REGISTER
           CLOSE CREDITOR-PAYMENTS
           EXIT
           .
       RETURN-SORT-REC.
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-EOF-SW
           END-RETURN
           EXIT
           .
       REGISTER-ONE-DETAIL.
           IF NOT WS-FIRST-RECORD
               AND SR-CREDITOR-ID NOT = WS-PREV-CREDITOR-ID
               PERFORM CLOSE-CREDITOR
           END-IF
           IF WS-FIRST-RECORD
               OR SR-CREDITOR-ID NOT = WS-PREV-CREDITOR-ID
               PERFORM OPEN-CREDITOR
           END-IF
           MOVE "N" TO WS-FIRST-SW
           MOVE SR-EMP-NO   TO WS-DL-EMP-NO
           MOVE SR-ORDER-NO TO WS-DL-ORDER-NO
           MOVE SR-AMOUNT   TO WS-DL-AMOUNT
           MOVE SR-ARREARS  TO WS-DL-ARREARS
           WRITE REMIT-REGISTER-REC FROM WS-DETAIL-LINE
           ADD SR-AMOUNT TO WS-CREDITOR-TOTAL
           ADD 1 TO WS-CREDITOR-ORDERS
           PERFORM RETURN-SORT-REC
           EXIT
           .
       OPEN-CREDITOR.
           MOVE SR-CREDITOR-ID   TO WS-PREV-CREDITOR-ID
           MOVE SR-CREDITOR-NAME TO WS-PREV-CREDITOR-NAME
           MOVE ZERO TO WS-CREDITOR-TOTAL
           MOVE ZERO TO WS-CREDITOR-ORDERS
           MOVE SR-CREDITOR-ID   TO WS-CR-CREDITOR-ID
           MOVE SR-CREDITOR-NAME TO WS-CR-CREDITOR-NAME
           WRITE REMIT-REGISTER-REC FROM WS-CREDITOR-LINE
           EXIT
           .
      *--------------------------------------------------------------
      * A creditor whose orders were all blocked by the protected
      * floor is registered with its shortfall but gets no payment
      * record - there is nothing to send.
      *--------------------------------------------------------------
       CLOSE-CREDITOR.
           MOVE WS-CREDITOR-TOTAL  TO WS-CT-AMOUNT
           MOVE WS-CREDITOR-ORDERS TO WS-CT-COUNT
           WRITE REMIT-REGISTER-REC FROM WS-CREDITOR-TOTAL-LINE
           IF WS-CREDITOR-TOTAL > ZERO
               MOVE WS-PREV-CREDITOR-ID   TO CP-CREDITOR-ID
               MOVE WS-PREV-CREDITOR-NAME TO CP-CREDITOR-NAME
               MOVE WS-PERIOD-ID          TO CP-PERIOD-ID
               MOVE WS-RUN-DATE           TO CP-PAY-DATE
               MOVE WS-CREDITOR-ORDERS    TO CP-ORDER-COUNT
               MOVE WS-CREDITOR-TOTAL     TO CP-AMOUNT
               WRITE CREDITOR-PAYMENT-REC
               ADD 1 TO WS-PAYMENT-COUNT
               ADD WS-CREDITOR-TOTAL TO WS-GRAND-TOTAL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "REMITTANCE TO CREDITOR " WS-PREV-CREDITOR-ID
                   " " WS-CT-AMOUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
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
