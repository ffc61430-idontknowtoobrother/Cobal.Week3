       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINPAY.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Final pay for leavers: reads the
      *             FINPAYQ queue EMPMNT writes for each termination
      *             and settles every leaver whose leaving date has
      *             been reached - pro-rata salary from the start of
      *             the PAYPERD period covering the leaving date to
      *             the leaving date itself, the unused LEAVELDG
      *             balance at the employee's daily rate (period
      *             salary over the days in that period), and any
      *             retro net still waiting on RETROPND.  The
      *             settlement goes through the same TAXBRKT call
      *             as the register, posts to the run date's
      *             YTDLEDG quarter, writes a PAYEXTR record for the
      *             final payslip and a FINBANK credit transfer (or
      *             a FINCHQ cheque when there are no bank details),
      *             and journals SALEXP / WHPAY / NETPAY through
      *             GLPOST.  Only then are the employee's master,
      *             leave ledger and bank records deleted, with the
      *             EMPAUDT images MSTRFWD replays.  Each settlement
      *             prints on the FINPREG final-pay register; one
      *             that cannot be made yet (no period covers the
      *             leaving date, leaving date still ahead, amount
      *             too large for the payslip) goes to FINPEXC and
      *             stays on the queue for the next run.  A leaving
      *             date in a period DATA3 has already paid earns
      *             no pro-rata - that period's salary went out in
      *             full, and recovering the overpaid days stays a
      *             manual matter, as with RETROPAY's decreases.
      * 2026-10-15  FINCHQ cheques now take the next controlled
      *             serial from the shared CHQISSUE routine (CHQREG
      *             register, POSPAY positive-pay record), printed
      *             on the cheque line.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-PAY-QUEUE ASSIGN TO "FINPAYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPQ-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO "LEAVELDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-EMP-NO
               FILE STATUS IS WS-LVE-STATUS.
           SELECT EMPLOYEE-BANK ASSIGN TO "EMPBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMP-NO
               FILE STATUS IS WS-BNK-STATUS.
           SELECT YTD-LEDGER ASSIGN TO "YTDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YL-EMP-NO
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PAY-PERIOD-CONTROL ASSIGN TO "PAYPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT CLOSE-CONTROL ASSIGN TO "YTDCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLC-STATUS.
           SELECT RETRO-PENDING ASSIGN TO "RETROPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-STATUS.
           SELECT PAYSLIP-EXTRACT ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT BANK-EXTRACT ASSIGN TO "FINBANK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUE-PRINT ASSIGN TO "FINCHQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT ASSIGN TO "EMPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT FINAL-PAY-REGISTER ASSIGN TO "FINPREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-PAY-EXCEPTIONS ASSIGN TO "FINPEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-PAY-QUEUE.
       COPY FINPAYQ.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  LEAVE-LEDGER.
       COPY LEAVELDG.
       FD  EMPLOYEE-BANK.
       COPY EMPBANK.
       FD  YTD-LEDGER.
       COPY YTDLEDG.
       FD  PAY-PERIOD-CONTROL.
       01  PAY-PERIOD-REC.
           05  PP-PERIOD-ID     PIC X(6).
           05  PP-START-DATE    PIC 9(8).
           05  PP-END-DATE      PIC 9(8).
           05  PP-STATUS        PIC X(1).
       FD  CLOSE-CONTROL.
       01  CLOSE-CONTROL-REC.
           05  CC-CLOSED-YEAR      PIC 9(4).
       FD  RETRO-PENDING.
       01  RETRO-PENDING-REC.
           05  RP-EMP-NO           PIC 9(5).
           05  RP-EMP-NAME         PIC X(20).
           05  RP-NET-AMOUNT       PIC 9(5)V99.
       FD  PAYSLIP-EXTRACT.
       COPY PAYEXTR.
       FD  BANK-EXTRACT.
       01  BANK-EXTRACT-REC        PIC X(73).
       FD  CHEQUE-PRINT.
       01  CHEQUE-PRINT-REC        PIC X(80).
       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC         PIC X(80).
       FD  FINAL-PAY-REGISTER.
       01  FINAL-PAY-REGISTER-REC  PIC X(80).
       FD  FINAL-PAY-EXCEPTIONS.
       01  FINAL-PAY-EXCEPTIONS-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  FINAL-PAY-QUEUE-TABLE.
           05  FQT-ENTRY OCCURS 50 TIMES.
               10  FQT-RECORD      PIC X(21).
       77  WS-FQ-COUNT             PIC 9(2)    VALUE ZERO.
       77  WS-FQ-SUB               PIC 9(2)    VALUE ZERO.
       77  WS-FQ-OVERFLOW-SW       PIC X(1)    VALUE "N".
           88  WS-FQ-OVERFLOW                  VALUE "Y".
       77  WS-FQ-EOF-SW            PIC X(1)    VALUE "N".
           88  WS-FQ-EOF                       VALUE "Y".

       01  PAY-PERIOD-TABLE.
           05  PPT-ENTRY OCCURS 60 TIMES.
               10  PPT-PERIOD-ID   PIC X(6).
               10  PPT-START-DATE  PIC 9(8).
               10  PPT-END-DATE    PIC 9(8).
               10  PPT-STATUS      PIC X(1).
       77  WS-PRD-EOF-SW           PIC X(1)    VALUE "N".
           88  WS-PRD-EOF                      VALUE "Y".
       77  WS-PRD-COUNT            PIC 9(2)    VALUE ZERO.
       77  WS-PRD-SUB              PIC 9(2)    VALUE ZERO.
       77  WS-PRD-MATCH            PIC 9(2)    VALUE ZERO.
       77  WS-PERIOD-FOUND-SW      PIC X(1)    VALUE "N".
           88  WS-PERIOD-FOUND                 VALUE "Y".

       01  RETRO-PENDING-TABLE.
           05  RPT-ENTRY OCCURS 100 TIMES.
               10  RPT-EMP-NO      PIC 9(5).
               10  RPT-EMP-NAME    PIC X(20).
               10  RPT-NET-AMOUNT  PIC 9(5)V99.
               10  RPT-TAKEN-SW    PIC X(1).
       77  WS-RTP-COUNT            PIC 9(3)    VALUE ZERO.
       77  WS-RTP-SUB              PIC 9(3)    VALUE ZERO.
       77  WS-RTP-TAKEN            PIC 9(3)    VALUE ZERO.
       77  WS-RTP-EOF-SW           PIC X(1)    VALUE "N".
           88  WS-RTP-EOF                      VALUE "Y".
       77  WS-RTP-LOADED-SW        PIC X(1)    VALUE "N".
           88  WS-RTP-LOADED                   VALUE "Y".
       77  WS-RTP-OVERFLOW-SW      PIC X(1)    VALUE "N".
           88  WS-RTP-OVERFLOW                 VALUE "Y".

      *--------------------------------------------------------------
      * Day numbers for the pro-rata: days since a fixed origin,
      * with the real month lengths and leap years, so a period
      * running across a month end counts its days correctly.
      *--------------------------------------------------------------
       01  MONTH-START-VALUES.
           05  FILLER  PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05  MS-DAYS-BEFORE      PIC 9(3) OCCURS 12 TIMES.
       01  WS-DN-DATE.
           05  WS-DN-YYYY          PIC 9(4).
           05  WS-DN-MM            PIC 9(2).
           05  WS-DN-DD            PIC 9(2).
       77  WS-DN-PRIOR-YEARS       PIC 9(4)    VALUE ZERO.
       77  WS-DN-LEAP-DAYS         PIC 9(4)    VALUE ZERO.
       77  WS-DN-QUOTIENT          PIC 9(4)    VALUE ZERO.
       77  WS-DN-REM-4             PIC 9(3)    VALUE ZERO.
       77  WS-DN-REM-100           PIC 9(3)    VALUE ZERO.
       77  WS-DN-REM-400           PIC 9(3)    VALUE ZERO.
       77  WS-DAY-NUMBER           PIC 9(7)    VALUE ZERO.
       77  WS-START-DAY-NUMBER     PIC 9(7)    VALUE ZERO.
       77  WS-END-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
       77  WS-LEAVE-DAY-NUMBER     PIC 9(7)    VALUE ZERO.
       77  WS-PERIOD-DAYS          PIC 9(3)    VALUE ZERO.
       77  WS-DAYS-WORKED          PIC 9(3)    VALUE ZERO.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 99.
           05  WS-RUN-DD           PIC 99.
       01  WS-LEAVE-DATE-GRP.
           05  WS-LD-YYYY          PIC 9(4).
           05  WS-LD-MM            PIC 99.
           05  WS-LD-DD            PIC 99.

       01  WS-BANK-DETAIL-REC.
           05  WS-BD-RECORD-TYPE  PIC X(1)    VALUE "D".
           05  WS-BD-EMP-NO       PIC 9(5).
           05  WS-BD-EMP-NAME     PIC X(20).
           05  WS-BD-NET-AMOUNT   PIC 9(5)V99.
           05  WS-BD-PERIOD-ID    PIC X(6).
           05  WS-BD-SORT-CODE    PIC 9(6).
           05  WS-BD-ACCT-NO      PIC 9(8).
           05  WS-BD-ACCT-NAME    PIC X(20).
       01  WS-BANK-TRAILER-REC.
           05  WS-BT-RECORD-TYPE  PIC X(1)    VALUE "T".
           05  WS-BT-RECORD-COUNT PIC 9(7).
           05  WS-BT-HASH-TOTAL   PIC 9(9)V99.
           05  WS-BT-PERIOD-ID    PIC X(6)    VALUE "FINAL ".
           05  FILLER             PIC X(48)   VALUE SPACES.
       01  WS-CHEQUE-LINE.
           05  FILLER             PIC X(11)   VALUE "PAY CHEQUE ".
           05  WS-CQ-EMP-NO       PIC 9(5).
           05  FILLER             PIC X(1)    VALUE SPACE.
           05  WS-CQ-EMP-NAME     PIC X(20).
           05  FILLER             PIC X(9)    VALUE "  AMOUNT ".
           05  WS-CQ-AMOUNT       PIC ZZZZ9.99.
           05  FILLER             PIC X(9)    VALUE "  PERIOD ".
           05  WS-CQ-PERIOD-ID    PIC X(6).
           05  FILLER             PIC X(3)    VALUE " NO".
           05  WS-CQ-SERIAL       PIC 9(8).

       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-TIME          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-ACTION        PIC X(1)  VALUE "D".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(40).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-REGISTER-HEADER-LINE.
           05  FILLER              PIC X(26)
               VALUE "FINAL PAY REGISTER  DATE: ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  WS-SETTLE-LINE.
           05  WS-SL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SL-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(6)  VALUE " LEFT ".
           05  WS-SL-LEAVE-DATE    PIC 9(8).
           05  FILLER              PIC X(8)  VALUE " PERIOD ".
           05  WS-SL-PERIOD-ID     PIC X(6).
           05  FILLER              PIC X(6)  VALUE " DAYS ".
           05  WS-SL-DAYS-WORKED   PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE " OF ".
           05  WS-SL-PERIOD-DAYS   PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE " LV ".
           05  WS-SL-LEAVE-DAYS    PIC ZZ9.99.

       01  WS-AMOUNT-LINE.
           05  FILLER              PIC X(10) VALUE " PRO-RATA ".
           05  WS-AL-PRORATA       PIC ZZZ9.99.
           05  FILLER              PIC X(7)  VALUE " LEAVE ".
           05  WS-AL-LEAVE-PAY     PIC ZZZZ9.99.
           05  FILLER              PIC X(5)  VALUE " TAX ".
           05  WS-AL-TAX           PIC ZZZ9.99.
           05  FILLER              PIC X(7)  VALUE " RETRO ".
           05  WS-AL-RETRO         PIC ZZZZ9.99.
           05  FILLER              PIC X(6)  VALUE " PAID ".
           05  WS-AL-PAID          PIC ZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-METHOD        PIC X(6).

       01  WS-EXCEPTION-LINE.
           05  WS-EX-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(6)  VALUE " LEFT ".
           05  WS-EX-LEAVE-DATE    PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(34).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-DISPOSITION   PIC X(7).
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-AT-LABEL         PIC X(22).
           05  WS-AT-AMOUNT        PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(47) VALUE SPACES.

       77  WS-FPQ-STATUS           PIC X(2)    VALUE "00".
       77  WS-EMP-STATUS           PIC X(2)    VALUE "00".
       77  WS-LVE-STATUS           PIC X(2)    VALUE "00".
       77  WS-BNK-STATUS           PIC X(2)    VALUE "00".
       77  WS-YTD-STATUS           PIC X(2)    VALUE "00".
       77  WS-PRD-STATUS           PIC X(2)    VALUE "00".
       77  WS-CLC-STATUS           PIC X(2)    VALUE "00".
       77  WS-RTP-STATUS           PIC X(2)    VALUE "00".
       77  WS-EXT-STATUS           PIC X(2)    VALUE "00".
       77  WS-AUDT-STATUS          PIC X(2)    VALUE "00".
       77  WS-LVE-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-LVE-OPEN                     VALUE "Y".
       77  WS-BNK-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-BNK-OPEN                     VALUE "Y".
       77  WS-YTD-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-YTD-OPEN                     VALUE "Y".
       77  WS-CHQ-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-CHQ-OPEN                     VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-EXC-OPEN                     VALUE "Y".
       77  WS-LEAVE-FOUND-SW       PIC X(1)    VALUE "N".
           88  WS-LEAVE-FOUND                  VALUE "Y".
       77  WS-BANK-FOUND-SW        PIC X(1)    VALUE "N".
           88  WS-BANK-FOUND                   VALUE "Y".
       77  WS-HOLD-SW              PIC X(1)    VALUE "N".
           88  WS-HOLD                         VALUE "Y".
       77  WS-CLOSED-YEAR          PIC 9(4)    VALUE ZERO.
       77  WS-QUARTER              PIC 9       VALUE 1.

       77  WS-LEAVE-DAYS           PIC 9(3)V99 VALUE ZERO.
       77  WS-PRORATA-PAY          PIC 9(5)V99 VALUE ZERO.
       77  WS-LEAVE-PAY            PIC 9(5)V99 VALUE ZERO.
       77  WS-FINAL-GROSS          PIC 9(5)V99 VALUE ZERO.
       77  WS-RETRO-AMOUNT         PIC 9(6)V99 VALUE ZERO.
       77  WS-PAY-AMOUNT           PIC 9(6)V99 VALUE ZERO.
       77  WS-GROSS-PAY            PIC 9999V99 VALUE ZERO.
       77  WS-SALARY-WHOLE         PIC 9(5)    VALUE ZERO.
       77  WS-WH-RATE-VAL          PIC V999    VALUE ZERO.
       77  WS-WH-BRACKET-ID        PIC X(1)    VALUE "?".
       77  WS-WITHHOLDING          PIC 9999V99 VALUE ZERO.
       77  WS-NET-PAY              PIC 9999V99 VALUE ZERO.
       77  WS-PAY-METHOD           PIC X(6)    VALUE SPACES.
       77  WS-LEAVER-NAME          PIC X(20)   VALUE SPACES.

       77  WS-QUEUED-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-SETTLED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-HELD-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-DROPPED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-BANK-COUNT           PIC 9(7)    VALUE ZERO.
       77  WS-BANK-HASH            PIC 9(9)V99 VALUE ZERO.
       77  WS-CHEQUE-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-CHQ-AMOUNT           PIC 9(7)V99 VALUE ZERO.
       77  WS-CHQ-PERIOD-ID        PIC X(6)    VALUE SPACES.
       77  WS-CHQ-SERIAL           PIC 9(8)    VALUE ZERO.
       77  WS-CHQ-RESULT           PIC 9(2)    VALUE ZERO.
       77  WS-TOTAL-GROSS          PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-WITHHELD       PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-NET            PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-RETRO          PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-PAID           PIC 9(8)V99 VALUE ZERO.

       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT            PIC 9(2)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "FINPAY".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-QUARTER = (WS-RUN-MM + 2) / 3
           OPEN INPUT FINAL-PAY-QUEUE
           IF WS-FPQ-STATUS NOT = "00"
               MOVE "NO FINPAYQ FILE, NO FINAL PAY THIS RUN"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           ELSE
               PERFORM LOAD-FINAL-PAY-QUEUE
               CLOSE FINAL-PAY-QUEUE
               PERFORM READ-CLOSED-YEAR
               EVALUATE TRUE
                   WHEN WS-FQ-OVERFLOW
                       MOVE "FINPAYQ TABLE OVERFLOWED, RUN REFUSED"
                           TO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   WHEN WS-CLOSED-YEAR > ZERO
                       AND WS-RUN-YYYY NOT > WS-CLOSED-YEAR
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "YEAR " WS-RUN-YYYY
                           " IS CLOSED, FINAL PAY REFUSED"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   WHEN WS-FQ-COUNT = ZERO
                       MOVE "FINPAYQ EMPTY, NO FINAL PAY THIS RUN"
                           TO WS-LOG-MESSAGE
                       PERFORM WRITE-LOG
                   WHEN OTHER
                       PERFORM RUN-FINAL-PAY
               END-EVALUATE
           END-IF
           GOBACK
           .
       RUN-FINAL-PAY.
           OPEN I-O EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EMPLOYEE-MASTER OPEN FAILED, STATUS: "
                   WS-EMP-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM LOAD-PAY-PERIODS
               PERFORM LOAD-RETRO-PENDING
               PERFORM OPEN-SETTLEMENT-FILES
               OPEN OUTPUT FINAL-PAY-QUEUE
               PERFORM SETTLE-ONE-LEAVER
                   VARYING WS-FQ-SUB FROM 1 BY 1
                   UNTIL WS-FQ-SUB > WS-FQ-COUNT
               CLOSE FINAL-PAY-QUEUE
               PERFORM REWRITE-RETRO-PENDING
               PERFORM WRITE-BANK-TRAILER
               PERFORM POST-GL-JOURNAL
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM CLOSE-SETTLEMENT-FILES
               CLOSE EMPLOYEE-MASTER
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The queue is read whole before anything is paid, so it can
      * be written back holding only the settlements still owed.
      * An overflowed load would lose the dropped records on the
      * write-back, so the run refuses instead.
      *--------------------------------------------------------------
       LOAD-FINAL-PAY-QUEUE.
           MOVE ZERO TO WS-FQ-COUNT
           PERFORM READ-FINAL-PAY-QUEUE
           PERFORM STORE-QUEUE-ENTRY UNTIL WS-FQ-EOF
           EXIT
           .
       READ-FINAL-PAY-QUEUE.
           READ FINAL-PAY-QUEUE
               AT END MOVE "Y" TO WS-FQ-EOF-SW
           END-READ
           EXIT
           .
       STORE-QUEUE-ENTRY.
           IF WS-FQ-COUNT < 50
               ADD 1 TO WS-FQ-COUNT
               ADD 1 TO WS-QUEUED-COUNT
               MOVE FINAL-PAY-QUEUE-REC TO FQT-RECORD (WS-FQ-COUNT)
           ELSE
               SET WS-FQ-OVERFLOW TO TRUE
           END-IF
           PERFORM READ-FINAL-PAY-QUEUE
           EXIT
           .
       READ-CLOSED-YEAR.
           OPEN INPUT CLOSE-CONTROL
           IF WS-CLC-STATUS = "00"
               READ CLOSE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-CLOSED-YEAR IS NUMERIC
                           MOVE CC-CLOSED-YEAR TO WS-CLOSED-YEAR
                       END-IF
               END-READ
               CLOSE CLOSE-CONTROL
           END-IF
           EXIT
           .
       LOAD-PAY-PERIODS.
           MOVE ZERO TO WS-PRD-COUNT
           OPEN INPUT PAY-PERIOD-CONTROL
           IF WS-PRD-STATUS NOT = "00"
               MOVE "NO PAYPERD FILE, ALL SETTLEMENTS WILL HOLD"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM READ-PAY-PERIOD
               PERFORM STORE-PAY-PERIOD UNTIL WS-PRD-EOF
               CLOSE PAY-PERIOD-CONTROL
           END-IF
           EXIT
           .
       READ-PAY-PERIOD.
           READ PAY-PERIOD-CONTROL
               AT END MOVE "Y" TO WS-PRD-EOF-SW
           END-READ
           EXIT
           .
       STORE-PAY-PERIOD.
           IF WS-PRD-COUNT < 60
               ADD 1 TO WS-PRD-COUNT
               MOVE PP-PERIOD-ID  TO PPT-PERIOD-ID (WS-PRD-COUNT)
               MOVE PP-START-DATE TO PPT-START-DATE (WS-PRD-COUNT)
               MOVE PP-END-DATE   TO PPT-END-DATE (WS-PRD-COUNT)
               MOVE PP-STATUS     TO PPT-STATUS (WS-PRD-COUNT)
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYPERD TABLE FULL, PERIOD DROPPED: "
                   PP-PERIOD-ID
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           PERFORM READ-PAY-PERIOD
           EXIT
           .
      *--------------------------------------------------------------
      * Retro nets RETROPAY queued for a leaver are paid with the
      * settlement, since the bank record DATA3 would pay them to
      * is about to go.  The pending file is written back without
      * them; an overflowed load leaves the file and every retro
      * amount alone for DATA3, as before.
      *--------------------------------------------------------------
       LOAD-RETRO-PENDING.
           MOVE ZERO TO WS-RTP-COUNT
           OPEN INPUT RETRO-PENDING
           IF WS-RTP-STATUS = "00"
               SET WS-RTP-LOADED TO TRUE
               PERFORM READ-RETRO-PENDING
               PERFORM STORE-RETRO-PENDING UNTIL WS-RTP-EOF
               CLOSE RETRO-PENDING
               IF WS-RTP-OVERFLOW
                   MOVE "RETROPND TABLE OVERFLOWED, RETRO LEFT TO DATA3"
                       TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
       READ-RETRO-PENDING.
           READ RETRO-PENDING
               AT END MOVE "Y" TO WS-RTP-EOF-SW
           END-READ
           EXIT
           .
       STORE-RETRO-PENDING.
           IF WS-RTP-COUNT < 100
               ADD 1 TO WS-RTP-COUNT
               MOVE RP-EMP-NO     TO RPT-EMP-NO (WS-RTP-COUNT)
               MOVE RP-EMP-NAME   TO RPT-EMP-NAME (WS-RTP-COUNT)
               MOVE RP-NET-AMOUNT TO RPT-NET-AMOUNT (WS-RTP-COUNT)
               MOVE "N"           TO RPT-TAKEN-SW (WS-RTP-COUNT)
           ELSE
               SET WS-RTP-OVERFLOW TO TRUE
           END-IF
           PERFORM READ-RETRO-PENDING
           EXIT
           .
       REWRITE-RETRO-PENDING.
           IF WS-RTP-LOADED
               AND NOT WS-RTP-OVERFLOW
               AND WS-RTP-TAKEN > ZERO
               OPEN OUTPUT RETRO-PENDING
               PERFORM WRITE-RETRO-PENDING
                   VARYING WS-RTP-SUB FROM 1 BY 1
                   UNTIL WS-RTP-SUB > WS-RTP-COUNT
               CLOSE RETRO-PENDING
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RETRO PAYMENTS TAKEN INTO FINAL PAY: "
                   WS-RTP-TAKEN
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       WRITE-RETRO-PENDING.
           IF RPT-TAKEN-SW (WS-RTP-SUB) = "N"
               MOVE RPT-EMP-NO (WS-RTP-SUB)     TO RP-EMP-NO
               MOVE RPT-EMP-NAME (WS-RTP-SUB)   TO RP-EMP-NAME
               MOVE RPT-NET-AMOUNT (WS-RTP-SUB) TO RP-NET-AMOUNT
               WRITE RETRO-PENDING-REC
           END-IF
           EXIT
           .
       OPEN-SETTLEMENT-FILES.
           OPEN I-O LEAVE-LEDGER
           IF WS-LVE-STATUS = "00"
               SET WS-LVE-OPEN TO TRUE
           ELSE
               MOVE "NO LEAVE LEDGER, NO LEAVE PAID THIS RUN"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           OPEN I-O EMPLOYEE-BANK
           IF WS-BNK-STATUS = "00"
               SET WS-BNK-OPEN TO TRUE
           ELSE
               MOVE "NO BANK DETAILS MASTER, ALL PAID BY CHEQUE"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           OPEN I-O YTD-LEDGER
           IF WS-YTD-STATUS = "35"
               OPEN OUTPUT YTD-LEDGER
               CLOSE YTD-LEDGER
               OPEN I-O YTD-LEDGER
           END-IF
           IF WS-YTD-STATUS = "00"
               SET WS-YTD-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "YTD-LEDGER OPEN FAILED, STATUS: "
                   WS-YTD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           OPEN EXTEND PAYSLIP-EXTRACT
           IF WS-EXT-STATUS = "35"
               OPEN OUTPUT PAYSLIP-EXTRACT
           END-IF
           OPEN EXTEND MAINT-AUDIT
           IF WS-AUDT-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
           END-IF
           OPEN OUTPUT BANK-EXTRACT
           OPEN OUTPUT FINAL-PAY-REGISTER
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           WRITE FINAL-PAY-REGISTER-REC FROM WS-REGISTER-HEADER-LINE
           EXIT
           .
       CLOSE-SETTLEMENT-FILES.
           CLOSE PAYSLIP-EXTRACT
           CLOSE MAINT-AUDIT
           CLOSE BANK-EXTRACT
           CLOSE FINAL-PAY-REGISTER
           IF WS-LVE-OPEN
               CLOSE LEAVE-LEDGER
           END-IF
           IF WS-BNK-OPEN
               CLOSE EMPLOYEE-BANK
           END-IF
           IF WS-YTD-OPEN
               CLOSE YTD-LEDGER
           END-IF
           IF WS-CHQ-OPEN
               CLOSE CHEQUE-PRINT
           END-IF
           IF WS-EXC-OPEN
               CLOSE FINAL-PAY-EXCEPTIONS
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A leaver no longer on the master has already been settled
      * (or was never there), so the queue record is dropped; any
      * other refusal holds the record on the queue for next run.
      *--------------------------------------------------------------
       SETTLE-ONE-LEAVER.
           MOVE FQT-RECORD (WS-FQ-SUB) TO FINAL-PAY-QUEUE-REC
           MOVE "N" TO WS-HOLD-SW
           MOVE FQ-LEAVE-DATE TO WS-LEAVE-DATE-GRP
           MOVE FQ-EMP-NO TO EM-EMP-NO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-EX-REASON
                   PERFORM DROP-SETTLEMENT
               NOT INVALID KEY
                   PERFORM JUDGE-SETTLEMENT
           END-READ
           IF WS-HOLD
               WRITE FINAL-PAY-QUEUE-REC
           END-IF
           EXIT
           .
       JUDGE-SETTLEMENT.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           IF FQ-LEAVE-DATE IS NUMERIC
               PERFORM MATCH-LEAVE-PERIOD
                   VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
                       OR WS-PERIOD-FOUND
           END-IF
           EVALUATE TRUE
               WHEN FQ-LEAVE-DATE IS NOT NUMERIC
                   OR WS-LD-MM < 1 OR WS-LD-MM > 12
                   OR WS-LD-DD < 1 OR WS-LD-DD > 31
                   MOVE "LEAVING DATE INVALID" TO WS-EX-REASON
                   PERFORM DROP-SETTLEMENT
               WHEN FQ-LEAVE-DATE > WS-RUN-DATE
                   MOVE "LEAVING DATE NOT YET REACHED"
                       TO WS-EX-REASON
                   PERFORM HOLD-SETTLEMENT
               WHEN NOT WS-PERIOD-FOUND
                   MOVE "NO PAY PERIOD COVERS LEAVING DATE"
                       TO WS-EX-REASON
                   PERFORM HOLD-SETTLEMENT
               WHEN NOT WS-YTD-OPEN
                   MOVE "YTD LEDGER NOT AVAILABLE" TO WS-EX-REASON
                   PERFORM HOLD-SETTLEMENT
               WHEN OTHER
                   PERFORM COMPUTE-FINAL-GROSS
                   PERFORM SUM-LEAVER-RETRO
                   IF WS-FINAL-GROSS > 9999.99
                       OR WS-FINAL-GROSS + WS-RETRO-AMOUNT > 99999.99
                       MOVE "SETTLEMENT TOO LARGE, PAY MANUALLY"
                           TO WS-EX-REASON
                       PERFORM HOLD-SETTLEMENT
                   ELSE
                       PERFORM PAY-SETTLEMENT
                   END-IF
           END-EVALUATE
           EXIT
           .
       MATCH-LEAVE-PERIOD.
           IF FQ-LEAVE-DATE NOT < PPT-START-DATE (WS-PRD-SUB)
               AND FQ-LEAVE-DATE NOT > PPT-END-DATE (WS-PRD-SUB)
               SET WS-PERIOD-FOUND TO TRUE
               MOVE WS-PRD-SUB TO WS-PRD-MATCH
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * EM-SALARY is the pay for a whole period, so the daily rate
      * is salary over the days in the leaving period.  The days
      * worked run from the period start to the leaving date
      * inclusive; a period DATA3 has already paid (or closed)
      * earns no pro-rata.  Unused leave is paid at the daily rate.
      *--------------------------------------------------------------
       COMPUTE-FINAL-GROSS.
           MOVE PPT-START-DATE (WS-PRD-MATCH) TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
           MOVE PPT-END-DATE (WS-PRD-MATCH) TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER
           MOVE FQ-LEAVE-DATE TO WS-DN-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-LEAVE-DAY-NUMBER
           COMPUTE WS-PERIOD-DAYS =
               WS-END-DAY-NUMBER - WS-START-DAY-NUMBER + 1
           COMPUTE WS-DAYS-WORKED =
               WS-LEAVE-DAY-NUMBER - WS-START-DAY-NUMBER + 1
           IF PPT-STATUS (WS-PRD-MATCH) = "P"
               OR PPT-STATUS (WS-PRD-MATCH) = "C"
               MOVE ZERO TO WS-PRORATA-PAY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PERIOD " PPT-PERIOD-ID (WS-PRD-MATCH)
                   " ALREADY PAID, NO PRO-RATA FOR " FQ-EMP-NO
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               COMPUTE WS-PRORATA-PAY ROUNDED =
                   EM-SALARY * WS-DAYS-WORKED / WS-PERIOD-DAYS
           END-IF
           MOVE ZERO TO WS-LEAVE-DAYS
           MOVE "N" TO WS-LEAVE-FOUND-SW
           IF WS-LVE-OPEN
               MOVE FQ-EMP-NO TO LV-EMP-NO
               READ LEAVE-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LEAVE-FOUND TO TRUE
                       MOVE LV-BALANCE TO WS-LEAVE-DAYS
               END-READ
           END-IF
           COMPUTE WS-LEAVE-PAY ROUNDED =
               EM-SALARY * WS-LEAVE-DAYS / WS-PERIOD-DAYS
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-LEAVE-PAY
           END-COMPUTE
           COMPUTE WS-FINAL-GROSS = WS-PRORATA-PAY + WS-LEAVE-PAY
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-FINAL-GROSS
           END-COMPUTE
           EXIT
           .
       COMPUTE-DAY-NUMBER.
           SUBTRACT 1 FROM WS-DN-YYYY GIVING WS-DN-PRIOR-YEARS
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAP-DAYS
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
           SUBTRACT WS-DN-QUOTIENT FROM WS-DN-LEAP-DAYS
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
           ADD WS-DN-QUOTIENT TO WS-DN-LEAP-DAYS
           COMPUTE WS-DAY-NUMBER =
               WS-DN-PRIOR-YEARS * 365 + WS-DN-LEAP-DAYS
               + MS-DAYS-BEFORE (WS-DN-MM) + WS-DN-DD
           IF WS-DN-MM > 2
               DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REM-4
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REM-100
               DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REM-400
               IF WS-DN-REM-4 = ZERO
                   AND (WS-DN-REM-100 NOT = ZERO
                       OR WS-DN-REM-400 = ZERO)
                   ADD 1 TO WS-DAY-NUMBER
               END-IF
           END-IF
           EXIT
           .
       SUM-LEAVER-RETRO.
           MOVE ZERO TO WS-RETRO-AMOUNT
           IF WS-RTP-LOADED
               AND NOT WS-RTP-OVERFLOW
               PERFORM ADD-LEAVER-RETRO
                   VARYING WS-RTP-SUB FROM 1 BY 1
                   UNTIL WS-RTP-SUB > WS-RTP-COUNT
           END-IF
           EXIT
           .
       ADD-LEAVER-RETRO.
           IF RPT-EMP-NO (WS-RTP-SUB) = FQ-EMP-NO
               AND RPT-TAKEN-SW (WS-RTP-SUB) = "N"
               ADD RPT-NET-AMOUNT (WS-RTP-SUB) TO WS-RETRO-AMOUNT
           END-IF
           EXIT
           .
       TAKE-LEAVER-RETRO.
           IF RPT-EMP-NO (WS-RTP-SUB) = FQ-EMP-NO
               AND RPT-TAKEN-SW (WS-RTP-SUB) = "N"
               MOVE "Y" TO RPT-TAKEN-SW (WS-RTP-SUB)
               ADD 1 TO WS-RTP-TAKEN
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Tax, ledger, payslip and payment first; the employee's
      * records are retired only once the money is on its way.
      * The retro nets were taxed and posted by RETROPAY, so they
      * ride the payment untouched.
      *--------------------------------------------------------------
       PAY-SETTLEMENT.
           MOVE EM-EMP-NAME TO WS-LEAVER-NAME
           MOVE WS-FINAL-GROSS TO WS-GROSS-PAY
           MOVE WS-GROSS-PAY TO WS-SALARY-WHOLE
           CALL "TAXBRKT" USING WS-SALARY-WHOLE WS-WH-RATE-VAL
               WS-WH-BRACKET-ID
           COMPUTE WS-WITHHOLDING = WS-GROSS-PAY * WS-WH-RATE-VAL
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-WITHHOLDING
           COMPUTE WS-PAY-AMOUNT = WS-NET-PAY + WS-RETRO-AMOUNT
           IF WS-RETRO-AMOUNT > ZERO
               PERFORM TAKE-LEAVER-RETRO
                   VARYING WS-RTP-SUB FROM 1 BY 1
                   UNTIL WS-RTP-SUB > WS-RTP-COUNT
           END-IF
           PERFORM POST-YTD-LEDGER
           PERFORM WRITE-FINAL-PAYSLIP
           MOVE "N" TO WS-BANK-FOUND-SW
           IF WS-PAY-AMOUNT = ZERO
               MOVE "NONE  " TO WS-PAY-METHOD
           ELSE
               PERFORM WRITE-BANK-DETAIL
           END-IF
           PERFORM RETIRE-EMPLOYEE
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-GROSS-PAY    TO WS-TOTAL-GROSS
           ADD WS-WITHHOLDING  TO WS-TOTAL-WITHHELD
           ADD WS-NET-PAY      TO WS-TOTAL-NET
           ADD WS-RETRO-AMOUNT TO WS-TOTAL-RETRO
           ADD WS-PAY-AMOUNT   TO WS-TOTAL-PAID
           PERFORM WRITE-SETTLEMENT-LINES
           EXIT
           .
       POST-YTD-LEDGER.
           MOVE EM-EMP-NO TO YL-EMP-NO
           READ YTD-LEDGER
               INVALID KEY
                   PERFORM INIT-YTD-RECORD
                   PERFORM ADD-TO-YTD-QUARTER
                   WRITE YTD-LEDGER-REC
               NOT INVALID KEY
                   IF YL-YEAR NOT = WS-RUN-YYYY
                       PERFORM INIT-YTD-RECORD
                   END-IF
                   PERFORM ADD-TO-YTD-QUARTER
                   REWRITE YTD-LEDGER-REC
           END-READ
           EXIT
           .
       INIT-YTD-RECORD.
           MOVE EM-EMP-NO     TO YL-EMP-NO
           MOVE EM-EMP-NAME   TO YL-EMP-NAME
           MOVE WS-RUN-YYYY   TO YL-YEAR
           MOVE ZERO TO YL-QTR-GROSS (1) YL-QTR-GROSS (2)
                        YL-QTR-GROSS (3) YL-QTR-GROSS (4)
           MOVE ZERO TO YL-QTR-WITHHELD (1) YL-QTR-WITHHELD (2)
                        YL-QTR-WITHHELD (3) YL-QTR-WITHHELD (4)
           MOVE ZERO TO YL-QTR-DEDUCT (1) YL-QTR-DEDUCT (2)
                        YL-QTR-DEDUCT (3) YL-QTR-DEDUCT (4)
           MOVE ZERO TO YL-QTR-NET (1) YL-QTR-NET (2)
                        YL-QTR-NET (3) YL-QTR-NET (4)
           MOVE ZERO TO YL-QTR-PENSION (1) YL-QTR-PENSION (2)
                        YL-QTR-PENSION (3) YL-QTR-PENSION (4)
           MOVE ZERO TO YL-QTR-EMPR-PENSION (1)
                        YL-QTR-EMPR-PENSION (2)
                        YL-QTR-EMPR-PENSION (3)
                        YL-QTR-EMPR-PENSION (4)
           EXIT
           .
       ADD-TO-YTD-QUARTER.
           ADD WS-GROSS-PAY   TO YL-QTR-GROSS (WS-QUARTER)
           ADD WS-WITHHOLDING TO YL-QTR-WITHHELD (WS-QUARTER)
           ADD WS-NET-PAY     TO YL-QTR-NET (WS-QUARTER)
           EXIT
           .
       WRITE-FINAL-PAYSLIP.
           MOVE EM-EMP-NO        TO PX-EMP-NO
           MOVE EM-EMP-NAME      TO PX-EMP-NAME
           MOVE EM-COUNTY-NAME   TO PX-COUNTY-NAME
           MOVE WS-GROSS-PAY     TO PX-GROSS-PAY
           MOVE WS-WH-RATE-VAL   TO PX-BRACKET-RATE
           MOVE WS-WH-BRACKET-ID TO PX-BRACKET-ID
           MOVE WS-WITHHOLDING   TO PX-WITHHOLDING
           MOVE WS-NET-PAY       TO PX-NET-PAY
           MOVE PPT-PERIOD-ID (WS-PRD-MATCH) TO PX-PERIOD-ID
           MOVE SPACES TO PX-DED-CODE (1) PX-DED-CODE (2)
                          PX-DED-CODE (3) PX-DED-CODE (4)
           MOVE ZERO TO PX-DED-AMOUNT (1) PX-DED-AMOUNT (2)
                        PX-DED-AMOUNT (3) PX-DED-AMOUNT (4)
           MOVE ZERO TO PX-TOTAL-DEDUCT
           MOVE ZERO TO PX-LEAVE-BAL
           MOVE SPACES TO PX-ORD-NO (1) PX-ORD-NO (2) PX-ORD-NO (3)
           MOVE ZERO TO PX-ORD-AMOUNT (1) PX-ORD-AMOUNT (2)
                        PX-ORD-AMOUNT (3)
           MOVE ZERO TO PX-ORD-ARREARS (1) PX-ORD-ARREARS (2)
                        PX-ORD-ARREARS (3)
           MOVE ZERO TO PX-TOTAL-ORDERS
           MOVE SPACES TO PX-EXP-CATEGORY (1) PX-EXP-CATEGORY (2)
                          PX-EXP-CATEGORY (3)
           MOVE ZERO TO PX-EXP-AMOUNT (1) PX-EXP-AMOUNT (2)
                        PX-EXP-AMOUNT (3)
           MOVE ZERO TO PX-TOTAL-EXPENSES
           MOVE SPACES TO PX-PENSION-SCHEME
           MOVE ZERO TO PX-PENSION-EMP PX-PENSION-EMPR
           WRITE PAYSLIP-EXTRACT-REC
           EXIT
           .
       WRITE-BANK-DETAIL.
           IF WS-BNK-OPEN
               MOVE EM-EMP-NO TO EB-EMP-NO
               READ EMPLOYEE-BANK
                   INVALID KEY
                       PERFORM WRITE-CHEQUE-LINE
                   NOT INVALID KEY
                       SET WS-BANK-FOUND TO TRUE
                       MOVE EM-EMP-NO     TO WS-BD-EMP-NO
                       MOVE EM-EMP-NAME   TO WS-BD-EMP-NAME
                       MOVE WS-PAY-AMOUNT TO WS-BD-NET-AMOUNT
                       MOVE PPT-PERIOD-ID (WS-PRD-MATCH)
                           TO WS-BD-PERIOD-ID
                       MOVE EB-SORT-CODE  TO WS-BD-SORT-CODE
                       MOVE EB-ACCT-NO    TO WS-BD-ACCT-NO
                       MOVE EB-ACCT-NAME  TO WS-BD-ACCT-NAME
                       WRITE BANK-EXTRACT-REC FROM WS-BANK-DETAIL-REC
                       ADD 1 TO WS-BANK-COUNT
                       ADD WS-PAY-AMOUNT TO WS-BANK-HASH
                       MOVE "BANK  " TO WS-PAY-METHOD
               END-READ
           ELSE
               PERFORM WRITE-CHEQUE-LINE
           END-IF
           EXIT
           .
       WRITE-CHEQUE-LINE.
           IF NOT WS-CHQ-OPEN
               OPEN OUTPUT CHEQUE-PRINT
               SET WS-CHQ-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-CHEQUE-COUNT
           MOVE EM-EMP-NO     TO WS-CQ-EMP-NO
           MOVE EM-EMP-NAME   TO WS-CQ-EMP-NAME
           MOVE WS-PAY-AMOUNT TO WS-CQ-AMOUNT
           MOVE PPT-PERIOD-ID (WS-PRD-MATCH) TO WS-CQ-PERIOD-ID
           PERFORM ISSUE-CHEQUE-SERIAL
           WRITE CHEQUE-PRINT-REC FROM WS-CHEQUE-LINE
           MOVE "CHEQUE" TO WS-PAY-METHOD
           MOVE CHEQUE-PRINT-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * A cheque CHQISSUE could not register still prints (the
      * leaver is owed the money) but with serial zero and an
      * ERROR, so it is numbered and registered by hand.
      *--------------------------------------------------------------
       ISSUE-CHEQUE-SERIAL.
           MOVE WS-PAY-AMOUNT TO WS-CHQ-AMOUNT
           MOVE PPT-PERIOD-ID (WS-PRD-MATCH) TO WS-CHQ-PERIOD-ID
           CALL "CHQISSUE" USING WS-LOG-PROGRAM WS-RUN-DATE
               EM-EMP-NO EM-EMP-NAME WS-CHQ-AMOUNT
               WS-CHQ-PERIOD-ID WS-CHQ-SERIAL WS-CHQ-RESULT
           MOVE WS-CHQ-SERIAL TO WS-CQ-SERIAL
           EVALUATE WS-CHQ-RESULT
               WHEN ZERO
                   CONTINUE
               WHEN 04
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "POSPAY NOT WRITTEN FOR CHEQUE "
                       WS-CHQ-SERIAL DELIMITED BY SIZE
                       INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CHEQUE ISSUE FAILED FOR EMPLOYEE "
                       EM-EMP-NO ", RESULT: " WS-CHQ-RESULT
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * The master goes with BEFORE and DELETED images on EMPAUDT,
      * the way EMPMNT used to delete it, so MSTRFWD replays the
      * termination.  The leave and bank records read for the
      * settlement go with it.
      *--------------------------------------------------------------
       RETIRE-EMPLOYEE.
           MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           DELETE EMPLOYEE-MASTER
           MOVE "DELETED" TO WS-AU-IMAGE-TYPE
           MOVE SPACES TO EMPLOYEE-MASTER-REC
           MOVE FQ-EMP-NO TO EM-EMP-NO
           PERFORM WRITE-AUDIT-IMAGE
           IF WS-LEAVE-FOUND
               DELETE LEAVE-LEDGER
           END-IF
           IF WS-BNK-OPEN
               IF NOT WS-BANK-FOUND
                   MOVE FQ-EMP-NO TO EB-EMP-NO
                   READ EMPLOYEE-BANK
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-BANK-FOUND TO TRUE
                   END-READ
               END-IF
               IF WS-BANK-FOUND
                   DELETE EMPLOYEE-BANK
               END-IF
           END-IF
           EXIT
           .
       WRITE-AUDIT-IMAGE.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           ACCEPT WS-AU-TIME FROM TIME
           MOVE EMPLOYEE-MASTER-REC TO WS-AU-IMAGE
           WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE
           EXIT
           .
       WRITE-SETTLEMENT-LINES.
           MOVE FQ-EMP-NO       TO WS-SL-EMP-NO
           MOVE WS-LEAVER-NAME  TO WS-SL-EMP-NAME
           MOVE FQ-LEAVE-DATE   TO WS-SL-LEAVE-DATE
           MOVE PPT-PERIOD-ID (WS-PRD-MATCH) TO WS-SL-PERIOD-ID
           MOVE WS-DAYS-WORKED  TO WS-SL-DAYS-WORKED
           MOVE WS-PERIOD-DAYS  TO WS-SL-PERIOD-DAYS
           MOVE WS-LEAVE-DAYS   TO WS-SL-LEAVE-DAYS
           WRITE FINAL-PAY-REGISTER-REC FROM WS-SETTLE-LINE
           MOVE FINAL-PAY-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE WS-PRORATA-PAY  TO WS-AL-PRORATA
           MOVE WS-LEAVE-PAY    TO WS-AL-LEAVE-PAY
           MOVE WS-WITHHOLDING  TO WS-AL-TAX
           MOVE WS-RETRO-AMOUNT TO WS-AL-RETRO
           MOVE WS-PAY-AMOUNT   TO WS-AL-PAID
           MOVE WS-PAY-METHOD   TO WS-AL-METHOD
           WRITE FINAL-PAY-REGISTER-REC FROM WS-AMOUNT-LINE
           MOVE FINAL-PAY-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       HOLD-SETTLEMENT.
           SET WS-HOLD TO TRUE
           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD   " TO WS-EX-DISPOSITION
           PERFORM WRITE-EXCEPTION
           EXIT
           .
       DROP-SETTLEMENT.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE "DROPPED" TO WS-EX-DISPOSITION
           PERFORM WRITE-EXCEPTION
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT FINAL-PAY-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           MOVE FQ-EMP-NO     TO WS-EX-EMP-NO
           MOVE FQ-LEAVE-DATE TO WS-EX-LEAVE-DATE
           WRITE FINAL-PAY-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE FINAL-PAY-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-BANK-TRAILER.
           MOVE WS-BANK-COUNT TO WS-BT-RECORD-COUNT
           MOVE WS-BANK-HASH  TO WS-BT-HASH-TOTAL
           WRITE BANK-EXTRACT-REC FROM WS-BANK-TRAILER-REC
           EXIT
           .
      *--------------------------------------------------------------
      * The settlement gross, its withholding and its net post as
      * DATA3's register does: SALEXP debit against WHPAY and
      * NETPAY credits.  Retro nets were never journaled by
      * RETROPAY and are not journaled here either.
      *--------------------------------------------------------------
       POST-GL-JOURNAL.
           IF WS-TOTAL-GROSS > ZERO
               MOVE "SALEXP  "     TO WS-GL-ACCOUNT
               MOVE "D"            TO WS-GL-DC
               MOVE WS-TOTAL-GROSS TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
               MOVE "WHPAY   "        TO WS-GL-ACCOUNT
               MOVE "C"               TO WS-GL-DC
               MOVE WS-TOTAL-WITHHELD TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
               MOVE "NETPAY  "   TO WS-GL-ACCOUNT
               MOVE "C"          TO WS-GL-DC
               MOVE WS-TOTAL-NET TO WS-GL-AMOUNT
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
       WRITE-REGISTER-TOTALS.
           MOVE "LEAVERS QUEUED       " TO WS-RT-LABEL
           MOVE WS-QUEUED-COUNT         TO WS-RT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE "LEAVERS SETTLED      " TO WS-RT-LABEL
           MOVE WS-SETTLED-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE "LEAVERS HELD         " TO WS-RT-LABEL
           MOVE WS-HELD-COUNT           TO WS-RT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE "LEAVERS DROPPED      " TO WS-RT-LABEL
           MOVE WS-DROPPED-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE "PAID BY CHEQUE       " TO WS-RT-LABEL
           MOVE WS-CHEQUE-COUNT         TO WS-RT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE "TOTAL FINAL GROSS    " TO WS-AT-LABEL
           MOVE WS-TOTAL-GROSS          TO WS-AT-AMOUNT
           PERFORM WRITE-AMOUNT-TOTAL
           MOVE "TOTAL WITHHELD       " TO WS-AT-LABEL
           MOVE WS-TOTAL-WITHHELD       TO WS-AT-AMOUNT
           PERFORM WRITE-AMOUNT-TOTAL
           MOVE "TOTAL RETRO INCLUDED " TO WS-AT-LABEL
           MOVE WS-TOTAL-RETRO          TO WS-AT-AMOUNT
           PERFORM WRITE-AMOUNT-TOTAL
           MOVE "TOTAL PAID           " TO WS-AT-LABEL
           MOVE WS-TOTAL-PAID           TO WS-AT-AMOUNT
           PERFORM WRITE-AMOUNT-TOTAL
           EXIT
           .
       WRITE-COUNT-TOTAL.
           WRITE FINAL-PAY-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE FINAL-PAY-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-AMOUNT-TOTAL.
           WRITE FINAL-PAY-REGISTER-REC FROM WS-AMOUNT-TOTAL-LINE
           MOVE FINAL-PAY-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
