       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQISSUE.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Shared cheque issue routine,
      *             CALLed for every pay cheque printed (DATA3's
      *             regular and retro cheques, FINPAY, the CHQREISS
      *             reissue run), the way GLPOST is shared for
      *             journals.  Each call takes the next serial from
      *             the CHQCTL cheque-number control file, records
      *             the cheque as issued on the CHQREG cheque
      *             register and adds an issue record to the POSPAY
      *             positive-pay file for the bank, then hands the
      *             serial back to be printed on the cheque.  Result
      *             00 is issued; 12 means the register could not
      *             take the cheque, the serial is zero and the
      *             control is left as it was; 04 means the cheque
      *             is issued but POSPAY could not be written, so
      *             the bank must be told by hand.  A missing CHQCTL
      *             starts the numbering at 00000001.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-CONTROL ASSIGN TO "CHQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-SERIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT POSITIVE-PAY ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-CONTROL.
       01  CHEQUE-CONTROL-REC.
           05  CN-NEXT-SERIAL      PIC 9(8).
       FD  CHEQUE-REGISTER.
       COPY CHQREG.
       FD  POSITIVE-PAY.
       COPY POSPAY.

       WORKING-STORAGE SECTION.
       77  WS-CTL-STATUS           PIC X(2)  VALUE "00".
       77  WS-REG-STATUS           PIC X(2)  VALUE "00".
       77  WS-POS-STATUS           PIC X(2)  VALUE "00".
       77  WS-NEXT-SERIAL          PIC 9(8)  VALUE ZERO.
       77  WS-DONE-SW              PIC X(1)  VALUE "N".
           88  WS-DONE                       VALUE "Y".

       LINKAGE SECTION.
       01  LK-SOURCE               PIC X(8).
       01  LK-RUN-DATE             PIC 9(8).
       01  LK-EMP-NO               PIC 9(5).
       01  LK-EMP-NAME             PIC X(20).
       01  LK-AMOUNT               PIC 9(7)V99.
       01  LK-PERIOD-ID            PIC X(6).
       01  LK-SERIAL               PIC 9(8).
       01  LK-RESULT               PIC 9(2).

       PROCEDURE DIVISION USING LK-SOURCE LK-RUN-DATE LK-EMP-NO
               LK-EMP-NAME LK-AMOUNT LK-PERIOD-ID LK-SERIAL
               LK-RESULT.
       Begin.
           MOVE ZERO TO LK-RESULT
           MOVE ZERO TO LK-SERIAL
           PERFORM READ-NEXT-SERIAL
           PERFORM REGISTER-CHEQUE
           IF LK-RESULT = ZERO
               MOVE WS-NEXT-SERIAL TO LK-SERIAL
               PERFORM WRITE-POSITIVE-PAY
               ADD 1 TO WS-NEXT-SERIAL
               PERFORM WRITE-NEXT-SERIAL
           END-IF
           GOBACK
           .
       READ-NEXT-SERIAL.
           MOVE 1 TO WS-NEXT-SERIAL
           OPEN INPUT CHEQUE-CONTROL
           IF WS-CTL-STATUS = "00"
               READ CHEQUE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CN-NEXT-SERIAL IS NUMERIC
                           AND CN-NEXT-SERIAL > ZERO
                           MOVE CN-NEXT-SERIAL TO WS-NEXT-SERIAL
                       END-IF
               END-READ
               CLOSE CHEQUE-CONTROL
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The register is the proof of issue: a serial already on it
      * (a control file restored from an old copy) is stepped over
      * rather than issued twice.
      *--------------------------------------------------------------
       REGISTER-CHEQUE.
           OPEN I-O CHEQUE-REGISTER
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT CHEQUE-REGISTER
               CLOSE CHEQUE-REGISTER
               OPEN I-O CHEQUE-REGISTER
           END-IF
           IF WS-REG-STATUS NOT = "00"
               MOVE 12 TO LK-RESULT
           ELSE
               MOVE "N" TO WS-DONE-SW
               PERFORM WRITE-REGISTER-ENTRY UNTIL WS-DONE
               CLOSE CHEQUE-REGISTER
           END-IF
           EXIT
           .
       WRITE-REGISTER-ENTRY.
           MOVE WS-NEXT-SERIAL TO CR-SERIAL
           MOVE LK-RUN-DATE    TO CR-ISSUE-DATE
           MOVE LK-SOURCE      TO CR-SOURCE
           MOVE LK-EMP-NO      TO CR-EMP-NO
           MOVE LK-EMP-NAME    TO CR-EMP-NAME
           MOVE LK-AMOUNT      TO CR-AMOUNT
           MOVE LK-PERIOD-ID   TO CR-PERIOD-ID
           SET CR-ISSUED       TO TRUE
           MOVE LK-RUN-DATE    TO CR-STATUS-DATE
           WRITE CHEQUE-REGISTER-REC
               INVALID KEY
                   IF WS-REG-STATUS = "22"
                       ADD 1 TO WS-NEXT-SERIAL
                   ELSE
                       MOVE 12 TO LK-RESULT
                       SET WS-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-DONE TO TRUE
           END-WRITE
           EXIT
           .
       WRITE-POSITIVE-PAY.
           OPEN EXTEND POSITIVE-PAY
           IF WS-POS-STATUS = "35"
               OPEN OUTPUT POSITIVE-PAY
           END-IF
           IF WS-POS-STATUS = "00"
               SET PV-IS-ISSUE     TO TRUE
               MOVE WS-NEXT-SERIAL TO PV-SERIAL
               MOVE LK-RUN-DATE    TO PV-ISSUE-DATE
               MOVE LK-AMOUNT      TO PV-AMOUNT
               MOVE LK-EMP-NAME    TO PV-PAYEE
               MOVE LK-RUN-DATE    TO PV-ACTION-DATE
               WRITE POSITIVE-PAY-REC
               CLOSE POSITIVE-PAY
           ELSE
               MOVE 04 TO LK-RESULT
           END-IF
           EXIT
           .
       WRITE-NEXT-SERIAL.
           OPEN OUTPUT CHEQUE-CONTROL
           MOVE WS-NEXT-SERIAL TO CN-NEXT-SERIAL
           WRITE CHEQUE-CONTROL-REC
           CLOSE CHEQUE-CONTROL
           EXIT
           .
