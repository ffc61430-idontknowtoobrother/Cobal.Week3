       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Pay-run variance check, run after
      *             DATA3 and before anything goes to the bank: each
      *             employee's gross, withholding, deductions and
      *             net on this run's PAYEXTR are compared with what
      *             the last released run paid them (PAYLAST), and
      *             a swing past tolerance, a new payee, a payee
      *             missing since last time and a zero or negative
      *             net are listed on the PAYVRPT review report.
      *             BANKEXT is held: it is only copied to BANKREL,
      *             the file that goes to the bank, once every
      *             flagged employee is signed off for the period on
      *             the PAYAPPR approval file (employee 00000 signs
      *             off the whole period).  Until then BANKREL is
      *             left empty and PAYVAR is rerun after sign-off.
      *             On release the run's slips are added to the
      *             PAYRHIST pay history and PAYLAST is replaced
      *             with this run's figures; PAYRELCT records the
      *             released run so a rerun cannot release it twice.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-EXTRACT ASSIGN TO "BANKEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT BANK-RELEASE ASSIGN TO "BANKREL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-EXTRACT ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT PAY-LAST ASSIGN TO "PAYLAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-EMP-NO
               FILE STATUS IS WS-PLS-STATUS.
           SELECT PAY-RUN-HISTORY ASSIGN TO "PAYRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT PAY-APPROVAL ASSIGN TO "PAYAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT RELEASE-CONTROL ASSIGN TO "PAYRELCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "PAYVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-EXTRACT.
       01  BANK-EXTRACT-REC        PIC X(73).
       FD  BANK-RELEASE.
       01  BANK-RELEASE-REC        PIC X(73).
       FD  PAYSLIP-EXTRACT.
       COPY PAYEXTR.
       FD  PAY-LAST.
       COPY PAYLAST.
       FD  PAY-RUN-HISTORY.
       COPY PAYRHIST.
       FD  PAY-APPROVAL.
       01  PAY-APPROVAL-REC.
           05  PA-PERIOD-ID        PIC X(6).
           05  PA-EMP-NO           PIC 9(5).
           05  PA-APPROVER         PIC X(8).
       FD  RELEASE-CONTROL.
       01  RELEASE-CONTROL-REC.
           05  RC-PERIOD-ID        PIC X(6).
           05  RC-RECORD-COUNT     PIC 9(7).
           05  RC-HASH-TOTAL       PIC 9(9)V99.
           05  RC-RELEASE-DATE     PIC 9(8).
       FD  VARIANCE-REPORT.
       01  VARIANCE-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BANK-TRAILER-REC.
           05  WS-BT-RECORD-TYPE  PIC X(1).
           05  WS-BT-RECORD-COUNT PIC 9(7).
           05  WS-BT-HASH-TOTAL   PIC 9(9)V99.
           05  WS-BT-PERIOD-ID    PIC X(6).
           05  FILLER             PIC X(48).

      *--------------------------------------------------------------
      * This run's payees, one entry per employee however many
      * slips they have in the period, with the last run's figures
      * alongside once PAYLAST has been read.
      *--------------------------------------------------------------
       01  RUN-PAYEE-TABLE.
           05  RPY-ENTRY OCCURS 500 TIMES.
               10  RPY-EMP-NO      PIC 9(5).
               10  RPY-EMP-NAME    PIC X(20).
               10  RPY-GROSS       PIC 9(5)V99.
               10  RPY-WITHHELD    PIC 9(5)V99.
               10  RPY-DEDUCT      PIC 9(5)V99.
               10  RPY-NET         PIC 9(5)V99.
               10  RPY-LAST-SW     PIC X(1).
               10  RPY-LAST-GROSS  PIC 9(5)V99.
               10  RPY-LAST-WITHHELD PIC 9(5)V99.
               10  RPY-LAST-DEDUCT PIC 9(5)V99.
               10  RPY-LAST-NET    PIC 9(5)V99.

       01  APPROVAL-TABLE.
           05  APT-ENTRY OCCURS 200 TIMES.
               10  APT-EMP-NO      PIC 9(5).
               10  APT-APPROVER    PIC X(8).

       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(24)
               VALUE "PAY-RUN VARIANCE REVIEW".
           05  FILLER              PIC X(8)  VALUE " PERIOD ".
           05  WS-RH-PERIOD-ID     PIC X(6).
           05  FILLER              PIC X(10) VALUE " RUN DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(27) VALUE "EMP   NAME".
           05  FILLER              PIC X(15) VALUE "CHECK".
           05  FILLER              PIC X(9)  VALUE "PREVIOUS".
           05  FILLER              PIC X(10) VALUE " CURRENT".
           05  FILLER              PIC X(19) VALUE "SIGN-OFF".

       01  WS-FLAG-LINE.
           05  WS-FL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-FL-EMP-NAME      PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-FL-CHECK         PIC X(14).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-FL-PREVIOUS      PIC ZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-FL-CURRENT       PIC ZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-FL-SIGN-OFF      PIC X(19).

       01  WS-SIGNED-OFF-TEXT.
           05  FILLER              PIC X(11) VALUE "SIGNED OFF ".
           05  WS-SO-APPROVER      PIC X(8).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(30).
           05  WS-TL-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       77  WS-EXT-STATUS           PIC X(2)    VALUE "00".
       77  WS-PAY-STATUS           PIC X(2)    VALUE "00".
       77  WS-PLS-STATUS           PIC X(2)    VALUE "00".
       77  WS-HST-STATUS           PIC X(2)    VALUE "00".
       77  WS-APR-STATUS           PIC X(2)    VALUE "00".
       77  WS-REL-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-TRAILER-SW           PIC X(1)    VALUE "N".
           88  WS-TRAILER-FOUND                VALUE "Y".
       77  WS-RELEASED-SW          PIC X(1)    VALUE "N".
           88  WS-ALREADY-RELEASED             VALUE "Y".
       77  WS-TABLE-FULL-SW        PIC X(1)    VALUE "N".
           88  WS-TABLE-FULL                   VALUE "Y".
       77  WS-PLS-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-PLS-OPEN                     VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-RUN-PERIOD-ID        PIC X(6)    VALUE SPACES.
       77  WS-RPY-COUNT            PIC 9(3)    VALUE ZERO.
       77  WS-RPY-SUB              PIC 9(3)    VALUE ZERO.
       77  WS-RPY-MATCH            PIC 9(3)    VALUE ZERO.
       77  WS-APT-COUNT            PIC 9(3)    VALUE ZERO.
       77  WS-APT-SUB              PIC 9(3)    VALUE ZERO.
       77  WS-SLIP-DEDUCT          PIC 9(5)V99 VALUE ZERO.
       77  WS-TOLERANCE-PCT        PIC 9(3)    VALUE 20.
       77  WS-TOLERANCE-FLOOR      PIC 9(5)V99 VALUE 50.00.
       77  WS-PREV-AMOUNT          PIC 9(5)V99 VALUE ZERO.
       77  WS-CURR-AMOUNT          PIC 9(5)V99 VALUE ZERO.
       77  WS-SWING                PIC S9(6)V99 VALUE ZERO.
       77  WS-FLAG-EMP-NO          PIC 9(5)    VALUE ZERO.
       77  WS-FLAG-EMP-NAME        PIC X(20)   VALUE SPACES.
       77  WS-FLAG-CHECK           PIC X(14)   VALUE SPACES.
       77  WS-FLAG-APPROVER        PIC X(8)    VALUE SPACES.
       77  WS-COMPARED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-OTHER-SLIP-COUNT     PIC 9(5)    VALUE ZERO.
       77  WS-FLAGGED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-SIGNED-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-AWAITING-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-HISTORY-COUNT        PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "PAYVAR".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-BANK-TRAILER
           IF WS-TRAILER-FOUND
               PERFORM CHECK-ALREADY-RELEASED
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-FOUND
                   CONTINUE
               WHEN WS-ALREADY-RELEASED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "BANK FILE ALREADY RELEASED FOR PERIOD "
                       WS-RUN-PERIOD-ID DELIMITED BY SIZE
                       INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               WHEN OTHER
                   PERFORM REVIEW-PAY-RUN
           END-EVALUATE
           GOBACK
           .
      *--------------------------------------------------------------
      * The BANKEXT trailer names the period the run was posted
      * against and carries the count and hash that identify it.
      *--------------------------------------------------------------
       READ-BANK-TRAILER.
           OPEN INPUT BANK-EXTRACT
           IF WS-EXT-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "BANKEXT OPEN FAILED, STATUS: "
                   WS-EXT-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-BANK-EXTRACT
               PERFORM FIND-BANK-TRAILER UNTIL WS-EOF
               CLOSE BANK-EXTRACT
               IF WS-TRAILER-FOUND
                   MOVE WS-BT-PERIOD-ID TO WS-RUN-PERIOD-ID
               ELSE
                   MOVE "BANKEXT HAS NO TRAILER, NOTHING RELEASED"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
       READ-BANK-EXTRACT.
           READ BANK-EXTRACT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       FIND-BANK-TRAILER.
           IF BANK-EXTRACT-REC (1:1) = "T"
               MOVE BANK-EXTRACT-REC TO WS-BANK-TRAILER-REC
               SET WS-TRAILER-FOUND TO TRUE
           END-IF
           PERFORM READ-BANK-EXTRACT
           EXIT
           .
       CHECK-ALREADY-RELEASED.
           OPEN INPUT RELEASE-CONTROL
           IF WS-REL-STATUS = "00"
               READ RELEASE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-PERIOD-ID = WS-BT-PERIOD-ID
                           AND RC-RECORD-COUNT = WS-BT-RECORD-COUNT
                           AND RC-HASH-TOTAL = WS-BT-HASH-TOTAL
                           SET WS-ALREADY-RELEASED TO TRUE
                       END-IF
               END-READ
               CLOSE RELEASE-CONTROL
           END-IF
           EXIT
           .
       REVIEW-PAY-RUN.
           PERFORM LOAD-RUN-PAYEES
           IF WS-PAY-STATUS = "00"
               PERFORM LOAD-APPROVALS
               PERFORM OPEN-PAY-LAST
           END-IF
           IF WS-PLS-OPEN
               OPEN OUTPUT VARIANCE-REPORT
               MOVE WS-RUN-PERIOD-ID TO WS-RH-PERIOD-ID
               MOVE WS-RUN-DATE      TO WS-RH-RUN-DATE
               WRITE VARIANCE-REPORT-REC FROM WS-REPORT-HEADER-LINE
               WRITE VARIANCE-REPORT-REC FROM WS-COLUMN-LINE
               PERFORM FIND-MISSING-PAYEES
               PERFORM COMPARE-RUN-PAYEE
                   VARYING WS-RPY-SUB FROM 1 BY 1
                   UNTIL WS-RPY-SUB > WS-RPY-COUNT
               PERFORM WRITE-REVIEW-TOTALS
               IF WS-AWAITING-COUNT = ZERO
                   AND NOT WS-TABLE-FULL
                   PERFORM RELEASE-BANK-FILE
               ELSE
                   PERFORM HOLD-BANK-FILE
               END-IF
               CLOSE VARIANCE-REPORT
               CLOSE PAY-LAST
           ELSE
               PERFORM HOLD-BANK-FILE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Only the slips for the run's own period are compared; retro
      * and final-pay slips DATA3's run carries for other periods
      * are counted and kept on history but not set against last
      * period's regular pay.
      *--------------------------------------------------------------
       LOAD-RUN-PAYEES.
           OPEN INPUT PAYSLIP-EXTRACT
           IF WS-PAY-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYEXTR OPEN FAILED, STATUS: "
                   WS-PAY-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-PAYSLIP-EXTRACT
               PERFORM STORE-RUN-SLIP UNTIL WS-EOF
               CLOSE PAYSLIP-EXTRACT
           END-IF
           EXIT
           .
       READ-PAYSLIP-EXTRACT.
           READ PAYSLIP-EXTRACT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       STORE-RUN-SLIP.
           IF PX-PERIOD-ID NOT = WS-RUN-PERIOD-ID
               ADD 1 TO WS-OTHER-SLIP-COUNT
           ELSE
               MOVE ZERO TO WS-RPY-MATCH
               PERFORM MATCH-RUN-PAYEE
                   VARYING WS-RPY-SUB FROM 1 BY 1
                   UNTIL WS-RPY-SUB > WS-RPY-COUNT
               IF WS-RPY-MATCH = ZERO
                   PERFORM ADD-RUN-PAYEE
               END-IF
               IF WS-RPY-MATCH > ZERO
                   COMPUTE WS-SLIP-DEDUCT = PX-TOTAL-DEDUCT
                       + PX-TOTAL-ORDERS + PX-PENSION-EMP
                   ADD PX-GROSS-PAY   TO RPY-GROSS (WS-RPY-MATCH)
                   ADD PX-WITHHOLDING TO RPY-WITHHELD (WS-RPY-MATCH)
                   ADD WS-SLIP-DEDUCT TO RPY-DEDUCT (WS-RPY-MATCH)
                   ADD PX-NET-PAY     TO RPY-NET (WS-RPY-MATCH)
               END-IF
           END-IF
           PERFORM READ-PAYSLIP-EXTRACT
           EXIT
           .
       MATCH-RUN-PAYEE.
           IF RPY-EMP-NO (WS-RPY-SUB) = PX-EMP-NO
               MOVE WS-RPY-SUB TO WS-RPY-MATCH
           END-IF
           EXIT
           .
       ADD-RUN-PAYEE.
           IF WS-RPY-COUNT < 500
               ADD 1 TO WS-RPY-COUNT
               MOVE WS-RPY-COUNT TO WS-RPY-MATCH
               MOVE PX-EMP-NO   TO RPY-EMP-NO (WS-RPY-MATCH)
               MOVE PX-EMP-NAME TO RPY-EMP-NAME (WS-RPY-MATCH)
               MOVE ZERO TO RPY-GROSS (WS-RPY-MATCH)
               MOVE ZERO TO RPY-WITHHELD (WS-RPY-MATCH)
               MOVE ZERO TO RPY-DEDUCT (WS-RPY-MATCH)
               MOVE ZERO TO RPY-NET (WS-RPY-MATCH)
               MOVE "N"  TO RPY-LAST-SW (WS-RPY-MATCH)
               MOVE ZERO TO RPY-LAST-GROSS (WS-RPY-MATCH)
               MOVE ZERO TO RPY-LAST-WITHHELD (WS-RPY-MATCH)
               MOVE ZERO TO RPY-LAST-DEDUCT (WS-RPY-MATCH)
               MOVE ZERO TO RPY-LAST-NET (WS-RPY-MATCH)
           ELSE
               IF NOT WS-TABLE-FULL
                   MOVE "PAYEE TABLE FULL, BANK FILE WILL BE HELD"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
               SET WS-TABLE-FULL TO TRUE
           END-IF
           EXIT
           .
       LOAD-APPROVALS.
           OPEN INPUT PAY-APPROVAL
           IF WS-APR-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-PAY-APPROVAL
               PERFORM STORE-APPROVAL UNTIL WS-EOF
               CLOSE PAY-APPROVAL
           END-IF
           EXIT
           .
       READ-PAY-APPROVAL.
           READ PAY-APPROVAL
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       STORE-APPROVAL.
           IF PA-PERIOD-ID = WS-RUN-PERIOD-ID
               AND PA-EMP-NO IS NUMERIC
               AND PA-APPROVER NOT = SPACES
               IF WS-APT-COUNT < 200
                   ADD 1 TO WS-APT-COUNT
                   MOVE PA-EMP-NO   TO APT-EMP-NO (WS-APT-COUNT)
                   MOVE PA-APPROVER TO APT-APPROVER (WS-APT-COUNT)
               ELSE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "APPROVAL TABLE FULL, SIGN-OFF DROPPED: "
                       PA-EMP-NO DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           PERFORM READ-PAY-APPROVAL
           EXIT
           .
       OPEN-PAY-LAST.
           OPEN I-O PAY-LAST
           IF WS-PLS-STATUS = "35"
               OPEN OUTPUT PAY-LAST
               CLOSE PAY-LAST
               OPEN I-O PAY-LAST
               MOVE "NO PAYLAST FILE, EVERY PAYEE IS NEW THIS RUN"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           IF WS-PLS-STATUS = "00"
               SET WS-PLS-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYLAST OPEN FAILED, STATUS: "
                   WS-PLS-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * One pass of PAYLAST: a payee of the last run found in this
      * one has their last figures copied alongside for the
      * comparison; one not found is a missing payee.
      *--------------------------------------------------------------
       FIND-MISSING-PAYEES.
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-NEXT-PAY-LAST
           PERFORM CHECK-LAST-PAYEE UNTIL WS-EOF
           EXIT
           .
       READ-NEXT-PAY-LAST.
           READ PAY-LAST NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       CHECK-LAST-PAYEE.
           MOVE ZERO TO WS-RPY-MATCH
           PERFORM MATCH-LAST-PAYEE
               VARYING WS-RPY-SUB FROM 1 BY 1
               UNTIL WS-RPY-SUB > WS-RPY-COUNT
           IF WS-RPY-MATCH > ZERO
               MOVE "Y"         TO RPY-LAST-SW (WS-RPY-MATCH)
               MOVE LP-GROSS    TO RPY-LAST-GROSS (WS-RPY-MATCH)
               MOVE LP-WITHHELD TO RPY-LAST-WITHHELD (WS-RPY-MATCH)
               MOVE LP-DEDUCT   TO RPY-LAST-DEDUCT (WS-RPY-MATCH)
               MOVE LP-NET      TO RPY-LAST-NET (WS-RPY-MATCH)
           ELSE
               MOVE LP-EMP-NO       TO WS-FLAG-EMP-NO
               MOVE LP-EMP-NAME     TO WS-FLAG-EMP-NAME
               MOVE "MISSING PAYEE" TO WS-FLAG-CHECK
               MOVE LP-NET          TO WS-PREV-AMOUNT
               MOVE ZERO            TO WS-CURR-AMOUNT
               PERFORM FLAG-ITEM
           END-IF
           PERFORM READ-NEXT-PAY-LAST
           EXIT
           .
       MATCH-LAST-PAYEE.
           IF RPY-EMP-NO (WS-RPY-SUB) = LP-EMP-NO
               MOVE WS-RPY-SUB TO WS-RPY-MATCH
           END-IF
           EXIT
           .
       COMPARE-RUN-PAYEE.
           ADD 1 TO WS-COMPARED-COUNT
           MOVE RPY-EMP-NO (WS-RPY-SUB)   TO WS-FLAG-EMP-NO
           MOVE RPY-EMP-NAME (WS-RPY-SUB) TO WS-FLAG-EMP-NAME
           IF RPY-LAST-SW (WS-RPY-SUB) = "N"
               MOVE "NEW PAYEE"           TO WS-FLAG-CHECK
               MOVE ZERO                  TO WS-PREV-AMOUNT
               MOVE RPY-NET (WS-RPY-SUB)  TO WS-CURR-AMOUNT
               PERFORM FLAG-ITEM
           ELSE
               MOVE "GROSS SWING"         TO WS-FLAG-CHECK
               MOVE RPY-LAST-GROSS (WS-RPY-SUB) TO WS-PREV-AMOUNT
               MOVE RPY-GROSS (WS-RPY-SUB)      TO WS-CURR-AMOUNT
               PERFORM CHECK-SWING
               MOVE "WITHHOLD SWING"      TO WS-FLAG-CHECK
               MOVE RPY-LAST-WITHHELD (WS-RPY-SUB) TO WS-PREV-AMOUNT
               MOVE RPY-WITHHELD (WS-RPY-SUB)      TO WS-CURR-AMOUNT
               PERFORM CHECK-SWING
               MOVE "DEDUCT SWING"        TO WS-FLAG-CHECK
               MOVE RPY-LAST-DEDUCT (WS-RPY-SUB) TO WS-PREV-AMOUNT
               MOVE RPY-DEDUCT (WS-RPY-SUB)      TO WS-CURR-AMOUNT
               PERFORM CHECK-SWING
               MOVE "NET SWING"           TO WS-FLAG-CHECK
               MOVE RPY-LAST-NET (WS-RPY-SUB) TO WS-PREV-AMOUNT
               MOVE RPY-NET (WS-RPY-SUB)      TO WS-CURR-AMOUNT
               PERFORM CHECK-SWING
           END-IF
           MOVE RPY-LAST-NET (WS-RPY-SUB) TO WS-PREV-AMOUNT
           MOVE RPY-NET (WS-RPY-SUB)      TO WS-CURR-AMOUNT
      *    Net is carried unsigned; withholding and deductions
      *    exceeding gross is the only sign of a negative net.
           IF RPY-WITHHELD (WS-RPY-SUB) + RPY-DEDUCT (WS-RPY-SUB)
               > RPY-GROSS (WS-RPY-SUB)
               MOVE "NEGATIVE NET" TO WS-FLAG-CHECK
               PERFORM FLAG-ITEM
           ELSE
               IF RPY-NET (WS-RPY-SUB) = ZERO
                   MOVE "ZERO NET" TO WS-FLAG-CHECK
                   PERFORM FLAG-ITEM
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A swing is flagged when it passes both the percentage of
      * last period's figure and the floor amount, so small
      * figures moving by a few cents do not fill the report.
      *--------------------------------------------------------------
       CHECK-SWING.
           COMPUTE WS-SWING = WS-CURR-AMOUNT - WS-PREV-AMOUNT
           IF WS-SWING < ZERO
               COMPUTE WS-SWING = ZERO - WS-SWING
           END-IF
           IF WS-SWING > WS-TOLERANCE-FLOOR
               AND WS-SWING * 100 > WS-PREV-AMOUNT * WS-TOLERANCE-PCT
               PERFORM FLAG-ITEM
           END-IF
           EXIT
           .
       FLAG-ITEM.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO WS-FLAG-APPROVER
           PERFORM FIND-APPROVAL
               VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-COUNT
           MOVE WS-FLAG-EMP-NO   TO WS-FL-EMP-NO
           MOVE WS-FLAG-EMP-NAME TO WS-FL-EMP-NAME
           MOVE WS-FLAG-CHECK    TO WS-FL-CHECK
           MOVE WS-PREV-AMOUNT   TO WS-FL-PREVIOUS
           MOVE WS-CURR-AMOUNT   TO WS-FL-CURRENT
           IF WS-FLAG-APPROVER = SPACES
               MOVE "AWAITING" TO WS-FL-SIGN-OFF
               ADD 1 TO WS-AWAITING-COUNT
           ELSE
               MOVE WS-FLAG-APPROVER   TO WS-SO-APPROVER
               MOVE WS-SIGNED-OFF-TEXT TO WS-FL-SIGN-OFF
               ADD 1 TO WS-SIGNED-COUNT
           END-IF
           WRITE VARIANCE-REPORT-REC FROM WS-FLAG-LINE
           EXIT
           .
       FIND-APPROVAL.
           IF APT-EMP-NO (WS-APT-SUB) = WS-FLAG-EMP-NO
               OR APT-EMP-NO (WS-APT-SUB) = ZERO
               MOVE APT-APPROVER (WS-APT-SUB) TO WS-FLAG-APPROVER
           END-IF
           EXIT
           .
       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE "EMPLOYEES COMPARED"        TO WS-TL-LABEL
           MOVE WS-COMPARED-COUNT           TO WS-TL-COUNT
           WRITE VARIANCE-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "SLIPS FOR OTHER PERIODS"   TO WS-TL-LABEL
           MOVE WS-OTHER-SLIP-COUNT         TO WS-TL-COUNT
           WRITE VARIANCE-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "ITEMS FLAGGED"             TO WS-TL-LABEL
           MOVE WS-FLAGGED-COUNT            TO WS-TL-COUNT
           WRITE VARIANCE-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "ITEMS SIGNED OFF"          TO WS-TL-LABEL
           MOVE WS-SIGNED-COUNT             TO WS-TL-COUNT
           WRITE VARIANCE-REPORT-REC FROM WS-TOTAL-LINE
           MOVE "ITEMS AWAITING SIGN-OFF"   TO WS-TL-LABEL
           MOVE WS-AWAITING-COUNT           TO WS-TL-COUNT
           WRITE VARIANCE-REPORT-REC FROM WS-TOTAL-LINE
           EXIT
           .
      *--------------------------------------------------------------
      * Release: BANKEXT goes to BANKREL as it stands, the run's
      * slips go on history, PAYLAST becomes this run, and the
      * release is recorded against the trailer.
      *--------------------------------------------------------------
       RELEASE-BANK-FILE.
           OPEN INPUT BANK-EXTRACT
           OPEN OUTPUT BANK-RELEASE
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-BANK-EXTRACT
           PERFORM COPY-BANK-RECORD UNTIL WS-EOF
           CLOSE BANK-RELEASE
           CLOSE BANK-EXTRACT
           PERFORM ADD-RUN-HISTORY
           PERFORM REPLACE-PAY-LAST
           OPEN OUTPUT RELEASE-CONTROL
           MOVE WS-BT-PERIOD-ID    TO RC-PERIOD-ID
           MOVE WS-BT-RECORD-COUNT TO RC-RECORD-COUNT
           MOVE WS-BT-HASH-TOTAL   TO RC-HASH-TOTAL
           MOVE WS-RUN-DATE        TO RC-RELEASE-DATE
           WRITE RELEASE-CONTROL-REC
           CLOSE RELEASE-CONTROL
           MOVE "BANK FILE RELEASED TO BANKREL" TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "BANK FILE RELEASED FOR PERIOD " WS-RUN-PERIOD-ID
               ", SLIPS TO HISTORY: " WS-HISTORY-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       COPY-BANK-RECORD.
           WRITE BANK-RELEASE-REC FROM BANK-EXTRACT-REC
           PERFORM READ-BANK-EXTRACT
           EXIT
           .
       ADD-RUN-HISTORY.
           OPEN EXTEND PAY-RUN-HISTORY
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT PAY-RUN-HISTORY
           END-IF
           OPEN INPUT PAYSLIP-EXTRACT
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-PAYSLIP-EXTRACT
           PERFORM WRITE-RUN-HISTORY UNTIL WS-EOF
           CLOSE PAYSLIP-EXTRACT
           CLOSE PAY-RUN-HISTORY
           EXIT
           .
       WRITE-RUN-HISTORY.
           MOVE WS-RUN-PERIOD-ID    TO PYH-PERIOD-ID
           MOVE WS-RUN-DATE         TO PYH-RELEASE-DATE
           MOVE PAYSLIP-EXTRACT-REC TO PYH-PAY-EXTRACT
           WRITE PAY-RUN-HISTORY-REC
           ADD 1 TO WS-HISTORY-COUNT
           PERFORM READ-PAYSLIP-EXTRACT
           EXIT
           .
      *--------------------------------------------------------------
      * The last run's payees not paid this time are removed first
      * (a fresh pass from the top of the file), then every payee
      * of this run is written or rewritten with this run's figures.
      *--------------------------------------------------------------
       REPLACE-PAY-LAST.
           CLOSE PAY-LAST
           OPEN I-O PAY-LAST
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-NEXT-PAY-LAST
           PERFORM DROP-MISSING-PAYEE UNTIL WS-EOF
           PERFORM STORE-PAY-LAST
               VARYING WS-RPY-SUB FROM 1 BY 1
               UNTIL WS-RPY-SUB > WS-RPY-COUNT
           EXIT
           .
       DROP-MISSING-PAYEE.
           MOVE ZERO TO WS-RPY-MATCH
           PERFORM MATCH-LAST-PAYEE
               VARYING WS-RPY-SUB FROM 1 BY 1
               UNTIL WS-RPY-SUB > WS-RPY-COUNT
           IF WS-RPY-MATCH = ZERO
               DELETE PAY-LAST RECORD
           END-IF
           PERFORM READ-NEXT-PAY-LAST
           EXIT
           .
       STORE-PAY-LAST.
           MOVE RPY-EMP-NO (WS-RPY-SUB)   TO LP-EMP-NO
           MOVE RPY-EMP-NAME (WS-RPY-SUB) TO LP-EMP-NAME
           MOVE WS-RUN-PERIOD-ID          TO LP-PERIOD-ID
           MOVE RPY-GROSS (WS-RPY-SUB)    TO LP-GROSS
           MOVE RPY-WITHHELD (WS-RPY-SUB) TO LP-WITHHELD
           MOVE RPY-DEDUCT (WS-RPY-SUB)   TO LP-DEDUCT
           MOVE RPY-NET (WS-RPY-SUB)      TO LP-NET
           IF RPY-LAST-SW (WS-RPY-SUB) = "Y"
               REWRITE PAY-LAST-REC
           ELSE
               WRITE PAY-LAST-REC
           END-IF
           IF WS-PLS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYLAST NOT UPDATED FOR EMPLOYEE " LP-EMP-NO
                   ", STATUS: " WS-PLS-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Held: BANKREL is emptied so an earlier run's file cannot be
      * sent in this one's place.
      *--------------------------------------------------------------
       HOLD-BANK-FILE.
           OPEN OUTPUT BANK-RELEASE
           CLOSE BANK-RELEASE
           IF WS-PLS-OPEN
               MOVE "BANK FILE HELD - SIGN OFF FLAGGED ITEMS ON PAYAPPR"
                   TO VARIANCE-REPORT-REC
               WRITE VARIANCE-REPORT-REC
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "BANK FILE HELD FOR PERIOD " WS-RUN-PERIOD-ID
               ", ITEMS AWAITING SIGN-OFF: " WS-AWAITING-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
