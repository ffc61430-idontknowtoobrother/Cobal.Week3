      *             YTDCLCTL (written by the YTDCLOSE year-end
      *             step) are refused: the live ledger no longer
      *             carries those figures, the archive does.
      * 2026-10-15  The adjustment slip's PAYEXTR record now clears
      *             the court-order slots the extract gained for
      *             DATA3's attachment processing - no order is
      *             taken from a retro adjustment.
      * 2026-10-15  Likewise clears the expense-claim slots: claims
      *             are reimbursed by DATA3's regular run only.
      * 2026-10-15  Clears the pension fields on the adjustment
      *             slip: pension contributions are taken by DATA3's
      *             regular run on the period's gross only.
      * 2026-10-15  Applied adjustments are now journaled through
      *             GLPOST on the run date with DATA3's accounts:
      *             increases debit SALEXP and credit WHPAY and
      *             NETPAY, decreases post the reverse, so the
      *             quarterly withholding return can prove its
      *             totals against the GL.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-REJECTED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-CLC-STATUS           PIC X(2)    VALUE "00".
       77  WS-CLOSED-YEAR          PIC 9(4)    VALUE ZERO.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-INC-GROSS            PIC 9(8)V99 VALUE ZERO.
       77  WS-INC-WITHHELD         PIC 9(8)V99 VALUE ZERO.
       77  WS-INC-NET              PIC 9(8)V99 VALUE ZERO.
       77  WS-DEC-GROSS            PIC 9(8)V99 VALUE ZERO.
       77  WS-DEC-WITHHELD         PIC 9(8)V99 VALUE ZERO.
       77  WS-DEC-NET              PIC 9(8)V99 VALUE ZERO.
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT            PIC 9(2)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "RETROPAY".
       77  WS-LOG-MESSAGE          PIC X(80).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RETRO-TRANSACTIONS
           IF WS-TRN-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
                   PERFORM READ-RETRO-TRAN
                   PERFORM APPLY-ONE-ADJUSTMENT UNTIL WS-EOF
                   PERFORM WRITE-RETRO-TOTALS
                   PERFORM POST-GL-JOURNAL
                   PERFORM CLOSE-OUTPUT-FILES
                   CLOSE EMPLOYEE-MASTER
               END-IF
                   SUBTRACT WS-NET-DELTA
                       FROM YL-QTR-NET (WS-QUARTER)
                   REWRITE YTD-LEDGER-REC
                   ADD WS-GROSS-DELTA TO WS-DEC-GROSS
                   ADD WS-WITHHOLDING TO WS-DEC-WITHHELD
                   ADD WS-NET-DELTA   TO WS-DEC-NET
                   MOVE "LEDGER CORRECTED, NO PAYOUT   "
                       TO WS-RG-OUTCOME
                   PERFORM RECORD-APPLIED
               ADD WS-WITHHOLDING  TO YL-QTR-WITHHELD (WS-QUARTER)
               ADD WS-NET-DELTA    TO YL-QTR-NET (WS-QUARTER)
               REWRITE YTD-LEDGER-REC
               ADD WS-GROSS-DELTA TO WS-INC-GROSS
               ADD WS-WITHHOLDING TO WS-INC-WITHHELD
               ADD WS-NET-DELTA   TO WS-INC-NET
               PERFORM WRITE-ADJUSTMENT-SLIP
               PERFORM QUEUE-RETRO-PAYMENT
               MOVE "APPLIED, NET QUEUED TO BANK   "
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
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Increases and decreases post as two balanced sets on the
      * run date, so a run carrying both nets out in the ledger
      * the way it nets out in YTDLEDG.
      *--------------------------------------------------------------
       POST-GL-JOURNAL.
           IF WS-INC-GROSS > ZERO
               MOVE "SALEXP  "   TO WS-GL-ACCOUNT
               MOVE "D"          TO WS-GL-DC
               MOVE WS-INC-GROSS TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
               MOVE "WHPAY   "      TO WS-GL-ACCOUNT
               MOVE "C"             TO WS-GL-DC
               MOVE WS-INC-WITHHELD TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
               MOVE "NETPAY  "  TO WS-GL-ACCOUNT
               MOVE "C"         TO WS-GL-DC
               MOVE WS-INC-NET  TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
           END-IF
           IF WS-DEC-GROSS > ZERO
               MOVE "SALEXP  "   TO WS-GL-ACCOUNT
               MOVE "C"          TO WS-GL-DC
               MOVE WS-DEC-GROSS TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
               MOVE "WHPAY   "      TO WS-GL-ACCOUNT
               MOVE "D"             TO WS-GL-DC
               MOVE WS-DEC-WITHHELD TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
               MOVE "NETPAY  "  TO WS-GL-ACCOUNT
               MOVE "D"         TO WS-GL-DC
               MOVE WS-DEC-NET  TO WS-GL-AMOUNT
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
