      *             line, so the slip replaces the leave
      *             spreadsheet as the employee's view of their
      *             balance.
      * 2026-10-15  Court orders DATA3 now takes after tax print as
      *             itemized lines between the withholding and the
      *             voluntary deductions, one per used PX-ORD slot
      *             with the arrears still owing on the order, and
      *             a court-orders total line when any were taken.
      * 2026-10-15  Expense claims reimbursed with the pay print
      *             under the net line, one per used PX-EXP slot,
      *             followed by the total paid (net plus the untaxed
      *             reimbursement) when any were paid.
      * 2026-10-15  A scheme member's pension contribution prints
      *             under the gross line with the employer's match,
      *             followed by the taxable pay the withholding was
      *             figured on, since the contribution is pre-tax.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-GR-GROSS         PIC ZZZ9.99.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  WS-PENSION-LINE.
           05  FILLER              PIC X(13) VALUE "PENSION      ".
           05  WS-PN-SCHEME        PIC X(6).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  WS-PN-EMP           PIC ZZZ9.99.
           05  FILLER              PIC X(18)
               VALUE "  EMPLOYER ADDS: ".
           05  WS-PN-EMPR          PIC ZZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-TAXABLE-LINE.
           05  FILLER              PIC X(13) VALUE "TAXABLE PAY: ".
           05  WS-TX-TAXABLE       PIC ZZZ9.99.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  WS-WITHHOLD-LINE.
           05  FILLER              PIC X(13) VALUE "WITHHOLDING: ".
           05  WS-WH-AMOUNT        PIC ZZZ9.99.
           05  WS-DD-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(54) VALUE SPACES.

       01  WS-ORDER-LINE.
           05  FILLER              PIC X(13) VALUE "COURT ORDER  ".
           05  WS-OD-ORDER-NO      PIC X(10).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  WS-OD-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  ARREARS: ".
           05  WS-OD-ARREARS       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-TOTAL-ORD-LINE.
           05  FILLER              PIC X(13) VALUE "COURT ORDERS:".
           05  WS-TO-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  WS-TOTAL-DED-LINE.
           05  FILLER              PIC X(13) VALUE "DEDUCTIONS:  ".
           05  WS-TD-AMOUNT        PIC ZZZ9.99.
           05  WS-NT-NET           PIC ZZZ9.99.
           05  FILLER              PIC X(60) VALUE SPACES.

       01  WS-EXPENSE-LINE.
           05  FILLER              PIC X(13) VALUE "EXPENSES     ".
           05  WS-XP-CATEGORY      PIC X(4).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  WS-XP-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(54) VALUE SPACES.

       01  WS-TOTAL-PAID-LINE.
           05  FILLER              PIC X(13) VALUE "TOTAL PAID:  ".
           05  WS-TP-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(59) VALUE SPACES.

       01  WS-LEAVE-LINE.
           05  FILLER              PIC X(15) VALUE "LEAVE BALANCE: ".
           05  WS-LV-BALANCE       PIC ZZ9.99.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-SLIP-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-DED-SUB              PIC 9     VALUE ZERO.
       77  WS-ORD-SUB              PIC 9     VALUE ZERO.
       77  WS-EXP-SUB              PIC 9     VALUE ZERO.
       77  WS-TOTAL-PAID           PIC 9(5)V99 VALUE ZERO.
       77  WS-TAXABLE-PAY          PIC 9999V99 VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "PAYSLIP".
       77  WS-LOG-MESSAGE          PIC X(80).
           WRITE PAYSLIP-REC FROM WS-EMPLOYEE-LINE
           MOVE PX-GROSS-PAY TO WS-GR-GROSS
           WRITE PAYSLIP-REC FROM WS-GROSS-LINE
           IF PX-PENSION-EMP > ZERO
               OR PX-PENSION-EMPR > ZERO
               MOVE PX-PENSION-SCHEME TO WS-PN-SCHEME
               MOVE PX-PENSION-EMP    TO WS-PN-EMP
               MOVE PX-PENSION-EMPR   TO WS-PN-EMPR
               WRITE PAYSLIP-REC FROM WS-PENSION-LINE
               COMPUTE WS-TAXABLE-PAY = PX-GROSS-PAY - PX-PENSION-EMP
               MOVE WS-TAXABLE-PAY TO WS-TX-TAXABLE
               WRITE PAYSLIP-REC FROM WS-TAXABLE-LINE
           END-IF
           MOVE PX-WITHHOLDING  TO WS-WH-AMOUNT
           MOVE PX-BRACKET-RATE TO WS-WH-RATE
           MOVE PX-BRACKET-ID   TO WS-WH-BRACKET
           WRITE PAYSLIP-REC FROM WS-WITHHOLD-LINE
           PERFORM PRINT-ORDER-LINE
               VARYING WS-ORD-SUB FROM 1 BY 1
               UNTIL WS-ORD-SUB > 3
           IF PX-TOTAL-ORDERS > ZERO
               MOVE PX-TOTAL-ORDERS TO WS-TO-AMOUNT
               WRITE PAYSLIP-REC FROM WS-TOTAL-ORD-LINE
           END-IF
           PERFORM PRINT-DEDUCTION-LINE
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 4
           END-IF
           MOVE PX-NET-PAY TO WS-NT-NET
           WRITE PAYSLIP-REC FROM WS-NET-LINE
           IF PX-TOTAL-EXPENSES > ZERO
               PERFORM PRINT-EXPENSE-LINE
                   VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > 3
               COMPUTE WS-TOTAL-PAID = PX-NET-PAY + PX-TOTAL-EXPENSES
               MOVE WS-TOTAL-PAID TO WS-TP-AMOUNT
               WRITE PAYSLIP-REC FROM WS-TOTAL-PAID-LINE
           END-IF
           MOVE PX-LEAVE-BAL TO WS-LV-BALANCE
           WRITE PAYSLIP-REC FROM WS-LEAVE-LINE
           MOVE SPACES TO PAYSLIP-REC
           PERFORM READ-PAYSLIP-EXTRACT
           EXIT
           .
       PRINT-ORDER-LINE.
           IF PX-ORD-NO (WS-ORD-SUB) NOT = SPACES
               MOVE PX-ORD-NO (WS-ORD-SUB)      TO WS-OD-ORDER-NO
               MOVE PX-ORD-AMOUNT (WS-ORD-SUB)  TO WS-OD-AMOUNT
               MOVE PX-ORD-ARREARS (WS-ORD-SUB) TO WS-OD-ARREARS
               WRITE PAYSLIP-REC FROM WS-ORDER-LINE
           END-IF
           EXIT
           .
       PRINT-EXPENSE-LINE.
           IF PX-EXP-CATEGORY (WS-EXP-SUB) NOT = SPACES
               MOVE PX-EXP-CATEGORY (WS-EXP-SUB) TO WS-XP-CATEGORY
               MOVE PX-EXP-AMOUNT (WS-EXP-SUB)   TO WS-XP-AMOUNT
               WRITE PAYSLIP-REC FROM WS-EXPENSE-LINE
           END-IF
           EXIT
           .
       PRINT-DEDUCTION-LINE.
           IF PX-DED-CODE (WS-DED-SUB) NOT = SPACES
               MOVE PX-DED-CODE (WS-DED-SUB)   TO WS-DD-CODE
