      *--------------------------------------------------------------
      * YTDLEDG - YEAR-TO-DATE PAYROLL LEDGER RECORD LAYOUT
      * Keyed on YL-EMP-NO.  One record per employee per year,
      * accumulating gross pay, withholding, deductions (voluntary
      * and court-ordered) and net pay by quarter.  Posted by
      * DATA3's payroll register run and read by the YTDSTMT
      * year-end statement program.
      * The pension entries carry the employee contribution taken
      * before tax and the employer match by quarter, so gross is
      * withheld plus deductions plus employee pension plus net.
      *--------------------------------------------------------------
       01  YTD-LEDGER-REC.
           05  YL-EMP-NO           PIC 9(5).
               10  YL-QTR-WITHHELD PIC 9(6)V99.
               10  YL-QTR-DEDUCT   PIC 9(6)V99.
               10  YL-QTR-NET      PIC 9(6)V99.
           05  YL-PENSION-ENTRY OCCURS 4 TIMES.
               10  YL-QTR-PENSION  PIC 9(6)V99.
               10  YL-QTR-EMPR-PENSION PIC 9(6)V99.
