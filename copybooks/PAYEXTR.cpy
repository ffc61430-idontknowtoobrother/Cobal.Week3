      * run was made without a PAYPERD control file).  The four
      * PX-DED slots itemize the voluntary deductions taken after
      * tax (an unused slot carries spaces and zero); PX-NET-PAY
      * is net of withholding, deductions and court orders.  The
      * three PX-ORD slots itemize the court-ordered attachments
      * taken (the order number, the amount and the arrears left
      * on the order), PX-TOTAL-ORDERS totals every order taken.
      * The three PX-EXP slots itemize expense claims reimbursed by
      * category; PX-TOTAL-EXPENSES is paid on top of PX-NET-PAY,
      * untaxed, in the same bank credit or cheque.
      * PX-PENSION-EMP is the employee pension contribution taken
      * before tax (withholding is figured on gross less it) and
      * PX-PENSION-EMPR the employer match paid on top, both zero
      * when the employee is not an active scheme member.
      *--------------------------------------------------------------
       01  PAYSLIP-EXTRACT-REC.
           05  PX-EMP-NO           PIC 9(5).
               10  PX-DED-AMOUNT   PIC 9(4)V99.
           05  PX-TOTAL-DEDUCT     PIC 9(4)V99.
           05  PX-LEAVE-BAL        PIC 9(3)V99.
           05  PX-ORD-ENTRY OCCURS 3 TIMES.
               10  PX-ORD-NO       PIC X(10).
               10  PX-ORD-AMOUNT   PIC 9(4)V99.
               10  PX-ORD-ARREARS  PIC 9(7)V99.
           05  PX-TOTAL-ORDERS     PIC 9(4)V99.
           05  PX-EXP-ENTRY OCCURS 3 TIMES.
               10  PX-EXP-CATEGORY PIC X(4).
               10  PX-EXP-AMOUNT   PIC 9(4)V99.
           05  PX-TOTAL-EXPENSES   PIC 9(4)V99.
           05  PX-PENSION-SCHEME   PIC X(6).
           05  PX-PENSION-EMP      PIC 9(4)V99.
           05  PX-PENSION-EMPR     PIC 9(4)V99.
