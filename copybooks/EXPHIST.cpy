      *--------------------------------------------------------------
      * EXPHIST - EMPLOYEE EXPENSE CLAIM HISTORY RECORD LAYOUT
      * Keyed on EH-KEY, the employee plus the claim reference off
      * the claim form, one record per claim ever submitted, so a
      * claim can only be paid once.  EXPEDIT writes the claim as
      * pending (P) when it passes the edits and is approved, or
      * rejected (R) with the reason when it does not; DATA3 pays
      * the pending claims with the employee's next net pay as a
      * non-taxable reimbursement and marks them paid (D) with the
      * pay date and period.  EXPHRPT lists the history by
      * employee for audit.
      *--------------------------------------------------------------
       01  EXPENSE-HISTORY-REC.
           05  EH-KEY.
               10  EH-EMP-NO       PIC 9(5).
               10  EH-CLAIM-REF    PIC X(10).
           05  EH-CLAIM-DATE       PIC 9(8).
           05  EH-CATEGORY         PIC X(4).
           05  EH-AMOUNT           PIC 9(4)V99.
           05  EH-APPROVER         PIC X(8).
           05  EH-ENTERED-DATE     PIC 9(8).
           05  EH-STATUS           PIC X(1).
               88  EH-PENDING             VALUE "P".
               88  EH-PAID                VALUE "D".
               88  EH-REJECTED            VALUE "R".
           05  EH-REASON           PIC X(30).
           05  EH-PAID-DATE        PIC 9(8).
           05  EH-PERIOD-ID        PIC X(6).
