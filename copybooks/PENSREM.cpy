      *--------------------------------------------------------------
      * PENSREM - PENSION CONTRIBUTION REMITTANCE RECORD LAYOUT
      * One record per active scheme member paid in a DATA3 payroll
      * register run: the scheme and the provider's membership
      * number, the pensionable (gross) pay, the employee
      * contribution taken before tax and the employer match.
      * This is the contribution file sent to the pension
      * provider each period; PENSSCH sorts it by scheme and
      * prints the contribution schedule that goes with it.
      *--------------------------------------------------------------
       01  PENSION-REMIT-REC.
           05  PR-SCHEME-ID        PIC X(6).
           05  PR-MEMBER-NO        PIC X(12).
           05  PR-EMP-NO           PIC 9(5).
           05  PR-EMP-NAME         PIC X(20).
           05  PR-PENSIONABLE-PAY  PIC 9(4)V99.
           05  PR-EMP-AMOUNT       PIC 9(4)V99.
           05  PR-EMPR-AMOUNT      PIC 9(4)V99.
           05  PR-PERIOD-ID        PIC X(6).
           05  PR-RUN-DATE         PIC 9(8).
