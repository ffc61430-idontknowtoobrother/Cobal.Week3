      *--------------------------------------------------------------
      * PAYLAST - LAST PAID FIGURES RECORD LAYOUT
      * One record per employee paid in the last released pay run,
      * keyed by employee: the period, and the gross, withholding,
      * deductions (voluntary, court orders and employee pension
      * together) and net of that run.  PAYVAR compares the next
      * run against it and replaces it when that run is released;
      * an employee the released run did not pay is removed.
      *--------------------------------------------------------------
       01  PAY-LAST-REC.
           05  LP-EMP-NO           PIC 9(5).
           05  LP-EMP-NAME         PIC X(20).
           05  LP-PERIOD-ID        PIC X(6).
           05  LP-GROSS            PIC 9(5)V99.
           05  LP-WITHHELD         PIC 9(5)V99.
           05  LP-DEDUCT           PIC 9(5)V99.
           05  LP-NET              PIC 9(5)V99.
