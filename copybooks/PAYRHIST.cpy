      *--------------------------------------------------------------
      * PAYRHIST - PAY RUN HISTORY RECORD LAYOUT
      * Every PAYEXTR slip of a pay run, kept for good once PAYVAR
      * releases that run's bank file: the pay period the run was
      * posted against, the date it was released, and the slip
      * itself in the PAYEXTR layout (move PYH-PAY-EXTRACT to
      * PAYSLIP-EXTRACT-REC to read it).  Appended only; one run's
      * slips are never written twice.
      *--------------------------------------------------------------
       01  PAY-RUN-HISTORY-REC.
           05  PYH-PERIOD-ID       PIC X(6).
           05  PYH-RELEASE-DATE    PIC 9(8).
           05  PYH-PAY-EXTRACT     PIC X(248).
