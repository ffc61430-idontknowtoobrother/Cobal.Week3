      *--------------------------------------------------------------
      * REISSUEQ - PAYMENT REISSUE QUEUE RECORD LAYOUT
      * One record per payment owed again: a bank credit BANKRET
      * matched to a return, or a cheque CHQSTALE voided as stale.
      * The employee, the net owed, the pay period it was for and
      * why.  CHQREISS pays the queue by cheque and empties it.
      *--------------------------------------------------------------
       01  REISSUE-QUEUE-REC.
           05  RQ-EMP-NO           PIC 9(5).
           05  RQ-EMP-NAME         PIC X(20).
           05  RQ-NET-AMOUNT       PIC 9(5)V99.
           05  RQ-PERIOD-ID        PIC X(6).
           05  RQ-REASON           PIC X(20).
