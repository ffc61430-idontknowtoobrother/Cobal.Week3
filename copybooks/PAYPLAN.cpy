      *--------------------------------------------------------------
      * PAYPLAN - INSTALMENT PAYMENT PLAN MASTER RECORD LAYOUT
      * Keyed on PL-CUST-NO; one plan per customer at a time, set
      * up by PLANMNT from the schedule agreed at the counter desk.
      * Each instalment carries its due date and amount, what
      * PAYPOST has matched against it so far and when it was
      * cleared.  While PL-ACTIVE the plan is being kept: PENALTY
      * assesses no interest and DUNLETTR sends no chasing letters.
      * PLANREG breaks a plan whose instalment is still unpaid past
      * its grace period (PL-BROKEN), sends the plan-defaulted
      * letter once (PL-DEFAULT-LETTER-SENT) and the account goes
      * back to normal dunning.  Instalment status: O open, K kept
      * (cleared by its due date), L cleared late, M missed.
      *--------------------------------------------------------------
       01  PAYMENT-PLAN-REC.
           05  PL-CUST-NO          PIC 9(5).
           05  PL-PLAN-STATUS      PIC X(1).
               88  PL-ACTIVE              VALUE "A".
               88  PL-COMPLETED           VALUE "C".
               88  PL-BROKEN              VALUE "B".
               88  PL-CANCELLED           VALUE "X".
           05  PL-AGREED-DATE      PIC 9(8).
           05  PL-STATUS-DATE      PIC 9(8).
           05  PL-DEFAULT-LETTER   PIC X(1).
               88  PL-DEFAULT-LETTER-SENT VALUE "Y".
           05  PL-INSTALMENT-COUNT PIC 99.
           05  PL-INSTALMENT OCCURS 12 TIMES.
               10  PL-DUE-DATE     PIC 9(8).
               10  PL-DUE-AMT      PIC 9(5)V99.
               10  PL-PAID-AMT     PIC 9(5)V99.
               10  PL-PAID-DATE    PIC 9(8).
               10  PL-INST-STATUS  PIC X(1).
                   88  PL-INST-OPEN       VALUE "O".
                   88  PL-INST-KEPT       VALUE "K".
                   88  PL-INST-LATE       VALUE "L".
                   88  PL-INST-MISSED     VALUE "M".
