      *--------------------------------------------------------------
      * FINPAYQ - FINAL PAY QUEUE RECORD LAYOUT
      * One record per termination EMPMNT accepts: the leaving
      * employee, the last day worked and the date the termination
      * was keyed.  FINPAY settles each one (pro-rata salary to the
      * leaving date, unused leave, any retro pay still pending)
      * and only then retires the employee's master, leave and
      * bank records; a settlement it cannot make yet stays on the
      * queue for the next run.
      *--------------------------------------------------------------
       01  FINAL-PAY-QUEUE-REC.
           05  FQ-EMP-NO           PIC 9(5).
           05  FQ-LEAVE-DATE       PIC 9(8).
           05  FQ-REQUEST-DATE     PIC 9(8).
