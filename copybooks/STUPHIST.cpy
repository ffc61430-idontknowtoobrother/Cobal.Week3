      *--------------------------------------------------------------
      * STUPHIST - STUDENT PAYMENT HISTORY RECORD LAYOUT
      * The permanent student account ledger, appended for good and
      * never rewritten.  One record per movement on a student's
      * tuition account other than billing itself: a receipt (or
      * the part of one) applied to a term's invoice, the excess of
      * a receipt put on STUCRED credit, and STUCRED credit drawn
      * down against a newly billed term.  SP-SOURCE names the
      * program that made the entry.  Read by the TUITINQ counter
      * inquiry.
      *--------------------------------------------------------------
       01  STUDENT-PAY-HISTORY-REC.
           05  SP-STU-ID           PIC 9(8).
           05  SP-ENTRY-DATE       PIC 9(8).
           05  SP-ENTRY-TYPE       PIC X(1).
               88  SP-PAYMENT-APPLIED          VALUE "P".
               88  SP-EXCESS-CREDITED          VALUE "C".
               88  SP-CREDIT-USED              VALUE "U".
           05  SP-TERM-CODE        PIC X(4).
           05  SP-AMOUNT           PIC 9(7)V99.
           05  SP-SOURCE           PIC X(8).
