      *--------------------------------------------------------------
      * STUCRED - STUDENT CREDIT BALANCE RECORD LAYOUT
      * Keyed on SC-STU-ID.  The tuition counterpart of CREDBAL:
      * money a student has paid over and above every open tuition
      * invoice.  TUITPOST posts the excess of an overpayment here
      * (and to the STUCRED liability on the GL), and the next
      * TUITION billing run draws it down against the new term's
      * invoice.
      *--------------------------------------------------------------
       01  STUDENT-CREDIT-REC.
           05  SC-STU-ID           PIC 9(8).
           05  SC-CREDIT-AMT       PIC 9(7)V99.
           05  SC-LAST-DATE        PIC 9(8).
