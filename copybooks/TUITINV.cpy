      *--------------------------------------------------------------
      * TUITINV - TUITION INVOICE RECORD LAYOUT
      * Keyed on TU-KEY (TU-STU-ID plus TU-TERM-CODE); one tuition
      * invoice per student per term, so an unpaid term stays on
      * the file when the next term is billed and a rerun of the
      * same term replaces only that term's invoice.  Written by
      * the TUITION term billing run, which prices the TERMHIST
      * credit load against the effective-dated TUITRATE
      * per-credit rate and posts the billed total to GLINTF as a
      * balanced entry.  TU-AID-AMT is the AWARDMST scholarship and
      * aid TUITION took off the charge, so TU-BALANCE is the
      * invoice amount less aid less paid.  TUITPOST applies the
      * bursar's receipts to TU-PAID-AMT and TU-BALANCE; TUITAGE
      * ages the balances by term and TUITINQ shows them at the
      * counter.  TU-DUE-DATE is the term's billing due date from
      * the TERMMAST academic term master.
      *--------------------------------------------------------------
       01  TUITION-INVOICE-REC.
           05  TU-KEY.
               10  TU-STU-ID       PIC 9(8).
               10  TU-TERM-CODE    PIC X(4).
           05  TU-INVOICE-DATE     PIC 9(8).
           05  TU-CREDIT-LOAD      PIC 99.
           05  TU-INVOICE-AMT      PIC 9(7)V99.
           05  TU-PAID-AMT         PIC 9(7)V99.
           05  TU-BALANCE          PIC 9(7)V99.
           05  TU-AID-AMT          PIC 9(7)V99.
           05  TU-DUE-DATE         PIC 9(8).
