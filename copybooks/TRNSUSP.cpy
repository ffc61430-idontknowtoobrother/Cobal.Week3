      *--------------------------------------------------------------
      * TRNSUSP - PRO1 TRANSACTION SUSPENSE RECORD LAYOUT
      * Keyed on TS-KEY: the run date PRO1 first rejected the
      * transaction and its record number on that day's TRANFILE,
      * so a rerun over the same file cannot suspend it twice.
      * PRO1 writes a TRANFILE record here when PROBLEM12 cannot
      * compute it (an ON SIZE ERROR, an unknown operation code or
      * non-numeric operands) with the reason.  A SUSPCORR
      * correction keyed through TRNCORR amends the transaction
      * image or asks for the item to be cancelled; PRO1's next run
      * feeds amended items back ahead of the new TRANFILE records
      * and closes cancelled ones.  An amended item that fails
      * again goes back to outstanding with its new reason.
      * TRNSAGE ages what is still open.
      *--------------------------------------------------------------
       01  TRAN-SUSPENSE-REC.
           05  TS-KEY.
               10  TS-ORIG-RUN-DATE PIC 9(8).
               10  TS-ITEM-SEQ     PIC 9(5).
           05  TS-TRAN-IMAGE.
               10  TS-OP-CODE      PIC X(1).
               10  TS-NUM1         PIC 9(4).
               10  TS-NUM2         PIC 9(4).
           05  TS-REASON-CODE      PIC X(2).
               88  TS-SIZE-ERROR          VALUE "SE".
               88  TS-BAD-OPERATION       VALUE "OP".
               88  TS-BAD-OPERANDS        VALUE "NN".
           05  TS-STATUS           PIC X(1).
               88  TS-OUTSTANDING         VALUE "O".
               88  TS-AMENDED             VALUE "C".
               88  TS-CANCEL-ASKED        VALUE "K".
               88  TS-STILL-OPEN          VALUE "O" "C" "K".
               88  TS-CLEARED             VALUE "R".
               88  TS-CANCELLED           VALUE "X".
           05  TS-LAST-TRIED-DATE  PIC 9(8).
           05  TS-TRY-COUNT        PIC 9(3).
           05  TS-CORRECTED-BY     PIC X(8).
           05  TS-CORRECTED-DATE   PIC 9(8).
           05  TS-RESOLVED-DATE    PIC 9(8).
