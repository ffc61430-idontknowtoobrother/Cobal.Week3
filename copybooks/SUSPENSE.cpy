      *--------------------------------------------------------------
      * SUSPENSE - UNAPPLIED-CASH SUSPENSE RECORD LAYOUT
      * Keyed on SU-KEY: the deposit date, bank batch id and the
      * item's position in that batch, so a lockbox item can only
      * ever be suspended once.  LBXINTK writes a lockbox item here
      * when its reference does not prove to a customer, and posts
      * the amount to unapplied cash.  A later SUSPASGN assignment
      * names the customer: LBXINTK then releases the item to
      * PAYMENTS and marks it assigned.  SUSPAGE ages what is
      * still open.
      *--------------------------------------------------------------
       01  SUSPENSE-REC.
           05  SU-KEY.
               10  SU-DEPOSIT-DATE PIC 9(8).
               10  SU-BATCH-ID     PIC X(6).
               10  SU-ITEM-SEQ     PIC 9(5).
           05  SU-REFERENCE        PIC X(10).
           05  SU-AMOUNT           PIC 9(5)V99.
           05  SU-REASON           PIC X(30).
           05  SU-STATUS           PIC X(1).
               88  SU-OPEN                VALUE "O".
               88  SU-ASSIGNED            VALUE "A".
           05  SU-ASSIGNED-CUST-NO PIC 9(5).
           05  SU-ASSIGNED-DATE    PIC 9(8).
           05  SU-ASSIGNED-BY      PIC X(8).
