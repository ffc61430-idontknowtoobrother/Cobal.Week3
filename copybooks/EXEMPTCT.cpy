      *--------------------------------------------------------------
      * EXEMPTCT - TAX EXEMPTION CERTIFICATE MASTER RECORD LAYOUT
      * Keyed on EC-CUST-NO, one certificate per customer, kept by
      * EXMPTMNT.  A certificate is in force from EC-EFFECTIVE-DATE
      * through EC-EXPIRY-DATE inclusive; while it is, DATA1 takes
      * EC-EXEMPT-PCT percent off the bracket tax (100.00 for a
      * fully exempt charity) and CUSTSTMT shows the exemption on
      * the statement.  EXMPTEXP lists certificates coming up for
      * renewal so the exemption is not left to lapse.
      *--------------------------------------------------------------
       01  EXEMPT-CERT-REC.
           05  EC-CUST-NO          PIC 9(5).
           05  EC-CERT-NO          PIC X(10).
           05  EC-EXEMPT-PCT       PIC 9(3)V99.
           05  EC-EFFECTIVE-DATE   PIC 9(8).
           05  EC-EXPIRY-DATE      PIC 9(8).
