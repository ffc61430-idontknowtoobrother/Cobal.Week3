      *--------------------------------------------------------------
      * GENCATLG - HAND-OFF FILE GENERATION CATALOG RECORD LAYOUT
      * One record per generation GENCAT has kept of a day's
      * hand-off file (PAYEXTR, BANKEXT, CHQPRINT, DATA5GPA,
      * GRDACCPT), keyed by the file's name and its generation
      * number, which rises by one with every copy kept.  Carries
      * the run id and date that produced it, its data record
      * count and, for a file closed by a BATCHTRL-shaped trailer
      * ("T", seven-digit count, eleven-digit hash), the trailer's
      * hash total.  The records themselves are on GENSTORE.
      *--------------------------------------------------------------
       01  GEN-CATALOG-REC.
           05  GC-KEY.
               10  GC-FILE-NAME    PIC X(8).
               10  GC-GENERATION   PIC 9(5).
           05  GC-RUN-ID           PIC X(14).
           05  GC-RUN-DATE         PIC 9(8).
           05  GC-RECORD-COUNT     PIC 9(7).
           05  GC-HAS-TRAILER      PIC X(1).
               88  GC-TRAILER-KEPT        VALUE "Y".
           05  GC-TRAILER-HASH     PIC 9(11).
