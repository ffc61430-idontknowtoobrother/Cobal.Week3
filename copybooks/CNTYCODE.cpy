      *--------------------------------------------------------------
      * CNTYCODE - VALID COUNTY NAME TABLE
      * The counties payroll may be charged to, in name order.
      * DATA3 validates county names against it and seeds its
      * county distribution table from it; LABMNT edits labor-
      * distribution splits against it.
      *--------------------------------------------------------------
       01  COUNTY-CODE-VALUES.
           05  FILLER  PIC X(9) VALUE "CLARE    ".
           05  FILLER  PIC X(9) VALUE "CORK     ".
           05  FILLER  PIC X(9) VALUE "DUBLIN   ".
           05  FILLER  PIC X(9) VALUE "GALWAY   ".
           05  FILLER  PIC X(9) VALUE "KERRY    ".
           05  FILLER  PIC X(9) VALUE "LIMERICK ".
           05  FILLER  PIC X(9) VALUE "MAYO     ".
           05  FILLER  PIC X(9) VALUE "SLIGO    ".
       01  COUNTY-CODE-TABLE REDEFINES COUNTY-CODE-VALUES.
           05  CC-ENTRY OCCURS 8 TIMES INDEXED BY CC-IDX.
               10  CC-NAME         PIC X(9).
