               10  YP-QTR-WITHHELD PIC 9(6)V99.
               10  YP-QTR-DEDUCT   PIC 9(6)V99.
               10  YP-QTR-NET      PIC 9(6)V99.
           05  YP-PENSION-ENTRY OCCURS 4 TIMES.
               10  YP-QTR-PENSION  PIC 9(6)V99.
               10  YP-QTR-EMPR-PENSION PIC 9(6)V99.
