      *             with bucket totals at the bottom, so collections
      *             stops working from a photocopy of DATA1RPT with
      *             ticks in the margin.
      * 2026-10-15  One line per open invoice rather than per
      *             customer, carrying the invoice number: a customer
      *             with several years outstanding now shows each
      *             year's balance in its own age bucket instead of
      *             only the latest.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT AGING-REPORT ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       WORKING-STORAGE SECTION.
       01  WS-AGING-HEADER-LINE.
           05  FILLER             PIC X(13) VALUE "CUST /INV    ".
           05  FILLER             PIC X(11) VALUE "   CURRENT ".
           05  FILLER             PIC X(11) VALUE "   30 DAYS ".
           05  FILLER             PIC X(11) VALUE "   60 DAYS ".
           05  FILLER             PIC X(11) VALUE "   90 DAYS ".
           05  FILLER             PIC X(23) VALUE SPACES.

       01  WS-AGING-LINE.
           05  WS-AG-CUST-NO      PIC 9(5).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-AG-INVOICE-NO   PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-CURRENT      PIC ZZZZ9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-AG-60           PIC ZZZZ9.99.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-AG-90           PIC ZZZZ9.99.
           05  FILLER             PIC X(26) VALUE SPACES.

       01  WS-AGING-TOTAL-LINE.
           05  FILLER             PIC X(13) VALUE "TOTALS       ".
           05  WS-AT-CURRENT      PIC ZZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AT-30           PIC ZZZZZ9.99.
           05  WS-AT-60           PIC ZZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AT-90           PIC ZZZZZ9.99.
           05  FILLER             PIC X(25) VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY         PIC 9(4).
           EXIT
           .
       WRITE-AGING-LINE.
           MOVE IN-CUST-NO    TO WS-AG-CUST-NO
           MOVE IN-INVOICE-NO TO WS-AG-INVOICE-NO
           MOVE ZERO TO WS-AG-CURRENT
           MOVE ZERO TO WS-AG-30
           MOVE ZERO TO WS-AG-60
