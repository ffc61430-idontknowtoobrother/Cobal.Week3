      *--------------------------------------------------------------
      * CSVLAYT - DELIMITED FEED LAYOUT DEFINITION RECORD
      * One "F" feed record and one "C" column record per column of
      * each comma-delimited feed CSVINTK takes in, all keyed by
      * the feed name named on the CSVCTL control card.
      * The feed record gives the fixed record length to build, the
      * number of title rows at the top of the export to pass over,
      * and whether the fixed file gets a BATCHHDR header and a
      * BATCHTRL trailer.  A column record maps the delimited
      * column to its field position and length in the fixed
      * record, its type (X text, 9 unsigned numeric with an
      * implied decimal scale, D a YYYYMMDD date), whether it must
      * be present, and whether its value counts in the trailer
      * hash total.  A column with field position zero is read and
      * passed over.
      * Example - the counter spreadsheet's PAYMENTS export:
      *   FPAYMENTS0201NN
      *   CPAYMENTS01CUST-NO        0010590YN
      *   CPAYMENTS02PAY-DATE       00608D0YN
      *   CPAYMENTS03AMOUNT         0140792YN
      *--------------------------------------------------------------
       01  CSV-LAYOUT-REC.
           05  LY-RECORD-TYPE      PIC X(1).
               88  LY-IS-FEED             VALUE "F".
               88  LY-IS-COLUMN           VALUE "C".
           05  LY-FEED-NAME        PIC X(8).
           05  LY-FEED-DATA.
               10  LY-RECORD-LENGTH PIC 9(3).
               10  LY-SKIP-ROWS    PIC 9(1).
               10  LY-HEADER-SW    PIC X(1).
                   88  LY-WANTS-HEADER    VALUE "Y".
               10  LY-TRAILER-SW   PIC X(1).
                   88  LY-WANTS-TRAILER   VALUE "Y".
               10  FILLER          PIC X(20).
           05  LY-COLUMN-DATA REDEFINES LY-FEED-DATA.
               10  LY-COLUMN-NO    PIC 9(2).
               10  LY-COLUMN-NAME  PIC X(15).
               10  LY-FIELD-POS    PIC 9(3).
               10  LY-FIELD-LEN    PIC 9(2).
               10  LY-FIELD-TYPE   PIC X(1).
               10  LY-SCALE        PIC 9(1).
               10  LY-REQUIRED-SW  PIC X(1).
               10  LY-HASH-SW      PIC X(1).
