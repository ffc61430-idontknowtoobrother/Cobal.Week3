      *--------------------------------------------------------------
      * PAYSTAGE - PAYROLL PARTITION STAGING RECORD LAYOUT
      * Every output record a partitioned DATA3 run produces, held
      * here instead of on the shared sequential files the
      * partitions would otherwise overwrite: keyed by partition
      * number, the output file's name (DATA3RPT, PAYEXTR, BANKEXT,
      * CHQPRINT, ORDREMIT, PENSREM or LDISTEXT) and a sequence
      * number running through the whole partition.  The data area
      * is wide enough for the widest record (PAYEXTR) and is
      * space-filled beyond a shorter one, as on GENSTORE.  A
      * CHQPRINT entry is the cheque still to be issued (laid out
      * as PAY-STAGE-CHEQUE-REC), not the printed line - PAYMERGE
      * issues every cheque itself so the serials stay in one
      * unbroken run.
      *--------------------------------------------------------------
       01  PAY-STAGE-REC.
           05  PG-KEY.
               10  PG-PARTITION-ID PIC 9(2).
               10  PG-FILE-NAME    PIC X(8).
               10  PG-SEQUENCE     PIC 9(7).
           05  PG-DATA             PIC X(256).
       01  PAY-STAGE-CHEQUE-REC.
           05  FILLER              PIC X(17).
           05  PG-CHQ-EMP-NO       PIC 9(5).
           05  PG-CHQ-EMP-NAME     PIC X(20).
           05  PG-CHQ-AMOUNT       PIC 9(7)V99.
           05  FILLER              PIC X(222).
