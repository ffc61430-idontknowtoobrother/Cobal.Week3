      *--------------------------------------------------------------
      * PAYPART - PAYROLL PARTITION CHECKPOINT RECORD LAYOUT
      * One record per county-range partition of a partitioned
      * DATA3 payroll run, keyed on the partition number from that
      * partition's PARTCTL card.  PTN-RUN-KEY is the pay period the
      * partition is paying (the run date when there is no PAYPERD
      * control), so a partition record left from an earlier period
      * is started afresh.  DATA3 rewrites the record after every
      * employee with the county reached, how many of that county's
      * employees are done, the last staging sequence number and
      * the partition's running totals, so a failed partition
      * restarts where it stopped without touching the others.
      * PAYMERGE combines the completed partitions - their staged
      * PAYSTAGE records and the totals here - and marks them
      * merged.
      *--------------------------------------------------------------
       01  PAY-PARTITION-REC.
           05  PTN-PARTITION-ID    PIC 9(2).
           05  PTN-FROM-COUNTY     PIC X(9).
           05  PTN-TO-COUNTY       PIC X(9).
           05  PTN-RUN-KEY         PIC X(8).
           05  PTN-STATUS          PIC X(1).
               88  PTN-IN-PROGRESS       VALUE "R".
               88  PTN-COMPLETE          VALUE "C".
               88  PTN-MERGED            VALUE "M".
           05  PTN-STARTED-DATE    PIC 9(8).
           05  PTN-ENDED-DATE      PIC 9(8).
           05  PTN-LAST-COUNTY     PIC X(9).
           05  PTN-COUNTY-DONE     PIC 9(5).
           05  PTN-LAST-EMP-NO     PIC 9(5).
           05  PTN-LAST-SEQUENCE   PIC 9(7).
           05  PTN-EMP-COUNT       PIC 9(5).
           05  PTN-COMPANY-TOTAL   PIC 9(8)V99.
           05  PTN-TOTAL-WITHHELD  PIC 9(8)V99.
           05  PTN-TOTAL-NET       PIC 9(8)V99.
           05  PTN-TOTAL-DEDUCT    PIC 9(8)V99.
           05  PTN-TOTAL-ORDERS    PIC 9(8)V99.
           05  PTN-TOTAL-EXPENSES  PIC 9(8)V99.
           05  PTN-TOTAL-PENSION   PIC 9(8)V99.
           05  PTN-TOTAL-EMPR-PENSION PIC 9(8)V99.
           05  PTN-DC-COUNT        PIC 9(2).
           05  PTN-DED-CODE-TOTALS.
               10  PTN-DC-ENTRY OCCURS 20 TIMES.
                   15  PTN-DC-CODE     PIC X(4).
                   15  PTN-DC-TOTAL    PIC 9(8)V99.
           05  PTN-XC-COUNT        PIC 9(2).
           05  PTN-EXPENSE-CAT-TOTALS.
               10  PTN-XC-ENTRY OCCURS 20 TIMES.
                   15  PTN-XC-CATEGORY PIC X(4).
                   15  PTN-XC-TOTAL    PIC 9(8)V99.
           05  PTN-CD-COUNT        PIC 9(2).
           05  PTN-COUNTY-DIST-TOTALS.
               10  PTN-CD-ENTRY OCCURS 20 TIMES.
                   15  PTN-CD-COUNTY-NAME PIC X(9).
                   15  PTN-CD-GROSS    PIC 9(8)V99.
                   15  PTN-CD-EMPR-COST PIC 9(8)V99.
