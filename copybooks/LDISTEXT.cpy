      *--------------------------------------------------------------
      * LDISTEXT - LABOR DISTRIBUTION DETAIL RECORD LAYOUT
      * One record per county share of each employee paid in a
      * DATA3 payroll register run: the employee and home county,
      * the county charged, the percentage, and that county's
      * share of gross pay and employer costs.  An employee with
      * no LABDIST split writes one record at 100 percent to the
      * home county.  Read by LABDRPT.
      *--------------------------------------------------------------
       01  LABOR-DIST-DETAIL-REC.
           05  LX-EMP-NO           PIC 9(5).
           05  LX-EMP-NAME         PIC X(20).
           05  LX-HOME-COUNTY      PIC X(9).
           05  LX-COUNTY-NAME      PIC X(9).
           05  LX-PERCENT          PIC 9(3)V99.
           05  LX-GROSS-SHARE      PIC 9(4)V99.
           05  LX-EMPR-SHARE       PIC 9(4)V99.
           05  LX-PERIOD-ID        PIC X(6).
           05  LX-RUN-DATE         PIC 9(8).
