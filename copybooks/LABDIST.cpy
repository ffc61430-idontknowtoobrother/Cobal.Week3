      *--------------------------------------------------------------
      * LABDIST - LABOR DISTRIBUTION RECORD LAYOUT
      * Keyed on LD-EMP-NO, one record per employee whose time is
      * split across counties.  Maintained by LABMNT, which holds
      * the used LD-SPLIT entries (LD-SPLIT-COUNT of them) to
      * valid CNTYCODE counties whose percentages total exactly
      * 100.00.  DATA3 charges the employee's gross pay and
      * employer costs to the counties in these proportions; an
      * employee with no record is charged wholly to
      * EM-COUNTY-NAME.
      *--------------------------------------------------------------
       01  LABOR-DIST-REC.
           05  LD-EMP-NO           PIC 9(5).
           05  LD-SPLIT-COUNT      PIC 9(1).
           05  LD-SPLIT OCCURS 5 TIMES.
               10  LD-COUNTY-NAME  PIC X(9).
               10  LD-PERCENT      PIC 9(3)V99.
