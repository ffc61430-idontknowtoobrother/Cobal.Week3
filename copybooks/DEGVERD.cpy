      *--------------------------------------------------------------
      * DEGVERD - DEGREE AUDIT VERDICT RECORD LAYOUT
      * Keyed on DV-STU-ID.  Rewritten in full by each DEGAUDIT run
      * with every student's earned and required credits and the
      * verdict printed on DEGAUDRP (COMPLETED, WITHIN ONE TERM,
      * SHORT, NO REQUIREMENT or COURSE NOT FOUND), so later runs
      * such as the ADVCASE caseload report can show the latest
      * audit without repeating it.
      *--------------------------------------------------------------
       01  DEGREE-VERDICT-REC.
           05  DV-STU-ID           PIC 9(8).
           05  DV-EARNED-CREDITS   PIC 9(4).
           05  DV-REQUIRED-CREDITS PIC 9(3).
           05  DV-VERDICT          PIC X(16).
           05  DV-AUDIT-DATE       PIC 9(8).
