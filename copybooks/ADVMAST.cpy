      *--------------------------------------------------------------
      * ADVMAST - ACADEMIC ADVISOR MASTER RECORD LAYOUT
      * Keyed on AV-STAFF-ID.  One record per member of staff who
      * advises students, with the department they advise for; the
      * department is matched against CO-DEPARTMENT on the course
      * master of each student assigned to them.  Maintained by
      * ADVMNT; an advisor who stops advising is retired (status R)
      * rather than deleted so their old assignments still name
      * someone, and ADVCASE lists those students for reassignment.
      *--------------------------------------------------------------
       01  ADVISOR-MASTER-REC.
           05  AV-STAFF-ID         PIC X(8).
           05  AV-ADVISOR-NAME     PIC X(20).
           05  AV-DEPARTMENT       PIC X(15).
           05  AV-STATUS           PIC X(1).
               88  AV-ACTIVE              VALUE "A".
               88  AV-RETIRED             VALUE "R".
           05  AV-STATUS-DATE      PIC 9(8).
