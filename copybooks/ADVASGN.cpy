      *--------------------------------------------------------------
      * ADVASGN - STUDENT ADVISOR ASSIGNMENT RECORD LAYOUT
      * Keyed on AA-STU-ID; each student has one advisor at a time,
      * named by AA-STAFF-ID on the ADVMAST advisor master.
      * Written by ADVMNT, which only assigns an active advisor from
      * the department of the student's course; a reassignment
      * replaces the record.  Read by ADVCASE for the caseload
      * report, by PROBATN to name the advisor on probation and
      * suspension notices, and by DEGAUDIT for the students within
      * one term of completing.
      *--------------------------------------------------------------
       01  ADVISOR-ASSIGN-REC.
           05  AA-STU-ID           PIC 9(8).
           05  AA-STAFF-ID         PIC X(8).
           05  AA-DATE-ASSIGNED    PIC 9(8).
