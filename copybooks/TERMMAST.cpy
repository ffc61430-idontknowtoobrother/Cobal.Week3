      *--------------------------------------------------------------
      * TERMMAST - ACADEMIC TERM MASTER RECORD LAYOUT
      * Keyed on TM-TERM-CODE (e.g. 261A), the term code carried on
      * GRADETRN, TERMHIST, GRADHIST and TUITINV.  Holds the term's
      * calendar: first and last day of teaching, the census date
      * after which add/drop stops, the grade submission deadline
      * and the date tuition for the term falls due.  A term is
      * opened when TERMMNT adds it and closed by TERMMNT once its
      * grades are final; GRDEDIT and DATA5 take no grades for an
      * unknown or closed term, TUITION takes its invoice due date
      * from TM-BILL-DUE-DATE and ENRLADRP stops add/drop after
      * TM-CENSUS-DATE.
      *--------------------------------------------------------------
       01  ACADEMIC-TERM-REC.
           05  TM-TERM-CODE        PIC X(4).
           05  TM-TERM-NAME        PIC X(20).
           05  TM-START-DATE       PIC 9(8).
           05  TM-END-DATE         PIC 9(8).
           05  TM-CENSUS-DATE      PIC 9(8).
           05  TM-GRADE-DEADLINE   PIC 9(8).
           05  TM-BILL-DUE-DATE    PIC 9(8).
           05  TM-STATUS           PIC X(1).
               88  TM-OPEN                VALUE "O".
               88  TM-CLOSED              VALUE "C".
           05  TM-CLOSED-DATE      PIC 9(8).
