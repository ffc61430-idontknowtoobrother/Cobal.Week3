      *--------------------------------------------------------------
      * ALUMMAST - ALUMNI MASTER RECORD LAYOUT
      * Keyed on AL-STUDENT-ID, the student id the graduate held on
      * STUDMAST.  Written once per graduate by the GRADCONF
      * conferral run as the student is removed from the active
      * master: the name, date of birth and course exactly as they
      * stood on STUDMAST, the final SM-CUM-GPA, the credits earned
      * per the degree audit, the honors awarded and the conferral
      * (ceremony) date.  TRNSFULF reads it to issue transcripts to
      * alumni; TERMHIST and GRADHIST keep their terms.
      *--------------------------------------------------------------
       01  ALUMNI-MASTER-REC.
           COPY STUDKEY
               REPLACING ==SK-STUDENT-ID== BY ==AL-STUDENT-ID==.
           05  AL-STUDENT-NAME.
               10  AL-FORENAME     PIC X(9).
               10  AL-SURNAME      PIC X(12).
           05  AL-DATE-OF-BIRTH    PIC 9(8).
           05  AL-COURSE-ID        PIC X(5).
           05  AL-FINAL-CUM-GPA    PIC 9V99.
           05  AL-CREDITS-EARNED   PIC 9(4).
           05  AL-HONORS           PIC X(16).
           05  AL-CONFERRAL-DATE   PIC 9(8).
