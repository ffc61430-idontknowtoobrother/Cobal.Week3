      *--------------------------------------------------------------
      * AWARDMST - SCHOLARSHIP AND FINANCIAL AID AWARDS MASTER
      * Keyed on AW-KEY (AW-STU-ID plus AW-AWARD-CODE), so a
      * student can hold several awards at once.  An award is
      * either a fixed amount per term or a percentage of the
      * term's tuition, and covers the terms from AW-FIRST-TERM
      * to AW-LAST-TERM (spaces: until it lapses).  The renewal
      * rule is a minimum SM-CUM-GPA and a minimum TH-CREDIT-LOAD
      * for the term.  Maintained by AWRDMNT; TUITION applies the
      * payable awards to TUITINV and AWRDRNW reviews them at the
      * end of each term - a first failure puts the award at risk
      * (still paid), a second in a row lapses it.  AW-REVIEW-TERM
      * and AW-PRE-REVIEW-STATUS let a rerun of the same term's
      * review start again from the standing before it.
      *--------------------------------------------------------------
       01  STUDENT-AWARD-REC.
           05  AW-KEY.
               10  AW-STU-ID       PIC 9(8).
               10  AW-AWARD-CODE   PIC X(6).
           05  AW-AWARD-NAME       PIC X(20).
           05  AW-BASIS            PIC X(1).
               88  AW-FIXED-AMOUNT        VALUE "F".
               88  AW-PERCENT-OF-TUITION  VALUE "P".
               88  AW-VALID-BASIS         VALUE "F" "P".
           05  AW-FIXED-AMT        PIC 9(5)V99.
           05  AW-PERCENT          PIC 9(3)V99.
           05  AW-FIRST-TERM       PIC X(4).
           05  AW-LAST-TERM        PIC X(4).
           05  AW-MIN-CUM-GPA      PIC 9V99.
           05  AW-MIN-CREDIT-LOAD  PIC 99.
           05  AW-STATUS           PIC X(1).
               88  AW-IN-GOOD-STANDING    VALUE "A".
               88  AW-AT-RISK             VALUE "R".
               88  AW-LAPSED              VALUE "L".
               88  AW-PAYABLE             VALUE "A" "R".
           05  AW-REVIEW-TERM      PIC X(4).
           05  AW-PRE-REVIEW-STATUS PIC X(1).
           05  AW-LAPSE-DATE       PIC 9(8).
