      *--------------------------------------------------------------
      * ADJJRNL - MANUAL ADJUSTING JOURNAL TRANSACTION LAYOUTS
      * Finance's adjusting entries (accruals, corrections and
      * reclassifications) for the ADJJRNL intake.  Each journal
      * is an "H" header - journal number, preparer, approver,
      * accounting period (YYYYMM), reversing flag and narrative -
      * followed by its "L" lines, one account debit or credit
      * each, carrying the same journal number.
      *--------------------------------------------------------------
       01  ADJ-JOURNAL-HEADER-REC.
           05  AJ-RECORD-TYPE      PIC X(1).
               88  AJ-IS-HEADER           VALUE "H".
               88  AJ-IS-LINE             VALUE "L".
           05  AJ-JOURNAL-NO       PIC X(8).
           05  AJ-PREPARER         PIC X(8).
           05  AJ-APPROVER         PIC X(8).
           05  AJ-PERIOD           PIC 9(6).
           05  AJ-REVERSING        PIC X(1).
               88  AJ-IS-REVERSING        VALUE "Y".
           05  AJ-DESCRIPTION      PIC X(30).
       01  ADJ-JOURNAL-LINE-REC.
           05  AJL-RECORD-TYPE     PIC X(1).
           05  AJL-JOURNAL-NO      PIC X(8).
           05  AJL-ACCOUNT-CODE    PIC X(8).
           05  AJL-DEBIT-CREDIT    PIC X(1).
               88  AJL-DEBIT              VALUE "D".
               88  AJL-CREDIT             VALUE "C".
           05  AJL-AMOUNT          PIC 9(9)V99.
