      *--------------------------------------------------------------
      * PENDCHG - PENDING BANK DETAIL / SALARY CHANGE RECORD LAYOUT
      * Keyed on change type and employee number, so each employee
      * has at most one bank-detail change and one salary change
      * waiting.  BANKMNT holds bank adds and changes here, EMPMNT
      * holds salary changes; PD-PROPOSED-IMAGE is the record as it
      * will stand once applied.  The change only reaches EMPBANK or
      * EMPMAST when a "P" approval transaction from a user id other
      * than PD-MAKER is applied; an "R" transaction rejects it, and
      * PENDRPT expires whatever has waited past the PENDCTL limit.
      *--------------------------------------------------------------
       01  PENDING-CHANGE-REC.
           05  PD-KEY.
               10  PD-CHANGE-TYPE  PIC X(1).
                   88  PD-BANK-CHANGE     VALUE "B".
                   88  PD-SALARY-CHANGE   VALUE "S".
               10  PD-EMP-NO       PIC 9(5).
           05  PD-ACTION           PIC X(1).
           05  PD-MAKER            PIC X(8).
           05  PD-SUBMIT-DATE      PIC 9(8).
           05  PD-SUBMIT-DATE-N REDEFINES PD-SUBMIT-DATE.
               10  PD-SD-YYYY      PIC 9(4).
               10  PD-SD-MM        PIC 9(2).
               10  PD-SD-DD        PIC 9(2).
           05  PD-PROPOSED-IMAGE   PIC X(40).
           05  PD-PROPOSED-BANK REDEFINES PD-PROPOSED-IMAGE.
               10  PD-PB-EMP-NO    PIC 9(5).
               10  PD-PB-SORT-CODE PIC 9(6).
               10  PD-PB-ACCT-NO   PIC 9(8).
               10  PD-PB-ACCT-NAME PIC X(20).
               10  FILLER          PIC X(1).
           05  PD-PROPOSED-EMP REDEFINES PD-PROPOSED-IMAGE.
               10  PD-PE-EMP-NO    PIC 9(5).
               10  PD-PE-EMP-NAME  PIC X(20).
               10  PD-PE-COUNTY    PIC X(9).
               10  PD-PE-SALARY    PIC 9999V99.
