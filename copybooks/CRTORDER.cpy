      *--------------------------------------------------------------
      * CRTORDER - COURT-ORDERED EARNINGS ATTACHMENT RECORD LAYOUT
      * Keyed on CO-KEY, the employee plus the court or agency's
      * order number, so an employee may carry several orders.
      * Maintained by ORDMNT; DATA3 takes the active orders after
      * tax in ascending CO-PRIORITY, each limited so net pay never
      * falls below that order's protected-earnings floor.  The
      * amount due per period is CO-VALUE (method A) or CO-VALUE
      * percent of the net after tax (method P), plus any arrears
      * carried from earlier periods.  What could not be taken is
      * carried in CO-ARREARS.  A non-zero CO-TOTAL-CAP stops the
      * order when CO-TAKEN-TO-DATE reaches it (status S); a zero
      * cap runs until the order is withdrawn.
      *--------------------------------------------------------------
       01  COURT-ORDER-REC.
           05  CO-KEY.
               10  CO-EMP-NO       PIC 9(5).
               10  CO-ORDER-NO     PIC X(10).
           05  CO-PRIORITY         PIC 9(2).
           05  CO-CREDITOR-ID      PIC X(8).
           05  CO-CREDITOR-NAME    PIC X(20).
           05  CO-PROTECTED-NET    PIC 9(4)V99.
           05  CO-METHOD           PIC X(1).
               88  CO-FLAT-AMOUNT         VALUE "A".
               88  CO-PCT-OF-NET          VALUE "P".
           05  CO-VALUE            PIC 9(4)V99.
           05  CO-TOTAL-CAP        PIC 9(7)V99.
           05  CO-TAKEN-TO-DATE    PIC 9(7)V99.
           05  CO-ARREARS          PIC 9(7)V99.
           05  CO-LAST-TAKEN-DATE  PIC 9(8).
           05  CO-STATUS           PIC X(1).
               88  CO-ACTIVE              VALUE "A".
               88  CO-SATISFIED           VALUE "S".
