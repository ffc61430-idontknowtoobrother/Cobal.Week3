      *--------------------------------------------------------------
      * QTRRETN - QUARTERLY EMPLOYER WITHHOLDING RETURN LAYOUTS
      * The filing file QTRRTN builds for the tax authority, fixed
      * 80-byte records in three types: one "D" detail per employee
      * paid in the quarter (gross and tax withheld for the
      * quarter), one "S" employer summary carrying the employee
      * count and the return totals, and a closing "T" trailer with
      * the count of every record in the file (trailer included)
      * and a hash of the tax withheld.  Amounts are unsigned with
      * two implied decimals.
      *--------------------------------------------------------------
       01  QTR-RETURN-DETAIL.
           05  QD-RECORD-TYPE      PIC X(1).
               88  QD-IS-DETAIL           VALUE "D".
           05  QD-EMPLOYER-ID      PIC X(10).
           05  QD-YEAR             PIC 9(4).
           05  QD-QUARTER          PIC 9(1).
           05  QD-EMP-NO           PIC 9(5).
           05  QD-EMP-NAME         PIC X(20).
           05  QD-GROSS            PIC 9(7)V99.
           05  QD-WITHHELD         PIC 9(7)V99.
           05  FILLER              PIC X(21).
       01  QTR-RETURN-SUMMARY.
           05  QS-RECORD-TYPE      PIC X(1).
               88  QS-IS-SUMMARY          VALUE "S".
           05  QS-EMPLOYER-ID      PIC X(10).
           05  QS-YEAR             PIC 9(4).
           05  QS-QUARTER          PIC 9(1).
           05  QS-EMPLOYEE-COUNT   PIC 9(6).
           05  QS-TOTAL-GROSS      PIC 9(11)V99.
           05  QS-TOTAL-WITHHELD   PIC 9(11)V99.
           05  FILLER              PIC X(32).
       01  QTR-RETURN-TRAILER.
           05  QT-RECORD-TYPE      PIC X(1).
               88  QT-IS-TRAILER          VALUE "T".
           05  QT-EMPLOYER-ID      PIC X(10).
           05  QT-RECORD-COUNT     PIC 9(7).
           05  QT-HASH-TOTAL       PIC 9(11)V99.
           05  FILLER              PIC X(49).
