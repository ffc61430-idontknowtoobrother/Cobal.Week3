       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUBREF.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Shared remittance-reference routine,
      *             CALLed the way TAXBRKT is so the two ends agree:
      *             CUSTSTMT prints the reference it returns on the
      *             remittance stub, and LBXINTK proves the reference
      *             the bank keyed from that stub before it trusts
      *             the customer number in it.  The reference is the
      *             five-digit customer number followed by a weighted
      *             modulus-10 check digit (weights 6 down to 2), so
      *             a single mis-keyed digit or a swapped pair is
      *             caught instead of posting to a stranger.
      *--------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CUST-DIGITS.
           05  WS-CD-DIGIT         PIC 9 OCCURS 5 TIMES.

       77  WS-DIGIT-SUB            PIC 9     VALUE ZERO.
       77  WS-WEIGHTED-SUM         PIC 9(3)  VALUE ZERO.
       77  WS-SUM-QUOTIENT         PIC 9(3)  VALUE ZERO.
       77  WS-SUM-REMAINDER        PIC 9     VALUE ZERO.

       LINKAGE SECTION.
       01  LK-CUST-NO              PIC 9(5).
       01  LK-REFERENCE.
           05  LK-REF-CUST-NO      PIC 9(5).
           05  LK-REF-CHECK-DIGIT  PIC 9.

       PROCEDURE DIVISION USING LK-CUST-NO LK-REFERENCE.
       Begin.
           MOVE LK-CUST-NO TO WS-CUST-DIGITS
           MOVE ZERO TO WS-WEIGHTED-SUM
           PERFORM ADD-WEIGHTED-DIGIT
               VARYING WS-DIGIT-SUB FROM 1 BY 1
               UNTIL WS-DIGIT-SUB > 5
           DIVIDE WS-WEIGHTED-SUM BY 10 GIVING WS-SUM-QUOTIENT
               REMAINDER WS-SUM-REMAINDER
           MOVE LK-CUST-NO TO LK-REF-CUST-NO
           IF WS-SUM-REMAINDER = ZERO
               MOVE ZERO TO LK-REF-CHECK-DIGIT
           ELSE
               COMPUTE LK-REF-CHECK-DIGIT = 10 - WS-SUM-REMAINDER
           END-IF
           GOBACK
           .
       ADD-WEIGHTED-DIGIT.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
               + (WS-CD-DIGIT (WS-DIGIT-SUB) * (7 - WS-DIGIT-SUB))
           EXIT
           .
