      *             statement season can reprint last year all
      *             through January without racing the first
      *             posting of the new year.
      * 2026-10-15  Members of a pension scheme get an annual
      *             pension line under the totals: the employee
      *             contributions taken before tax (so not in the
      *             taxed gross) and the employer's match.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-AT-NET           PIC ZZZZZ9.99.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-PENSION-TOTAL-LINE.
           05  FILLER              PIC X(9)  VALUE "PENSION  ".
           05  FILLER              PIC X(11) VALUE "  EMPLOYEE:".
           05  WS-PT-EMP           PIC ZZZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  EMPLOYER:".
           05  WS-PT-EMPR          PIC ZZZZZ9.99.
           05  FILLER              PIC X(31) VALUE SPACES.

       01  WS-STATEMENT-COUNT-LINE.
           05  FILLER              PIC X(21) VALUE
               "STATEMENTS PRINTED   ".
       77  WS-TOTAL-GROSS          PIC 9(7)V99 VALUE ZERO.
       77  WS-TOTAL-WITHHELD       PIC 9(7)V99 VALUE ZERO.
       77  WS-TOTAL-NET            PIC 9(7)V99 VALUE ZERO.
       77  WS-TOTAL-PENSION        PIC 9(7)V99 VALUE ZERO.
       77  WS-TOTAL-EMPR-PENSION   PIC 9(7)V99 VALUE ZERO.
       77  WS-STMT-COUNT           PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "YTDSTMT".
           MOVE ZERO TO WS-TOTAL-GROSS
           MOVE ZERO TO WS-TOTAL-WITHHELD
           MOVE ZERO TO WS-TOTAL-NET
           MOVE ZERO TO WS-TOTAL-PENSION
           MOVE ZERO TO WS-TOTAL-EMPR-PENSION
           PERFORM PRINT-QUARTER-LINE
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           WRITE ANNUAL-STATEMENT-REC FROM WS-ANNUAL-TOTAL-LINE
           MOVE ANNUAL-STATEMENT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           IF WS-TOTAL-PENSION > ZERO
               OR WS-TOTAL-EMPR-PENSION > ZERO
               MOVE WS-TOTAL-PENSION      TO WS-PT-EMP
               MOVE WS-TOTAL-EMPR-PENSION TO WS-PT-EMPR
               WRITE ANNUAL-STATEMENT-REC FROM WS-PENSION-TOTAL-LINE
           END-IF
           MOVE SPACES TO ANNUAL-STATEMENT-REC
           WRITE ANNUAL-STATEMENT-REC
           ADD 1 TO WS-STMT-COUNT
           ADD YL-QTR-GROSS (WS-QTR-SUB)    TO WS-TOTAL-GROSS
           ADD YL-QTR-WITHHELD (WS-QTR-SUB) TO WS-TOTAL-WITHHELD
           ADD YL-QTR-NET (WS-QTR-SUB)      TO WS-TOTAL-NET
           ADD YL-QTR-PENSION (WS-QTR-SUB)  TO WS-TOTAL-PENSION
           ADD YL-QTR-EMPR-PENSION (WS-QTR-SUB)
               TO WS-TOTAL-EMPR-PENSION
           WRITE ANNUAL-STATEMENT-REC FROM WS-QUARTER-LINE
           EXIT
           .
