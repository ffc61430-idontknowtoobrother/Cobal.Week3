       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPHRPT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Expense claim history report:
      *             reads the EXPHIST claim history in employee
      *             order and prints every claim ever submitted -
      *             reference, claim date, category, amount,
      *             approver and where it stands (paid with the pay
      *             period, pending, or rejected with the reason) -
      *             with paid, pending and rejected totals per
      *             employee and for the file, so audit can trace
      *             any reimbursement back to its approved claim.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-HISTORY ASSIGN TO "EXPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO "EXPHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-HISTORY.
       COPY EXPHIST.
       FD  HISTORY-REPORT.
       01  HISTORY-REPORT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(29)
               VALUE "EXPENSE CLAIM HISTORY REPORT".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-EMPLOYEE-LINE.
           05  FILLER              PIC X(9)  VALUE "EMPLOYEE ".
           05  WS-EL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  WS-CLAIM-LINE.
           05  WS-CL-CLAIM-REF     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-CLAIM-DATE    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-CATEGORY      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-APPROVER      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-STATUS        PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-REMARK        PIC X(30).

       01  WS-PAID-REMARK.
           05  FILLER              PIC X(7)  VALUE "PERIOD ".
           05  WS-PR-PERIOD-ID     PIC X(6).
           05  FILLER              PIC X(4)  VALUE " ON ".
           05  WS-PR-PAID-DATE     PIC 9(8).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-EMPLOYEE-TOTAL-LINE.
           05  FILLER              PIC X(8)  VALUE "  PAID  ".
           05  WS-ET-PAID          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(10) VALUE "  PENDING ".
           05  WS-ET-PENDING       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  REJECTED ".
           05  WS-ET-REJECTED      PIC ZZZZZZ9.99.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(11) VALUE "TOTAL PAID ".
           05  WS-GT-PAID          PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(10) VALUE "  PENDING ".
           05  WS-GT-PENDING       PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(11) VALUE "  REJECTED ".
           05  WS-GT-REJECTED      PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-CLAIM-COUNT-LINE.
           05  FILLER              PIC X(16) VALUE "CLAIMS ON FILE: ".
           05  WS-CC-CLAIMS        PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  EMPLOYEES: ".
           05  WS-CC-EMPLOYEES     PIC ZZZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

       77  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-FIRST-SW             PIC X(1)    VALUE "Y".
           88  WS-FIRST-RECORD                 VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-PREV-EMP-NO          PIC 9(5)    VALUE ZERO.
       77  WS-EMP-PAID             PIC 9(7)V99 VALUE ZERO.
       77  WS-EMP-PENDING          PIC 9(7)V99 VALUE ZERO.
       77  WS-EMP-REJECTED         PIC 9(7)V99 VALUE ZERO.
       77  WS-TOTAL-PAID           PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-PENDING        PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-REJECTED       PIC 9(8)V99 VALUE ZERO.
       77  WS-CLAIM-COUNT          PIC 9(5)    VALUE ZERO.
       77  WS-EMPLOYEE-COUNT       PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "EXPHRPT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EXPENSE-HISTORY
           IF WS-HIST-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EXPHIST OPEN FAILED, STATUS: "
                   WS-HIST-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT HISTORY-REPORT
               MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
               WRITE HISTORY-REPORT-REC FROM WS-REPORT-HEADER-LINE
               PERFORM READ-HISTORY
               PERFORM REPORT-ONE-CLAIM UNTIL WS-EOF
               IF NOT WS-FIRST-RECORD
                   PERFORM CLOSE-EMPLOYEE
               END-IF
               MOVE WS-TOTAL-PAID     TO WS-GT-PAID
               MOVE WS-TOTAL-PENDING  TO WS-GT-PENDING
               MOVE WS-TOTAL-REJECTED TO WS-GT-REJECTED
               WRITE HISTORY-REPORT-REC FROM WS-GRAND-TOTAL-LINE
               MOVE HISTORY-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               MOVE WS-CLAIM-COUNT    TO WS-CC-CLAIMS
               MOVE WS-EMPLOYEE-COUNT TO WS-CC-EMPLOYEES
               WRITE HISTORY-REPORT-REC FROM WS-CLAIM-COUNT-LINE
               MOVE HISTORY-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               CLOSE HISTORY-REPORT
               CLOSE EXPENSE-HISTORY
           END-IF
           GOBACK
           .
       READ-HISTORY.
           READ EXPENSE-HISTORY NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       REPORT-ONE-CLAIM.
           IF NOT WS-FIRST-RECORD
               AND EH-EMP-NO NOT = WS-PREV-EMP-NO
               PERFORM CLOSE-EMPLOYEE
           END-IF
           IF WS-FIRST-RECORD
               OR EH-EMP-NO NOT = WS-PREV-EMP-NO
               PERFORM OPEN-EMPLOYEE
           END-IF
           MOVE "N" TO WS-FIRST-SW
           MOVE EH-CLAIM-REF  TO WS-CL-CLAIM-REF
           MOVE EH-CLAIM-DATE TO WS-CL-CLAIM-DATE
           MOVE EH-CATEGORY   TO WS-CL-CATEGORY
           MOVE EH-AMOUNT     TO WS-CL-AMOUNT
           MOVE EH-APPROVER   TO WS-CL-APPROVER
           MOVE SPACES        TO WS-CL-REMARK
           EVALUATE TRUE
               WHEN EH-PAID
                   MOVE "PAID"       TO WS-CL-STATUS
                   MOVE EH-PERIOD-ID TO WS-PR-PERIOD-ID
                   MOVE EH-PAID-DATE TO WS-PR-PAID-DATE
                   MOVE WS-PAID-REMARK TO WS-CL-REMARK
                   ADD EH-AMOUNT TO WS-EMP-PAID
               WHEN EH-PENDING
                   MOVE "PENDING"    TO WS-CL-STATUS
                   ADD EH-AMOUNT TO WS-EMP-PENDING
               WHEN OTHER
                   MOVE "REJECT"     TO WS-CL-STATUS
                   MOVE EH-REASON    TO WS-CL-REMARK
                   ADD EH-AMOUNT TO WS-EMP-REJECTED
           END-EVALUATE
           WRITE HISTORY-REPORT-REC FROM WS-CLAIM-LINE
           ADD 1 TO WS-CLAIM-COUNT
           PERFORM READ-HISTORY
           EXIT
           .
       OPEN-EMPLOYEE.
           MOVE EH-EMP-NO TO WS-PREV-EMP-NO
           MOVE ZERO TO WS-EMP-PAID
           MOVE ZERO TO WS-EMP-PENDING
           MOVE ZERO TO WS-EMP-REJECTED
           MOVE EH-EMP-NO TO WS-EL-EMP-NO
           WRITE HISTORY-REPORT-REC FROM WS-EMPLOYEE-LINE
           ADD 1 TO WS-EMPLOYEE-COUNT
           EXIT
           .
       CLOSE-EMPLOYEE.
           MOVE WS-EMP-PAID     TO WS-ET-PAID
           MOVE WS-EMP-PENDING  TO WS-ET-PENDING
           MOVE WS-EMP-REJECTED TO WS-ET-REJECTED
           WRITE HISTORY-REPORT-REC FROM WS-EMPLOYEE-TOTAL-LINE
           ADD WS-EMP-PAID     TO WS-TOTAL-PAID
           ADD WS-EMP-PENDING  TO WS-TOTAL-PENDING
           ADD WS-EMP-REJECTED TO WS-TOTAL-REJECTED
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
