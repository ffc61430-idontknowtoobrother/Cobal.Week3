       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             the TERMMAST academic term master, with the same
      *             discipline as PENSMNT: reads TERMTRAN records
      *             adding a term (opened on the run date), changing
      *             its calendar dates, or closing it once its grades
      *             are final, applies them to the indexed master,
      *             and writes an applied-transactions register to
      *             TERMMREG.  Rejected transactions (duplicate term,
      *             change or close of a missing term, a change or
      *             second close of a closed term, dates that are
      *             not valid or not in calendar order, unknown
      *             action code) go to the TERMMEXC exceptions
      *             report with a reason per record.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACADEMIC-TERMS ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TRM-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "TERMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-REGISTER   ASSIGN TO "TERMMREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "TERMMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-TERMS.
       COPY TERMMAST.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-CLOSE               VALUE "X".
           05  MT-TERM-CODE        PIC X(4).
           05  MT-TERM-NAME        PIC X(20).
           05  MT-START-DATE       PIC 9(8).
           05  MT-END-DATE         PIC 9(8).
           05  MT-CENSUS-DATE      PIC 9(8).
           05  MT-GRADE-DEADLINE   PIC 9(8).
           05  MT-BILL-DUE-DATE    PIC 9(8).
       FD  MAINT-REGISTER.
       01  MAINT-REGISTER-REC      PIC X(80).
       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-LINE.
           05  WS-RG-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-ACTION        PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-TERM-CODE     PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-START-DATE    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE "-".
           05  WS-RG-END-DATE      PIC 9(8).
           05  FILLER              PIC X(5)  VALUE " CEN ".
           05  WS-RG-CENSUS-DATE   PIC 9(8).
           05  FILLER              PIC X(5)  VALUE " GRD ".
           05  WS-RG-GRADE-DEADLINE PIC 9(8).
           05  FILLER              PIC X(5)  VALUE " DUE ".
           05  WS-RG-BILL-DUE-DATE PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-STATUS        PIC X(1).

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-TERM-CODE     PIC X(4).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-CHECK-DATE.
           05  WS-CD-YYYY          PIC 9(4).
           05  WS-CD-MM            PIC 99.
           05  WS-CD-DD            PIC 99.
       01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE PIC 9(8).

       77  WS-TRM-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-TRAN-VALID-SW        PIC X(1)  VALUE "N".
           88  WS-TRAN-VALID                 VALUE "Y".
       77  WS-DATE-VALID-SW        PIC X(1)  VALUE "N".
           88  WS-DATE-VALID                 VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "TERMMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O ACADEMIC-TERMS
           IF WS-TRM-STATUS = "35"
               OPEN OUTPUT ACADEMIC-TERMS
               CLOSE ACADEMIC-TERMS
               OPEN I-O ACADEMIC-TERMS
           END-IF
           IF WS-TRM-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ACADEMIC-TERMS OPEN FAILED, STATUS: "
                   WS-TRM-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT MAINT-TRANSACTIONS
               IF WS-TRAN-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "TERMTRAN OPEN FAILED, STATUS: "
                       WS-TRAN-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN OUTPUT MAINT-REGISTER
                   PERFORM READ-TRANSACTION
                   PERFORM APPLY-TRANSACTION UNTIL WS-EOF
                   PERFORM WRITE-REGISTER-TOTALS
                   CLOSE MAINT-TRANSACTIONS
                   CLOSE MAINT-REGISTER
               END-IF
               CLOSE ACADEMIC-TERMS
           END-IF
           IF WS-EXC-OPEN
               CLOSE MAINT-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-TRANSACTION.
           READ MAINT-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-TERM-CODE = SPACES
                   MOVE "TERM CODE MISSING" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN MT-ADD
                   PERFORM APPLY-ADD
               WHEN MT-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN MT-CLOSE
                   PERFORM APPLY-CLOSE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE
           PERFORM READ-TRANSACTION
           EXIT
           .
      *--------------------------------------------------------------
      * Every date must be a real calendar date, teaching must
      * start before it ends, the census date must fall inside the
      * teaching dates and grades cannot be due before teaching
      * ends.  The billing due date only has to be a valid date.
      *--------------------------------------------------------------
       EDIT-TERM-DATES.
           MOVE "Y" TO WS-TRAN-VALID-SW
           MOVE MT-START-DATE TO WS-CHECK-DATE-N
           PERFORM CHECK-ONE-DATE
           IF WS-DATE-VALID
               MOVE MT-END-DATE TO WS-CHECK-DATE-N
               PERFORM CHECK-ONE-DATE
           END-IF
           IF WS-DATE-VALID
               MOVE MT-CENSUS-DATE TO WS-CHECK-DATE-N
               PERFORM CHECK-ONE-DATE
           END-IF
           IF WS-DATE-VALID
               MOVE MT-GRADE-DEADLINE TO WS-CHECK-DATE-N
               PERFORM CHECK-ONE-DATE
           END-IF
           IF WS-DATE-VALID
               MOVE MT-BILL-DUE-DATE TO WS-CHECK-DATE-N
               PERFORM CHECK-ONE-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                   MOVE "DATE NOT VALID" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-END-DATE NOT > MT-START-DATE
                   MOVE "TERM ENDS BEFORE IT STARTS" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-CENSUS-DATE < MT-START-DATE
                   OR MT-CENSUS-DATE > MT-END-DATE
                   MOVE "CENSUS DATE OUTSIDE TERM" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN MT-GRADE-DEADLINE < MT-END-DATE
                   MOVE "GRADES DUE BEFORE TERM ENDS"
                       TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT
           .
       CHECK-ONE-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-CHECK-DATE-N IS NUMERIC
               IF WS-CD-YYYY > 1900
                   AND WS-CD-MM NOT < 1 AND WS-CD-MM NOT > 12
                   AND WS-CD-DD NOT < 1 AND WS-CD-DD NOT > 31
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF
           EXIT
           .
       APPLY-ADD.
           PERFORM EDIT-TERM-DATES
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-TERM-CODE TO TM-TERM-CODE
               READ ACADEMIC-TERMS
                   INVALID KEY
                       PERFORM MOVE-TRAN-TO-MASTER
                       SET TM-OPEN TO TRUE
                       MOVE ZERO TO TM-CLOSED-DATE
                       WRITE ACADEMIC-TERM-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "ADDED  " TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   NOT INVALID KEY
                       MOVE "DUPLICATE TERM, ON FILE" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A closed term's calendar is history; it is not changed.
      *--------------------------------------------------------------
       APPLY-CHANGE.
           PERFORM EDIT-TERM-DATES
           IF NOT WS-TRAN-VALID
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-TERM-CODE TO TM-TERM-CODE
               READ ACADEMIC-TERMS
                   INVALID KEY
                       MOVE "CHANGE TO MISSING TERM" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       IF TM-CLOSED
                           MOVE "TERM CLOSED, NOT CHANGED"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           PERFORM MOVE-TRAN-TO-MASTER
                           REWRITE ACADEMIC-TERM-REC
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE "CHANGED" TO WS-RG-ACTION
                           PERFORM WRITE-REGISTER-LINE
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       APPLY-CLOSE.
           MOVE MT-TERM-CODE TO TM-TERM-CODE
           READ ACADEMIC-TERMS
               INVALID KEY
                   MOVE "CLOSE OF MISSING TERM" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF TM-CLOSED
                       MOVE "TERM ALREADY CLOSED" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       SET TM-CLOSED TO TRUE
                       MOVE WS-RUN-DATE TO TM-CLOSED-DATE
                       REWRITE ACADEMIC-TERM-REC
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE "CLOSED " TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   END-IF
           END-READ
           EXIT
           .
       MOVE-TRAN-TO-MASTER.
           MOVE MT-TERM-CODE       TO TM-TERM-CODE
           MOVE MT-TERM-NAME       TO TM-TERM-NAME
           MOVE MT-START-DATE      TO TM-START-DATE
           MOVE MT-END-DATE        TO TM-END-DATE
           MOVE MT-CENSUS-DATE     TO TM-CENSUS-DATE
           MOVE MT-GRADE-DEADLINE  TO TM-GRADE-DEADLINE
           MOVE MT-BILL-DUE-DATE   TO TM-BILL-DUE-DATE
           EXIT
           .
       WRITE-REGISTER-LINE.
           MOVE WS-RUN-DATE        TO WS-RG-DATE
           MOVE TM-TERM-CODE       TO WS-RG-TERM-CODE
           MOVE TM-START-DATE      TO WS-RG-START-DATE
           MOVE TM-END-DATE        TO WS-RG-END-DATE
           MOVE TM-CENSUS-DATE     TO WS-RG-CENSUS-DATE
           MOVE TM-GRADE-DEADLINE  TO WS-RG-GRADE-DEADLINE
           MOVE TM-BILL-DUE-DATE   TO WS-RG-BILL-DUE-DATE
           MOVE TM-STATUS          TO WS-RG-STATUS
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT MAINT-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE MT-ACTION    TO WS-EX-ACTION
           MOVE MT-TERM-CODE TO WS-EX-TERM-CODE
           WRITE MAINT-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE MAINT-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-REGISTER-TOTALS.
           MOVE "TRANSACTIONS READ    " TO WS-RT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS APPLIED " TO WS-RT-LABEL
           MOVE WS-APPLIED-COUNT        TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS REJECTED" TO WS-RT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
