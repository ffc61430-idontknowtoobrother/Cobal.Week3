       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDIT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Edits the EXPTRAN employee expense
      *             claim transactions (employee, claim reference,
      *             claim date, category, amount and approver)
      *             against EMPMAST and the EXPCATS category limit
      *             table.  An approved claim that passes is written
      *             to the EXPHIST claims history as pending, for
      *             DATA3 to reimburse with the employee's next net
      *             pay, and listed on the EXPREG register; a claim
      *             that fails - unknown employee or category, over
      *             the category's per-claim limit, unapproved, a
      *             duplicate of a claim already on file - goes to
      *             the EXPEXC exception register with the reason,
      *             and into the history as rejected, so mileage and
      *             expenses stop being paid by manual cheque.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-TRANSACTIONS ASSIGN TO "EXPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CATEGORY-LIMITS ASSIGN TO "EXPCATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT EXPENSE-HISTORY ASSIGN TO "EXPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CLAIM-REGISTER   ASSIGN TO "EXPREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLAIM-EXCEPTIONS ASSIGN TO "EXPEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-TRANSACTIONS.
       01  CLAIM-TRAN-REC.
           05  XT-EMP-NO           PIC 9(5).
           05  XT-CLAIM-REF        PIC X(10).
           05  XT-CLAIM-DATE       PIC 9(8).
           05  XT-CATEGORY         PIC X(4).
           05  XT-AMOUNT           PIC 9(4)V99.
           05  XT-APPROVER         PIC X(8).
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  CATEGORY-LIMITS.
       01  CATEGORY-LIMIT-REC.
           05  EK-CATEGORY         PIC X(4).
           05  EK-DESCRIPTION      PIC X(20).
           05  EK-CLAIM-LIMIT      PIC 9(4)V99.
       FD  EXPENSE-HISTORY.
       COPY EXPHIST.
       FD  CLAIM-REGISTER.
       01  CLAIM-REGISTER-REC      PIC X(80).
       FD  CLAIM-EXCEPTIONS.
       01  CLAIM-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  CATEGORY-LIMIT-TABLE.
           05  CL-ENTRY OCCURS 20 TIMES.
               10  CL-CATEGORY     PIC X(4).
               10  CL-CLAIM-LIMIT  PIC 9(4)V99.

       01  WS-REGISTER-LINE.
           05  WS-RG-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-CLAIM-REF     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-CLAIM-DATE    PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-CATEGORY      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(10) VALUE "  APPR BY ".
           05  WS-RG-APPROVER      PIC X(8).
           05  FILLER              PIC X(15) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-CLAIM-REF     PIC X(10).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-CATEGORY      PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-AMOUNT        PIC ZZZ9.99.
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RT-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(41) VALUE SPACES.

       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-EMP-STATUS           PIC X(2)  VALUE "00".
       77  WS-CAT-STATUS           PIC X(2)  VALUE "00".
       77  WS-HIST-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-CAT-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-CAT-EOF                    VALUE "Y".
       77  WS-CLAIM-VALID-SW       PIC X(1)  VALUE "N".
           88  WS-CLAIM-VALID                VALUE "Y".
       77  WS-HIST-ELIGIBLE-SW     PIC X(1)  VALUE "N".
           88  WS-HIST-ELIGIBLE              VALUE "Y".
       77  WS-HIST-ON-FILE-SW      PIC X(1)  VALUE "N".
           88  WS-HIST-ON-FILE               VALUE "Y".
       77  WS-CAT-FOUND-SW         PIC X(1)  VALUE "N".
           88  WS-CAT-FOUND                  VALUE "Y".
       77  WS-CL-COUNT             PIC 9(2)  VALUE ZERO.
       77  WS-CL-SUB               PIC 9(2)  VALUE ZERO.
       77  WS-CL-MATCH             PIC 9(2)  VALUE ZERO.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-ACCEPTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-ACCEPTED-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       77  WS-REJECTED-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "EXPEDIT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5) VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CATEGORY-LIMITS
           OPEN I-O EXPENSE-HISTORY
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT EXPENSE-HISTORY
               CLOSE EXPENSE-HISTORY
               OPEN I-O EXPENSE-HISTORY
           END-IF
           EVALUATE TRUE
               WHEN WS-CL-COUNT = ZERO
                   MOVE "NO EXPCATS LIMIT TABLE, CLAIMS NOT EDITED"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-HIST-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "EXPENSE-HISTORY OPEN FAILED, STATUS: "
                       WS-HIST-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   PERFORM EDIT-CLAIM-FILE
           END-EVALUATE
           IF WS-HIST-STATUS = "00"
               CLOSE EXPENSE-HISTORY
           END-IF
           IF WS-EXC-OPEN
               CLOSE CLAIM-EXCEPTIONS
           END-IF
           GOBACK
           .
       EDIT-CLAIM-FILE.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EMPLOYEE-MASTER OPEN FAILED, STATUS: "
                   WS-EMP-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT CLAIM-TRANSACTIONS
               IF WS-TRAN-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "EXPTRAN OPEN FAILED, STATUS: "
                       WS-TRAN-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN OUTPUT CLAIM-REGISTER
                   PERFORM READ-CLAIM
                   PERFORM EDIT-ONE-CLAIM UNTIL WS-EOF
                   PERFORM WRITE-REGISTER-TOTALS
                   CLOSE CLAIM-TRANSACTIONS
                   CLOSE CLAIM-REGISTER
               END-IF
               CLOSE EMPLOYEE-MASTER
           END-IF
           EXIT
           .
       LOAD-CATEGORY-LIMITS.
           MOVE ZERO TO WS-CL-COUNT
           OPEN INPUT CATEGORY-LIMITS
           IF WS-CAT-STATUS = "00"
               PERFORM READ-CATEGORY-LIMIT
               PERFORM STORE-CATEGORY-LIMIT UNTIL WS-CAT-EOF
               CLOSE CATEGORY-LIMITS
           END-IF
           EXIT
           .
       READ-CATEGORY-LIMIT.
           READ CATEGORY-LIMITS
               AT END MOVE "Y" TO WS-CAT-EOF-SW
           END-READ
           EXIT
           .
       STORE-CATEGORY-LIMIT.
           IF WS-CL-COUNT < 20
               ADD 1 TO WS-CL-COUNT
               MOVE EK-CATEGORY    TO CL-CATEGORY (WS-CL-COUNT)
               MOVE EK-CLAIM-LIMIT TO CL-CLAIM-LIMIT (WS-CL-COUNT)
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CATEGORY TABLE FULL, DROPPED: " EK-CATEGORY
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           PERFORM READ-CATEGORY-LIMIT
           EXIT
           .
       READ-CLAIM.
           READ CLAIM-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       EDIT-ONE-CLAIM.
           PERFORM VALIDATE-CLAIM
           IF WS-CLAIM-VALID
               PERFORM ACCEPT-CLAIM
           ELSE
               PERFORM REJECT-CLAIM
           END-IF
           PERFORM READ-CLAIM
           EXIT
           .
      *--------------------------------------------------------------
      * A claim is only ever paid once: a reference already on the
      * history for the employee is a duplicate unless the earlier
      * submission was rejected, in which case the corrected claim
      * replaces it.  Claims that cannot be keyed to a real
      * employee and reference never reach the history.
      *--------------------------------------------------------------
       VALIDATE-CLAIM.
           MOVE "Y" TO WS-CLAIM-VALID-SW
           MOVE "N" TO WS-HIST-ELIGIBLE-SW
           MOVE "N" TO WS-HIST-ON-FILE-SW
           MOVE "N" TO WS-CAT-FOUND-SW
           PERFORM MATCH-CATEGORY
               VARYING WS-CL-SUB FROM 1 BY 1
               UNTIL WS-CL-SUB > WS-CL-COUNT
                   OR WS-CAT-FOUND
           IF XT-CLAIM-REF = SPACES
               MOVE "CLAIM REFERENCE MISSING" TO WS-EX-REASON
               MOVE "N" TO WS-CLAIM-VALID-SW
           ELSE
               MOVE XT-EMP-NO TO EM-EMP-NO
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "EMPLOYEE NOT ON MASTER" TO WS-EX-REASON
                       MOVE "N" TO WS-CLAIM-VALID-SW
                   NOT INVALID KEY
                       PERFORM CHECK-CLAIM-HISTORY
               END-READ
           END-IF
           IF WS-CLAIM-VALID
               EVALUATE TRUE
                   WHEN XT-CLAIM-DATE IS NOT NUMERIC
                       OR XT-CLAIM-DATE > WS-RUN-DATE
                       MOVE "CLAIM DATE INVALID" TO WS-EX-REASON
                       MOVE "N" TO WS-CLAIM-VALID-SW
                   WHEN NOT WS-CAT-FOUND
                       MOVE "UNKNOWN EXPENSE CATEGORY" TO WS-EX-REASON
                       MOVE "N" TO WS-CLAIM-VALID-SW
                   WHEN XT-AMOUNT IS NOT NUMERIC
                       OR XT-AMOUNT = ZERO
                       MOVE "AMOUNT NOT NUMERIC OR ZERO"
                           TO WS-EX-REASON
                       MOVE "N" TO WS-CLAIM-VALID-SW
                   WHEN XT-AMOUNT > CL-CLAIM-LIMIT (WS-CL-MATCH)
                       MOVE "OVER CATEGORY LIMIT" TO WS-EX-REASON
                       MOVE "N" TO WS-CLAIM-VALID-SW
                   WHEN XT-APPROVER = SPACES
                       MOVE "CLAIM NOT APPROVED" TO WS-EX-REASON
                       MOVE "N" TO WS-CLAIM-VALID-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT
           .
       CHECK-CLAIM-HISTORY.
           MOVE XT-EMP-NO    TO EH-EMP-NO
           MOVE XT-CLAIM-REF TO EH-CLAIM-REF
           READ EXPENSE-HISTORY
               INVALID KEY
                   SET WS-HIST-ELIGIBLE TO TRUE
               NOT INVALID KEY
                   IF EH-REJECTED
                       SET WS-HIST-ELIGIBLE TO TRUE
                       SET WS-HIST-ON-FILE TO TRUE
                   ELSE
                       MOVE "DUPLICATE CLAIM, ON FILE"
                           TO WS-EX-REASON
                       MOVE "N" TO WS-CLAIM-VALID-SW
                   END-IF
           END-READ
           EXIT
           .
       MATCH-CATEGORY.
           IF CL-CATEGORY (WS-CL-SUB) = XT-CATEGORY
               SET WS-CAT-FOUND TO TRUE
               MOVE WS-CL-SUB TO WS-CL-MATCH
           END-IF
           EXIT
           .
       ACCEPT-CLAIM.
           SET EH-PENDING TO TRUE
           MOVE SPACES TO EH-REASON
           PERFORM WRITE-CLAIM-HISTORY
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD XT-AMOUNT TO WS-ACCEPTED-AMOUNT
           MOVE WS-RUN-DATE   TO WS-RG-DATE
           MOVE XT-EMP-NO     TO WS-RG-EMP-NO
           MOVE XT-CLAIM-REF  TO WS-RG-CLAIM-REF
           MOVE XT-CLAIM-DATE TO WS-RG-CLAIM-DATE
           MOVE XT-CATEGORY   TO WS-RG-CATEGORY
           MOVE XT-AMOUNT     TO WS-RG-AMOUNT
           MOVE XT-APPROVER   TO WS-RG-APPROVER
           WRITE CLAIM-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE CLAIM-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       REJECT-CLAIM.
           IF WS-HIST-ELIGIBLE
               SET EH-REJECTED TO TRUE
               MOVE WS-EX-REASON TO EH-REASON
               PERFORM WRITE-CLAIM-HISTORY
           END-IF
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT CLAIM-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           IF XT-AMOUNT IS NUMERIC
               ADD XT-AMOUNT TO WS-REJECTED-AMOUNT
               MOVE XT-AMOUNT TO WS-EX-AMOUNT
           ELSE
               MOVE ZERO TO WS-EX-AMOUNT
           END-IF
           MOVE XT-EMP-NO    TO WS-EX-EMP-NO
           MOVE XT-CLAIM-REF TO WS-EX-CLAIM-REF
           MOVE XT-CATEGORY  TO WS-EX-CATEGORY
           WRITE CLAIM-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE CLAIM-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-CLAIM-HISTORY.
           MOVE XT-EMP-NO     TO EH-EMP-NO
           MOVE XT-CLAIM-REF  TO EH-CLAIM-REF
           MOVE XT-CLAIM-DATE TO EH-CLAIM-DATE
           MOVE XT-CATEGORY   TO EH-CATEGORY
           IF XT-AMOUNT IS NUMERIC
               MOVE XT-AMOUNT TO EH-AMOUNT
           ELSE
               MOVE ZERO TO EH-AMOUNT
           END-IF
           MOVE XT-APPROVER   TO EH-APPROVER
           MOVE WS-RUN-DATE   TO EH-ENTERED-DATE
           MOVE ZERO          TO EH-PAID-DATE
           MOVE SPACES        TO EH-PERIOD-ID
           IF WS-HIST-ON-FILE
               REWRITE EXPENSE-HISTORY-REC
           ELSE
               WRITE EXPENSE-HISTORY-REC
           END-IF
           EXIT
           .
       WRITE-REGISTER-TOTALS.
           MOVE "CLAIMS READ          " TO WS-RT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-RT-COUNT
           MOVE ZERO                    TO WS-RT-AMOUNT
           WRITE CLAIM-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE CLAIM-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "CLAIMS ACCEPTED      " TO WS-RT-LABEL
           MOVE WS-ACCEPTED-COUNT       TO WS-RT-COUNT
           MOVE WS-ACCEPTED-AMOUNT      TO WS-RT-AMOUNT
           WRITE CLAIM-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE CLAIM-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "CLAIMS REJECTED      " TO WS-RT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-RT-COUNT
           MOVE WS-REJECTED-AMOUNT      TO WS-RT-AMOUNT
           WRITE CLAIM-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE CLAIM-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
