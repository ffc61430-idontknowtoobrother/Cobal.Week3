      * 2026-09-02  The journal entries now go through the shared
      *             GLPOST routine, which refuses a posting into
      *             an accounting period GLCLOSE has closed.
      * 2026-10-15  TUITINV is keyed on student plus term, so a new
      *             term's bill no longer overwrites an earlier
      *             term the student still owes on.  A rerun of a
      *             term keeps whatever TUITPOST has already applied
      *             to that term's invoice.  Any STUCRED credit the
      *             student holds from an overpayment is drawn down
      *             against the new invoice, entered on the STUPHIST
      *             student ledger, and journaled through GLPOST
      *             (debit STUCRED, credit TUITRECV).
      * 2026-10-15  Scholarships and financial aid on the AWARDMST
      *             awards master come off the bill: every payable
      *             award covering the term - a fixed amount or a
      *             percentage of the tuition, never more than the
      *             charge in total - is recorded as TU-AID-AMT on
      *             TUITINV before any credit is drawn down, listed
      *             on the TUITPGS invoice page award by award, and
      *             the term's aid is journaled through GLPOST as
      *             aid expense (debit AIDEXP, credit TUITRECV).
      * 2026-10-15  The invoice due date is now the billing due date
      *             of the term on the TERMMAST academic term
      *             master, carried as TU-DUE-DATE on TUITINV and
      *             printed on the invoice page.  A billing term not
      *             on TERMMAST, or TERMMAST not opening, is logged
      *             as an ERROR and nothing is billed.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TUITION-INVOICES ASSIGN TO "TUITINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TU-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT STUDENT-CREDITS ASSIGN TO "STUCRED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-STU-ID
               FILE STATUS IS WS-CRD-STATUS.
           SELECT STUDENT-PAY-HISTORY ASSIGN TO "STUPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPH-STATUS.
           SELECT STUDENT-AWARDS ASSIGN TO "AWARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWD-STATUS.
           SELECT ACADEMIC-TERMS ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TRM-STATUS.
           SELECT INVOICE-PAGES ASSIGN TO "TUITPGS"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY GRADHIST.
       FD  TUITION-INVOICES.
       COPY TUITINV.
       FD  STUDENT-CREDITS.
       COPY STUCRED.
       FD  STUDENT-PAY-HISTORY.
       COPY STUPHIST.
       FD  STUDENT-AWARDS.
       COPY AWARDMST.
       FD  ACADEMIC-TERMS.
       COPY TERMMAST.
       FD  INVOICE-PAGES.
       01  INVOICE-PAGE-REC        PIC X(80).

           05  WS-IH-TERM          PIC X(4).
           05  FILLER              PIC X(8)  VALUE "  DATE: ".
           05  WS-IH-DATE          PIC 9(8).
           05  FILLER              PIC X(7)  VALUE "  DUE: ".
           05  WS-IH-DUE-DATE      PIC 9(8).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-STUDENT-LINE.
           05  FILLER              PIC X(9)  VALUE "STUDENT: ".
           05  WS-CH-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(28) VALUE SPACES.

       01  WS-AWARD-LINE.
           05  FILLER              PIC X(14) VALUE "  LESS AWARD: ".
           05  WS-AL-AWARD-CODE    PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-AWARD-NAME    PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-AID-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE "  TOTAL AID: ".
           05  WS-AT-AID           PIC ZZZZZZ9.99.
           05  FILLER              PIC X(20)
               VALUE "  NET TUITION DUE: ".
           05  WS-AT-NET-DUE       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(27) VALUE SPACES.

       01  WS-CREDIT-LINE.
           05  FILLER              PIC X(35)
               VALUE "  LESS CREDIT HELD / ALREADY PAID: ".
           05  WS-CR-PAID          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(12) VALUE "  BALANCE: ".
           05  WS-CR-BALANCE       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-BILLING-TOTAL-LINE.
           05  WS-BT-LABEL         PIC X(22).
           05  WS-BT-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(46) VALUE SPACES.

       01  AID-APPLIED-TABLE.
           05  AD-ENTRY OCCURS 10 TIMES.
               10  AD-AWARD-CODE   PIC X(6).
               10  AD-AWARD-NAME   PIC X(20).
               10  AD-AMOUNT       PIC 9(7)V99.

       01  RATE-FILE-TABLE.
           05  RF-ENTRY OCCURS 20 TIMES.
               10  RF-EFF-DATE     PIC 9(8).
       77  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       77  WS-GRH-STATUS           PIC X(2)    VALUE "00".
       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-CRD-STATUS           PIC X(2)    VALUE "00".
       77  WS-CRD-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-CRD-OPEN                     VALUE "Y".
       77  WS-SPH-STATUS           PIC X(2)    VALUE "00".
       77  WS-SPH-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-SPH-OPEN                     VALUE "Y".
       77  WS-AWD-STATUS           PIC X(2)    VALUE "00".
       77  WS-AWD-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-AWD-OPEN                     VALUE "Y".
       77  WS-AWD-EOF-SW           PIC X(1)    VALUE "N".
           88  WS-AWD-EOF                      VALUE "Y".
       77  WS-AD-COUNT             PIC 9(2)    VALUE ZERO.
       77  WS-AD-SUB               PIC 9(2)    VALUE ZERO.
       77  WS-AWARD-AMT            PIC 9(7)V99 VALUE ZERO.
       77  WS-AID-AMT              PIC 9(7)V99 VALUE ZERO.
       77  WS-AID-ROOM             PIC 9(7)V99 VALUE ZERO.
       77  WS-NET-DUE              PIC 9(7)V99 VALUE ZERO.
       77  WS-AID-TOTAL            PIC 9(9)V99 VALUE ZERO.
       77  WS-REBILL-SW            PIC X(1)    VALUE "N".
           88  WS-REBILL                       VALUE "Y".
       77  WS-PRIOR-PAID           PIC 9(7)V99 VALUE ZERO.
       77  WS-CREDIT-APPLIED       PIC 9(7)V99 VALUE ZERO.
       77  WS-CREDIT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
           88  WS-GRH-OPEN                     VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-BILL-TERM            PIC X(4)    VALUE SPACES.
       77  WS-DUE-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-TRM-STATUS           PIC X(2)    VALUE "00".
       77  WS-RF-COUNT             PIC 9(2)    VALUE ZERO.
       77  WS-RF-SUB               PIC 9(2)    VALUE ZERO.
       77  WS-BEST-DATE            PIC 9(8)    VALUE ZERO.
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM READ-BILLING-DUE-DATE
               IF WS-DUE-DATE = ZERO
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "TERM " WS-BILL-TERM
                       " NOT ON TERMMAST, NOTHING BILLED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   PERFORM LOAD-TUITION-RATE
                   PERFORM RUN-BILLING
               END-IF
           END-IF
           GOBACK
           .
           EXIT
           .
      *--------------------------------------------------------------
      * The invoice due date is the billing term's due date on the
      * term master; zero means there is no such term to bill.
      *--------------------------------------------------------------
       READ-BILLING-DUE-DATE.
           MOVE ZERO TO WS-DUE-DATE
           OPEN INPUT ACADEMIC-TERMS
           IF WS-TRM-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ACADEMIC-TERMS OPEN FAILED, STATUS: "
                   WS-TRM-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               MOVE WS-BILL-TERM TO TM-TERM-CODE
               READ ACADEMIC-TERMS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-BILL-DUE-DATE TO WS-DUE-DATE
               END-READ
               CLOSE ACADEMIC-TERMS
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The per-credit rate comes from the TUITRATE set with the
      * latest effective date not after the run date, the same
      * selection TAXBRKT applies to its brackets; with no rate in
               IF WS-GRH-STATUS = "00"
                   SET WS-GRH-OPEN TO TRUE
               END-IF
               PERFORM OPEN-STUDENT-CREDITS
               PERFORM OPEN-STUDENT-AWARDS
               OPEN OUTPUT INVOICE-PAGES
               PERFORM READ-STUDENT
               PERFORM BILL-ONE-STUDENT UNTIL WS-EOF
               IF WS-BILLED-TOTAL > ZERO
                   PERFORM POST-GL-JOURNAL
               END-IF
               IF WS-CREDIT-TOTAL > ZERO
                   PERFORM POST-CREDIT-JOURNAL
               END-IF
               IF WS-AID-TOTAL > ZERO
                   PERFORM POST-AID-JOURNAL
               END-IF
               CLOSE INVOICE-PAGES
               IF WS-AWD-OPEN
                   CLOSE STUDENT-AWARDS
               END-IF
               IF WS-CRD-OPEN
                   CLOSE STUDENT-CREDITS
               END-IF
               IF WS-SPH-OPEN
                   CLOSE STUDENT-PAY-HISTORY
               END-IF
               CLOSE TUITION-INVOICES
               IF WS-GRH-OPEN
                   CLOSE GRADE-HISTORY
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * STUCRED is optional - until TUITPOST has credited an
      * overpayment there is no file and nothing to draw down.
      * STUPHIST is only opened when the credit file is there.
      *--------------------------------------------------------------
       OPEN-STUDENT-CREDITS.
           OPEN I-O STUDENT-CREDITS
           IF WS-CRD-STATUS = "00"
               SET WS-CRD-OPEN TO TRUE
               OPEN EXTEND STUDENT-PAY-HISTORY
               IF WS-SPH-STATUS = "35"
                   OPEN OUTPUT STUDENT-PAY-HISTORY
               END-IF
               IF WS-SPH-STATUS = "00"
                   SET WS-SPH-OPEN TO TRUE
               ELSE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "STUDENT-PAY-HISTORY OPEN FAILED, STATUS: "
                       WS-SPH-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           ELSE
               IF WS-CRD-STATUS NOT = "35"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "STUDENT-CREDITS OPEN FAILED, STATUS: "
                       WS-CRD-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * AWARDMST is optional too - with no file nobody holds an
      * award and the bill is the full tuition.
      *--------------------------------------------------------------
       OPEN-STUDENT-AWARDS.
           OPEN INPUT STUDENT-AWARDS
           EVALUATE WS-AWD-STATUS
               WHEN "00"
                   SET WS-AWD-OPEN TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "STUDENT-AWARDS OPEN FAILED, STATUS: "
                       WS-AWD-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
           END-EVALUATE
           EXIT
           .
       READ-STUDENT.
           READ STUDENT-MASTER
               AT END MOVE "Y" TO WS-EOF-SW
               ON SIZE ERROR
                   MOVE ZERO TO WS-TUITION-AMT
           END-COMPUTE
           PERFORM READ-PRIOR-BILLING
           PERFORM APPLY-STUDENT-AWARDS
           COMPUTE WS-NET-DUE = WS-TUITION-AMT - WS-AID-AMT
           MOVE SM-STUDENT-ID  TO TU-STU-ID
           MOVE WS-BILL-TERM   TO TU-TERM-CODE
           MOVE WS-RUN-DATE    TO TU-INVOICE-DATE
           MOVE WS-DUE-DATE    TO TU-DUE-DATE
           MOVE TH-CREDIT-LOAD TO TU-CREDIT-LOAD
           MOVE WS-TUITION-AMT TO TU-INVOICE-AMT
           MOVE WS-AID-AMT     TO TU-AID-AMT
           MOVE WS-PRIOR-PAID  TO TU-PAID-AMT
           IF WS-PRIOR-PAID > WS-NET-DUE
               MOVE ZERO TO TU-BALANCE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "REBILL OF " SM-STUDENT-ID " TERM " WS-BILL-TERM
                   " IS BELOW THE AMOUNT ALREADY PAID"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               COMPUTE TU-BALANCE = WS-NET-DUE - WS-PRIOR-PAID
           END-IF
           PERFORM APPLY-STUDENT-CREDIT
           IF WS-REBILL
               REWRITE TUITION-INVOICE-REC
           ELSE
               WRITE TUITION-INVOICE-REC
           END-IF
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-TUITION-AMT TO WS-BILLED-TOTAL
           ADD WS-AID-AMT     TO WS-AID-TOTAL
           PERFORM PRINT-INVOICE-PAGE
           EXIT
           .
      *--------------------------------------------------------------
      * A rerun of a term finds the invoice already there; what has
      * been paid against it is carried onto the replacement.
      *--------------------------------------------------------------
       READ-PRIOR-BILLING.
           MOVE "N" TO WS-REBILL-SW
           MOVE ZERO TO WS-PRIOR-PAID
           MOVE SM-STUDENT-ID TO TU-STU-ID
           MOVE WS-BILL-TERM  TO TU-TERM-CODE
           READ TUITION-INVOICES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REBILL TO TRUE
                   MOVE TU-PAID-AMT TO WS-PRIOR-PAID
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Every award the student holds that is still payable (in
      * good standing or at risk) and covers the billed term comes
      * off the charge.  Awards are taken in award-code order and
      * the last one is cut back so the aid never exceeds the
      * tuition; an award with nothing left to cover is passed by.
      *--------------------------------------------------------------
       APPLY-STUDENT-AWARDS.
           MOVE ZERO TO WS-AID-AMT
           MOVE ZERO TO WS-AD-COUNT
           IF WS-AWD-OPEN
               MOVE "N" TO WS-AWD-EOF-SW
               MOVE SM-STUDENT-ID TO AW-STU-ID
               MOVE LOW-VALUES    TO AW-AWARD-CODE
               START STUDENT-AWARDS KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY MOVE "Y" TO WS-AWD-EOF-SW
               END-START
               IF NOT WS-AWD-EOF
                   PERFORM READ-STUDENT-AWARD
               END-IF
               PERFORM APPLY-ONE-AWARD UNTIL WS-AWD-EOF
           END-IF
           EXIT
           .
       READ-STUDENT-AWARD.
           READ STUDENT-AWARDS NEXT RECORD
               AT END MOVE "Y" TO WS-AWD-EOF-SW
           END-READ
           IF NOT WS-AWD-EOF
               AND AW-STU-ID NOT = SM-STUDENT-ID
               MOVE "Y" TO WS-AWD-EOF-SW
           END-IF
           EXIT
           .
       APPLY-ONE-AWARD.
           IF AW-PAYABLE
               AND AW-FIRST-TERM NOT > WS-BILL-TERM
               AND (AW-LAST-TERM = SPACES
                   OR AW-LAST-TERM NOT < WS-BILL-TERM)
               PERFORM PRICE-AWARD
           END-IF
           PERFORM READ-STUDENT-AWARD
           EXIT
           .
       PRICE-AWARD.
           IF AW-FIXED-AMOUNT
               MOVE AW-FIXED-AMT TO WS-AWARD-AMT
           ELSE
               COMPUTE WS-AWARD-AMT ROUNDED =
                   WS-TUITION-AMT * AW-PERCENT / 100
                   ON SIZE ERROR
                       MOVE ZERO TO WS-AWARD-AMT
               END-COMPUTE
           END-IF
           COMPUTE WS-AID-ROOM = WS-TUITION-AMT - WS-AID-AMT
           IF WS-AWARD-AMT > WS-AID-ROOM
               MOVE WS-AID-ROOM TO WS-AWARD-AMT
           END-IF
           IF WS-AWARD-AMT > ZERO
               ADD WS-AWARD-AMT TO WS-AID-AMT
               IF WS-AD-COUNT < 10
                   ADD 1 TO WS-AD-COUNT
                   MOVE AW-AWARD-CODE TO AD-AWARD-CODE (WS-AD-COUNT)
                   MOVE AW-AWARD-NAME TO AD-AWARD-NAME (WS-AD-COUNT)
                   MOVE WS-AWARD-AMT  TO AD-AMOUNT (WS-AD-COUNT)
               END-IF
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "AWARD " AW-AWARD-CODE " APPLIED "
                   SM-STUDENT-ID " TERM " WS-BILL-TERM
                   " AMOUNT " WS-AWARD-AMT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Credit held on STUCRED is drawn down against the balance
      * just billed, the way DATA1 draws CREDBAL against a new tax
      * invoice: the applied amount shows as paid and only the
      * unused remainder stays on the credit record.
      *--------------------------------------------------------------
       APPLY-STUDENT-CREDIT.
           MOVE ZERO TO WS-CREDIT-APPLIED
           IF WS-CRD-OPEN
               AND TU-BALANCE > ZERO
               MOVE SM-STUDENT-ID TO SC-STU-ID
               READ STUDENT-CREDITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SC-CREDIT-AMT > ZERO
                           PERFORM DRAW-DOWN-CREDIT
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       DRAW-DOWN-CREDIT.
           IF SC-CREDIT-AMT > TU-BALANCE
               MOVE TU-BALANCE TO WS-CREDIT-APPLIED
           ELSE
               MOVE SC-CREDIT-AMT TO WS-CREDIT-APPLIED
           END-IF
           ADD WS-CREDIT-APPLIED TO TU-PAID-AMT
           SUBTRACT WS-CREDIT-APPLIED FROM TU-BALANCE
           SUBTRACT WS-CREDIT-APPLIED FROM SC-CREDIT-AMT
           MOVE WS-RUN-DATE TO SC-LAST-DATE
           REWRITE STUDENT-CREDIT-REC
           ADD WS-CREDIT-APPLIED TO WS-CREDIT-TOTAL
           IF WS-SPH-OPEN
               MOVE SM-STUDENT-ID     TO SP-STU-ID
               MOVE WS-RUN-DATE       TO SP-ENTRY-DATE
               SET SP-CREDIT-USED     TO TRUE
               MOVE WS-BILL-TERM      TO SP-TERM-CODE
               MOVE WS-CREDIT-APPLIED TO SP-AMOUNT
               MOVE WS-LOG-PROGRAM    TO SP-SOURCE
               WRITE STUDENT-PAY-HISTORY-REC
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CREDIT APPLIED " SM-STUDENT-ID
               " AMOUNT " WS-CREDIT-APPLIED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       PRINT-INVOICE-PAGE.
           WRITE INVOICE-PAGE-REC FROM WS-PAGE-RULE-LINE
           MOVE WS-BILL-TERM TO WS-IH-TERM
           MOVE WS-RUN-DATE  TO WS-IH-DATE
           MOVE WS-DUE-DATE  TO WS-IH-DUE-DATE
           WRITE INVOICE-PAGE-REC FROM WS-INVOICE-HEAD-LINE
           MOVE SM-STUDENT-ID   TO WS-ST-STU-ID
           MOVE SM-STUDENT-NAME TO WS-ST-NAME
           MOVE WS-PER-CREDIT  TO WS-CH-RATE
           MOVE WS-TUITION-AMT TO WS-CH-AMOUNT
           WRITE INVOICE-PAGE-REC FROM WS-CHARGE-LINE
           PERFORM PRINT-AWARD-LINE
               VARYING WS-AD-SUB FROM 1 BY 1
               UNTIL WS-AD-SUB > WS-AD-COUNT
           IF TU-AID-AMT > ZERO
               MOVE TU-AID-AMT TO WS-AT-AID
               MOVE WS-NET-DUE TO WS-AT-NET-DUE
               WRITE INVOICE-PAGE-REC FROM WS-AID-TOTAL-LINE
           END-IF
           IF TU-PAID-AMT > ZERO
               MOVE TU-PAID-AMT TO WS-CR-PAID
               MOVE TU-BALANCE  TO WS-CR-BALANCE
               WRITE INVOICE-PAGE-REC FROM WS-CREDIT-LINE
           END-IF
           WRITE INVOICE-PAGE-REC FROM WS-PAGE-RULE-LINE
           MOVE WS-CHARGE-LINE TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       PRINT-AWARD-LINE.
           MOVE AD-AWARD-CODE (WS-AD-SUB) TO WS-AL-AWARD-CODE
           MOVE AD-AWARD-NAME (WS-AD-SUB) TO WS-AL-AWARD-NAME
           MOVE AD-AMOUNT (WS-AD-SUB)     TO WS-AL-AMOUNT
           WRITE INVOICE-PAGE-REC FROM WS-AWARD-LINE
           EXIT
           .
      *--------------------------------------------------------------
      * The subject detail behind the charge comes from GRADHIST:
      * the billed term's posted subjects for the student, one
           WRITE INVOICE-PAGE-REC FROM WS-BILLING-TOTAL-LINE
           MOVE INVOICE-PAGE-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "AID AWARDS APPLIED    " TO WS-BT-LABEL
           MOVE WS-AID-TOTAL             TO WS-BT-AMOUNT
           WRITE INVOICE-PAGE-REC FROM WS-BILLING-TOTAL-LINE
           MOVE INVOICE-PAGE-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       POST-GL-JOURNAL.
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-CREDIT-JOURNAL.
           MOVE "STUCRED "      TO WS-GL-ACCOUNT
           MOVE "D"             TO WS-GL-DC
           MOVE WS-CREDIT-TOTAL TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           MOVE "TUITRECV"      TO WS-GL-ACCOUNT
           MOVE "C"             TO WS-GL-DC
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-AID-JOURNAL.
           MOVE "AIDEXP  "      TO WS-GL-ACCOUNT
           MOVE "D"             TO WS-GL-DC
           MOVE WS-AID-TOTAL    TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           MOVE "TUITRECV"      TO WS-GL-ACCOUNT
           MOVE "C"             TO WS-GL-DC
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-ONE-JOURNAL.
           CALL "GLPOST" USING WS-LOG-PROGRAM WS-RUN-DATE
               WS-GL-ACCOUNT WS-GL-DC WS-GL-AMOUNT WS-GL-RESULT
