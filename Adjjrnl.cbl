       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJJRNL.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Manual adjusting journal intake:
      *             reads finance's ADJJTRAN journals (an ADJJRNL
      *             header and its lines per journal) and edits
      *             each as a whole - preparer and approver both
      *             named and not the same person, a valid period
      *             that is still open (not on GLPERCTL), every
      *             line's account active on CHARTACC, every line a
      *             debit or credit of a real amount, and debits
      *             equal to credits.  An accepted journal posts
      *             line by line through GLPOST under the ADJJRNL
      *             source code, dated the run date when it falls
      *             in the journal's period and otherwise the first
      *             of the period, so GLBAL proves and GLCLOSE
      *             archives it like any other batch.  A journal
      *             flagged reversing also posts its mirror image,
      *             dated the first day of the next period.  Every
      *             journal posted is remembered on ADJJPOST, so a
      *             rerun refuses it as ALREADY POSTED, and the
      *             ADJJREG register lists each journal's outcome.
      * 2026-10-15  ADJJPOST is now an indexed file keyed on journal
      *             number, created on first use.  The already-posted
      *             check reads it by key instead of a table loaded at
      *             start, so there is no limit on journals remembered
      *             and a journal number repeated within one ADJJTRAN
      *             file posts only once.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-TRANSACTIONS ASSIGN TO "ADJJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "GLPERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHARTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHT-STATUS.
           SELECT POSTED-JOURNALS ASSIGN TO "ADJJPOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PJ-JOURNAL-NO
               FILE STATUS IS WS-PST-STATUS.
           SELECT JOURNAL-REGISTER ASSIGN TO "ADJJREG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-TRANSACTIONS.
       COPY ADJJRNL.
       FD  PERIOD-CONTROL.
       01  PERIOD-CONTROL-REC.
           05  PC-PERIOD           PIC 9(6).
       FD  CHART-OF-ACCOUNTS.
       01  CHART-ACCOUNT-REC.
           05  AC-ACCOUNT-CODE     PIC X(8).
           05  AC-DESCRIPTION      PIC X(25).
           05  AC-TYPE             PIC X(1).
           05  AC-ACTIVE           PIC X(1).
       FD  POSTED-JOURNALS.
       01  POSTED-JOURNAL-REC.
           05  PJ-JOURNAL-NO       PIC X(8).
           05  PJ-PERIOD           PIC 9(6).
           05  PJ-POST-DATE        PIC 9(8).
       FD  JOURNAL-REGISTER.
       01  JOURNAL-REGISTER-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  CLOSED-PERIOD-TABLE.
           05  CP-ENTRY OCCURS 60 TIMES.
               10  CP-PERIOD       PIC 9(6).

       01  CHART-TABLE.
           05  CA-ENTRY OCCURS 100 TIMES.
               10  CA-ACCOUNT      PIC X(8).
               10  CA-ACTIVE       PIC X(1).

       01  JOURNAL-LINE-TABLE.
           05  JL-ENTRY OCCURS 50 TIMES.
               10  JL-ACCOUNT      PIC X(8).
               10  JL-DEBIT-CREDIT PIC X(1).
               10  JL-AMOUNT       PIC 9(9)V99.

       01  WS-JOURNAL-HEADER.
           05  WS-JH-JOURNAL-NO    PIC X(8).
           05  WS-JH-PREPARER      PIC X(8).
           05  WS-JH-APPROVER      PIC X(8).
           05  WS-JH-PERIOD        PIC 9(6).
           05  WS-JH-PERIOD-X REDEFINES WS-JH-PERIOD.
               10  WS-JH-YEAR      PIC 9(4).
               10  WS-JH-MONTH     PIC 9(2).
           05  WS-JH-REVERSING     PIC X(1).
               88  WS-JH-IS-REVERSING     VALUE "Y".

       01  WS-POST-DATE.
           05  WS-PD-YYYY          PIC 9(4).
           05  WS-PD-MM            PIC 99.
           05  WS-PD-DD            PIC 99.
       01  WS-REVERSE-DATE.
           05  WS-RV-YYYY          PIC 9(4).
           05  WS-RV-MM            PIC 99.
           05  WS-RV-DD            PIC 99.

       01  WS-REGISTER-HEADER-LINE.
           05  FILLER              PIC X(35)
               VALUE "ADJUSTING JOURNAL REGISTER    RUN ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(37) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-RG-JOURNAL-NO    PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-PERIOD        PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-PREPARER      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-APPROVER      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-LINES         PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-OUTCOME       PIC X(24).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-REVERSAL-OUTCOME.
           05  FILLER              PIC X(16)
               VALUE "POSTED+REVERSAL ".
           05  WS-RO-DATE          PIC 9(8).

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-PER-STATUS           PIC X(2)  VALUE "00".
       77  WS-CHT-STATUS           PIC X(2)  VALUE "00".
       77  WS-PST-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-OPEN-SW         PIC X(1)  VALUE "N".
           88  WS-TRAN-OPEN                  VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-PER-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-PER-EOF                    VALUE "Y".
       77  WS-CHT-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-CHT-EOF                    VALUE "Y".
       77  WS-PST-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-PST-OPEN                   VALUE "Y".
       77  WS-FOUND-SW             PIC X(1)  VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       77  WS-CLOSED-SW            PIC X(1)  VALUE "N".
           88  WS-PERIOD-CLOSED              VALUE "Y".
       77  WS-LINE-OVERFLOW-SW     PIC X(1)  VALUE "N".
           88  WS-LINE-OVERFLOW              VALUE "Y".
       77  WS-STRAY-LINE-SW        PIC X(1)  VALUE "N".
           88  WS-STRAY-LINE                 VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-CP-COUNT             PIC 9(2)  VALUE ZERO.
       77  WS-CP-SUB               PIC 9(2)  VALUE ZERO.
       77  WS-CA-COUNT             PIC 9(3)  VALUE ZERO.
       77  WS-CA-SUB               PIC 9(3)  VALUE ZERO.
       77  WS-JL-COUNT             PIC 9(2)  VALUE ZERO.
       77  WS-JL-SUB               PIC 9(2)  VALUE ZERO.
       77  WS-JOURNAL-DEBITS       PIC 9(10)V99 VALUE ZERO.
       77  WS-JOURNAL-CREDITS      PIC 9(10)V99 VALUE ZERO.
       77  WS-REJECT-REASON        PIC X(24) VALUE SPACES.
       77  WS-BAD-ACCOUNT          PIC X(8)  VALUE SPACES.
       77  WS-JOURNAL-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-POSTED-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-REVERSED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-STRAY-COUNT          PIC 9(5)  VALUE ZERO.
       77  WS-GL-DATE              PIC 9(8)  VALUE ZERO.
       77  WS-GL-ACCOUNT           PIC X(8)  VALUE SPACES.
       77  WS-GL-DC                PIC X(1)  VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT            PIC 9(2)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "ADJJRNL".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM OPEN-POSTED-JOURNALS
           OPEN INPUT JOURNAL-TRANSACTIONS
           IF WS-TRAN-STATUS = "00"
               SET WS-TRAN-OPEN TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHT-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CHARTACC OPEN FAILED, STATUS: "
                       WS-CHT-STATUS " - NO JOURNALS POSTED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-TRAN-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ADJJTRAN OPEN FAILED, STATUS: "
                       WS-TRAN-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN NOT WS-PST-OPEN
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ADJJPOST OPEN FAILED, STATUS: "
                       WS-PST-STATUS " - NO JOURNALS POSTED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   OPEN OUTPUT JOURNAL-REGISTER
                   MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
                   WRITE JOURNAL-REGISTER-REC
                       FROM WS-REGISTER-HEADER-LINE
                   PERFORM READ-JOURNAL-RECORD
                   PERFORM TAKE-ONE-JOURNAL UNTIL WS-EOF
                   PERFORM WRITE-REGISTER-TOTALS
                   CLOSE JOURNAL-REGISTER
           END-EVALUATE
           IF WS-TRAN-OPEN
               CLOSE JOURNAL-TRANSACTIONS
           END-IF
           IF WS-PST-OPEN
               CLOSE POSTED-JOURNALS
           END-IF
           GOBACK
           .
       LOAD-CLOSED-PERIODS.
           MOVE ZERO TO WS-CP-COUNT
           OPEN INPUT PERIOD-CONTROL
           IF WS-PER-STATUS = "00"
               PERFORM READ-CLOSED-PERIOD
               PERFORM STORE-CLOSED-PERIOD UNTIL WS-PER-EOF
               CLOSE PERIOD-CONTROL
           END-IF
           EXIT
           .
       READ-CLOSED-PERIOD.
           READ PERIOD-CONTROL
               AT END MOVE "Y" TO WS-PER-EOF-SW
           END-READ
           EXIT
           .
       STORE-CLOSED-PERIOD.
           IF WS-CP-COUNT < 60
               AND PC-PERIOD IS NUMERIC
               ADD 1 TO WS-CP-COUNT
               MOVE PC-PERIOD TO CP-PERIOD (WS-CP-COUNT)
           END-IF
           PERFORM READ-CLOSED-PERIOD
           EXIT
           .
       LOAD-CHART-OF-ACCOUNTS.
           MOVE ZERO TO WS-CA-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS
           IF WS-CHT-STATUS = "00"
               PERFORM READ-CHART-ACCOUNT
               PERFORM STORE-CHART-ACCOUNT UNTIL WS-CHT-EOF
               CLOSE CHART-OF-ACCOUNTS
           END-IF
           EXIT
           .
       READ-CHART-ACCOUNT.
           READ CHART-OF-ACCOUNTS
               AT END MOVE "Y" TO WS-CHT-EOF-SW
           END-READ
           EXIT
           .
       STORE-CHART-ACCOUNT.
           IF WS-CA-COUNT < 100
               ADD 1 TO WS-CA-COUNT
               MOVE AC-ACCOUNT-CODE TO CA-ACCOUNT (WS-CA-COUNT)
               MOVE AC-ACTIVE       TO CA-ACTIVE (WS-CA-COUNT)
           END-IF
           PERFORM READ-CHART-ACCOUNT
           EXIT
           .
      *--------------------------------------------------------------
      * ADJJPOST holds one record per journal number ever posted.
      * The first run finds no file and creates it empty.
      *--------------------------------------------------------------
       OPEN-POSTED-JOURNALS.
           OPEN I-O POSTED-JOURNALS
           IF WS-PST-STATUS = "35"
               OPEN OUTPUT POSTED-JOURNALS
               CLOSE POSTED-JOURNALS
               OPEN I-O POSTED-JOURNALS
           END-IF
           IF WS-PST-STATUS = "00"
               SET WS-PST-OPEN TO TRUE
           END-IF
           EXIT
           .
       READ-JOURNAL-RECORD.
           READ JOURNAL-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * A journal is its header plus every line up to the next
      * header; nothing posts until the whole journal has passed
      * its edits.  A line arriving with no header in front of it
      * is logged and skipped.
      *--------------------------------------------------------------
       TAKE-ONE-JOURNAL.
           IF AJ-IS-HEADER
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE AJ-JOURNAL-NO  TO WS-JH-JOURNAL-NO
               MOVE AJ-PREPARER    TO WS-JH-PREPARER
               MOVE AJ-APPROVER    TO WS-JH-APPROVER
               MOVE AJ-REVERSING   TO WS-JH-REVERSING
               MOVE ZERO           TO WS-JH-PERIOD
               IF AJ-PERIOD IS NUMERIC
                   MOVE AJ-PERIOD  TO WS-JH-PERIOD
               END-IF
               MOVE ZERO TO WS-JL-COUNT
               MOVE ZERO TO WS-JOURNAL-DEBITS
               MOVE ZERO TO WS-JOURNAL-CREDITS
               MOVE "N" TO WS-LINE-OVERFLOW-SW
               MOVE "N" TO WS-STRAY-LINE-SW
               PERFORM READ-JOURNAL-RECORD
               PERFORM COLLECT-JOURNAL-LINE
                   UNTIL WS-EOF OR AJ-IS-HEADER
               PERFORM EDIT-JOURNAL
               IF WS-REJECT-REASON = SPACES
                   PERFORM POST-JOURNAL
               ELSE
                   PERFORM REJECT-JOURNAL
               END-IF
           ELSE
               ADD 1 TO WS-STRAY-COUNT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ADJJTRAN RECORD WITH NO JOURNAL HEADER: "
                   ADJ-JOURNAL-HEADER-REC
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               PERFORM READ-JOURNAL-RECORD
           END-IF
           EXIT
           .
       COLLECT-JOURNAL-LINE.
           EVALUATE TRUE
               WHEN NOT AJ-IS-LINE
                   SET WS-STRAY-LINE TO TRUE
               WHEN AJL-JOURNAL-NO NOT = WS-JH-JOURNAL-NO
                   SET WS-STRAY-LINE TO TRUE
               WHEN WS-JL-COUNT NOT < 50
                   SET WS-LINE-OVERFLOW TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-JL-COUNT
                   MOVE AJL-ACCOUNT-CODE TO JL-ACCOUNT (WS-JL-COUNT)
                   MOVE AJL-DEBIT-CREDIT
                       TO JL-DEBIT-CREDIT (WS-JL-COUNT)
                   MOVE ZERO TO JL-AMOUNT (WS-JL-COUNT)
                   IF AJL-AMOUNT IS NUMERIC
                       MOVE AJL-AMOUNT TO JL-AMOUNT (WS-JL-COUNT)
                   END-IF
                   IF AJL-DEBIT
                       ADD JL-AMOUNT (WS-JL-COUNT) TO WS-JOURNAL-DEBITS
                   END-IF
                   IF AJL-CREDIT
                       ADD JL-AMOUNT (WS-JL-COUNT) TO WS-JOURNAL-CREDITS
                   END-IF
           END-EVALUATE
           PERFORM READ-JOURNAL-RECORD
           EXIT
           .
      *--------------------------------------------------------------
      * The checks run in order and the first failure names the
      * journal's rejection; the whole journal stands or falls.
      *--------------------------------------------------------------
       EDIT-JOURNAL.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BAD-ACCOUNT
           PERFORM CHECK-ALREADY-POSTED
           PERFORM CHECK-PERIOD-OPEN
           EVALUATE TRUE
               WHEN WS-JH-JOURNAL-NO = SPACES
                   MOVE "NO JOURNAL NUMBER" TO WS-REJECT-REASON
               WHEN WS-FOUND
                   MOVE "ALREADY POSTED" TO WS-REJECT-REASON
               WHEN WS-JH-PREPARER = SPACES
                   OR WS-JH-APPROVER = SPACES
                   MOVE "NO PREPARER/APPROVER" TO WS-REJECT-REASON
               WHEN WS-JH-PREPARER = WS-JH-APPROVER
                   MOVE "PREPARER IS APPROVER" TO WS-REJECT-REASON
               WHEN WS-JH-MONTH < 1 OR WS-JH-MONTH > 12
                   MOVE "INVALID PERIOD" TO WS-REJECT-REASON
               WHEN WS-PERIOD-CLOSED
                   MOVE "PERIOD CLOSED" TO WS-REJECT-REASON
               WHEN WS-STRAY-LINE
                   MOVE "LINE NOT FOR JOURNAL" TO WS-REJECT-REASON
               WHEN WS-LINE-OVERFLOW
                   MOVE "TOO MANY LINES" TO WS-REJECT-REASON
               WHEN WS-JL-COUNT < 2
                   MOVE "TOO FEW LINES" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM EDIT-ONE-LINE
                       VARYING WS-JL-SUB FROM 1 BY 1
                       UNTIL WS-JL-SUB > WS-JL-COUNT
                           OR WS-REJECT-REASON NOT = SPACES
                   IF WS-REJECT-REASON = SPACES
                       AND WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
                       MOVE "OUT OF BALANCE" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           EXIT
           .
       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-JH-JOURNAL-NO TO PJ-JOURNAL-NO
           READ POSTED-JOURNALS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-FOUND TO TRUE
           END-READ
           EXIT
           .
       CHECK-PERIOD-OPEN.
           MOVE "N" TO WS-CLOSED-SW
           PERFORM MATCH-CLOSED-PERIOD
               VARYING WS-CP-SUB FROM 1 BY 1
               UNTIL WS-CP-SUB > WS-CP-COUNT
                   OR WS-PERIOD-CLOSED
           EXIT
           .
       MATCH-CLOSED-PERIOD.
           IF CP-PERIOD (WS-CP-SUB) = WS-JH-PERIOD
               SET WS-PERIOD-CLOSED TO TRUE
           END-IF
           EXIT
           .
       EDIT-ONE-LINE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-CHART-ACCOUNT
               VARYING WS-CA-SUB FROM 1 BY 1
               UNTIL WS-CA-SUB > WS-CA-COUNT
                   OR WS-FOUND
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
                   MOVE JL-ACCOUNT (WS-JL-SUB) TO WS-BAD-ACCOUNT
               WHEN JL-AMOUNT (WS-JL-SUB) = ZERO
                   MOVE "LINE AMOUNT INVALID" TO WS-REJECT-REASON
                   MOVE JL-ACCOUNT (WS-JL-SUB) TO WS-BAD-ACCOUNT
               WHEN JL-DEBIT-CREDIT (WS-JL-SUB) = "D"
                   OR JL-DEBIT-CREDIT (WS-JL-SUB) = "C"
                   CONTINUE
               WHEN OTHER
                   MOVE "LINE NOT DEBIT/CREDIT" TO WS-REJECT-REASON
                   MOVE JL-ACCOUNT (WS-JL-SUB) TO WS-BAD-ACCOUNT
           END-EVALUATE
           EXIT
           .
       MATCH-CHART-ACCOUNT.
           IF CA-ACCOUNT (WS-CA-SUB) = JL-ACCOUNT (WS-JL-SUB)
               AND CA-ACTIVE (WS-CA-SUB) = "Y"
               SET WS-FOUND TO TRUE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The journal is dated in its own period: the run date when
      * that falls inside it, the first of the period otherwise.
      * A reversing journal's mirror is dated the first day of the
      * following period.
      *--------------------------------------------------------------
       POST-JOURNAL.
           MOVE WS-RUN-DATE TO WS-POST-DATE
           IF WS-RUN-DATE (1:6) NOT = WS-JH-PERIOD
               MOVE WS-JH-YEAR  TO WS-PD-YYYY
               MOVE WS-JH-MONTH TO WS-PD-MM
               MOVE 01          TO WS-PD-DD
           END-IF
           MOVE WS-POST-DATE TO WS-GL-DATE
           PERFORM POST-ONE-LINE
               VARYING WS-JL-SUB FROM 1 BY 1
               UNTIL WS-JL-SUB > WS-JL-COUNT
           ADD 1 TO WS-POSTED-COUNT
           MOVE "POSTED" TO WS-RG-OUTCOME
           IF WS-JH-IS-REVERSING
               MOVE 01 TO WS-RV-DD
               IF WS-JH-MONTH = 12
                   COMPUTE WS-RV-YYYY = WS-JH-YEAR + 1
                   MOVE 01 TO WS-RV-MM
               ELSE
                   MOVE WS-JH-YEAR TO WS-RV-YYYY
                   COMPUTE WS-RV-MM = WS-JH-MONTH + 1
               END-IF
               MOVE WS-REVERSE-DATE TO WS-GL-DATE
               PERFORM REVERSE-ONE-LINE
                   VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-COUNT
               ADD 1 TO WS-REVERSED-COUNT
               MOVE WS-REVERSE-DATE TO WS-RO-DATE
               MOVE WS-REVERSAL-OUTCOME TO WS-RG-OUTCOME
           END-IF
           MOVE WS-JH-JOURNAL-NO TO PJ-JOURNAL-NO
           MOVE WS-JH-PERIOD     TO PJ-PERIOD
           MOVE WS-POST-DATE     TO PJ-POST-DATE
           WRITE POSTED-JOURNAL-REC
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ADJJPOST WRITE FAILED FOR JOURNAL "
                       WS-JH-JOURNAL-NO ", STATUS: " WS-PST-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
           END-WRITE
           PERFORM WRITE-REGISTER-LINE
           MOVE JOURNAL-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       POST-ONE-LINE.
           MOVE JL-DEBIT-CREDIT (WS-JL-SUB) TO WS-GL-DC
           PERFORM CALL-GL-POST
           EXIT
           .
       REVERSE-ONE-LINE.
           IF JL-DEBIT-CREDIT (WS-JL-SUB) = "D"
               MOVE "C" TO WS-GL-DC
           ELSE
               MOVE "D" TO WS-GL-DC
           END-IF
           PERFORM CALL-GL-POST
           EXIT
           .
       CALL-GL-POST.
           MOVE JL-ACCOUNT (WS-JL-SUB) TO WS-GL-ACCOUNT
           MOVE JL-AMOUNT (WS-JL-SUB)  TO WS-GL-AMOUNT
           CALL "GLPOST" USING WS-LOG-PROGRAM WS-GL-DATE
               WS-GL-ACCOUNT WS-GL-DC WS-GL-AMOUNT WS-GL-RESULT
           IF WS-GL-RESULT NOT = ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GL POSTING REFUSED, RESULT " WS-GL-RESULT
                   " JOURNAL " WS-JH-JOURNAL-NO
                   " ACCOUNT " WS-GL-ACCOUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       REJECT-JOURNAL.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-REJECT-REASON TO WS-RG-OUTCOME
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "JOURNAL " WS-JH-JOURNAL-NO " REJECTED: "
               WS-REJECT-REASON " " WS-BAD-ACCOUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-REGISTER-LINE.
           MOVE WS-JH-JOURNAL-NO   TO WS-RG-JOURNAL-NO
           MOVE WS-JH-PERIOD       TO WS-RG-PERIOD
           MOVE WS-JH-PREPARER     TO WS-RG-PREPARER
           MOVE WS-JH-APPROVER     TO WS-RG-APPROVER
           MOVE WS-JL-COUNT        TO WS-RG-LINES
           MOVE WS-JOURNAL-DEBITS  TO WS-RG-AMOUNT
           WRITE JOURNAL-REGISTER-REC FROM WS-REGISTER-LINE
           EXIT
           .
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO JOURNAL-REGISTER-REC
           WRITE JOURNAL-REGISTER-REC
           MOVE "JOURNALS READ         " TO WS-RT-LABEL
           MOVE WS-JOURNAL-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "JOURNALS POSTED       " TO WS-RT-LABEL
           MOVE WS-POSTED-COUNT         TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "REVERSALS POSTED      " TO WS-RT-LABEL
           MOVE WS-REVERSED-COUNT       TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "JOURNALS REJECTED     " TO WS-RT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "RECORDS WITH NO HEADER" TO WS-RT-LABEL
           MOVE WS-STRAY-COUNT          TO WS-RT-COUNT
           PERFORM WRITE-TOTAL-LINE
           EXIT
           .
       WRITE-TOTAL-LINE.
           WRITE JOURNAL-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE JOURNAL-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
