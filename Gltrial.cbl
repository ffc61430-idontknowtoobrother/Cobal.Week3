       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Period-end ledger balances for
      *             the closed period (YYYYMM) named on the GLTBCTL
      *             control file.  One pass of the GLHIST archive
      *             builds, for every CHARTACC account, the opening
      *             balance (all earlier periods), the period's
      *             debits and credits and the closing balance, and
      *             files them on the GLACCBAL balance file keyed
      *             by account and period.  The GLTBRPT trial
      *             balance lists each account's closing balance in
      *             its debit or credit column and proves the two
      *             columns agree; the GLCMPRPT comparative sets
      *             each account's movement for the period against
      *             the same period last year; and when GLTBCTL
      *             names an account, the GLACTRPT activity report
      *             lists the source program and run date of every
      *             entry behind that account's movement.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-CONTROL ASSIGN TO "GLTBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PERIOD-CONTROL ASSIGN TO "GLPERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHARTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHT-STATUS.
           SELECT GL-HISTORY ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT ACCOUNT-BALANCES ASSIGN TO "GLACCBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT TRIAL-REPORT ASSIGN TO "GLTBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPARATIVE-REPORT ASSIGN TO "GLCMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVITY-REPORT ASSIGN TO "GLACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-CONTROL.
       01  TRIAL-CONTROL-REC.
           05  TC-PERIOD           PIC 9(6).
           05  TC-ACTIVITY-ACCOUNT PIC X(8).
       FD  PERIOD-CONTROL.
       01  PERIOD-CONTROL-REC.
           05  PC-PERIOD           PIC 9(6).
       FD  CHART-OF-ACCOUNTS.
       01  CHART-ACCOUNT-REC.
           05  AC-ACCOUNT-CODE     PIC X(8).
           05  AC-DESCRIPTION      PIC X(25).
           05  AC-TYPE             PIC X(1).
           05  AC-ACTIVE           PIC X(1).
       FD  GL-HISTORY.
       COPY GLHIST.
       FD  ACCOUNT-BALANCES.
       COPY GLACCBAL.
       FD  TRIAL-REPORT.
       01  TRIAL-REPORT-REC        PIC X(80).
       FD  COMPARATIVE-REPORT.
       01  COMPARATIVE-REPORT-REC  PIC X(80).
       FD  ACTIVITY-REPORT.
       01  ACTIVITY-REPORT-REC     PIC X(80).

       WORKING-STORAGE SECTION.
       01  ACCOUNT-TABLE.
           05  AT-ENTRY OCCURS 100 TIMES.
               10  AT-ACCOUNT      PIC X(8).
               10  AT-DESCRIPTION  PIC X(25).
               10  AT-OPENING      PIC S9(11)V99.
               10  AT-DEBITS       PIC 9(11)V99.
               10  AT-CREDITS      PIC 9(11)V99.
               10  AT-LY-DEBITS    PIC 9(11)V99.
               10  AT-LY-CREDITS   PIC 9(11)V99.

       01  WS-TRIAL-HEADER-LINE.
           05  FILLER              PIC X(25)
               VALUE "TRIAL BALANCE FOR PERIOD ".
           05  WS-TH-PERIOD        PIC 9(6).
           05  FILLER              PIC X(49) VALUE SPACES.

       01  WS-TRIAL-HEADING-LINE.
           05  FILLER              PIC X(36)
               VALUE "ACCOUNT  DESCRIPTION".
           05  FILLER              PIC X(14) VALUE "         DEBIT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "        CREDIT".
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-TRIAL-LINE.
           05  WS-TL-ACCOUNT       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TL-DESCRIPTION   PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-DEBIT         PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TL-CREDIT        PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(14) VALUE SPACES.

       01  WS-TRIAL-VERDICT-LINE.
           05  WS-TV-TEXT          PIC X(36).
           05  WS-TV-AMOUNT        PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-COMPARE-HEADER-LINE.
           05  FILLER              PIC X(23)
               VALUE "COMPARATIVE FOR PERIOD ".
           05  WS-CH-PERIOD        PIC 9(6).
           05  FILLER              PIC X(16)
               VALUE " AGAINST PERIOD ".
           05  WS-CH-LY-PERIOD     PIC 9(6).
           05  FILLER              PIC X(29) VALUE SPACES.

       01  WS-COMPARE-HEADING-LINE.
           05  FILLER              PIC X(30)
               VALUE "ACCOUNT  DESCRIPTION".
           05  FILLER              PIC X(16) VALUE "     THIS PERIOD".
           05  FILLER              PIC X(16) VALUE "       LAST YEAR".
           05  FILLER              PIC X(16) VALUE "        VARIANCE".
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  WS-COMPARE-LINE.
           05  WS-CL-ACCOUNT       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-DESCRIPTION   PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-THIS-YEAR     PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-LAST-YEAR     PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-VARIANCE      PIC -ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-ACTIVITY-HEADER-LINE.
           05  FILLER              PIC X(21)
               VALUE "ACCOUNT ACTIVITY FOR ".
           05  WS-AH-ACCOUNT       PIC X(8).
           05  FILLER              PIC X(9)  VALUE "  PERIOD ".
           05  WS-AH-PERIOD        PIC 9(6).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-ACTIVITY-LINE.
           05  WS-AL-SOURCE        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-DR-CR         PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AL-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TT-LABEL         PIC X(22).
           05  WS-TT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-TT-AMOUNT        PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(37) VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)  VALUE "00".
       77  WS-PER-STATUS           PIC X(2)  VALUE "00".
       77  WS-CHT-STATUS           PIC X(2)  VALUE "00".
       77  WS-HIS-STATUS           PIC X(2)  VALUE "00".
       77  WS-BAL-STATUS           PIC X(2)  VALUE "00".
       77  WS-PER-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-PER-EOF                    VALUE "Y".
       77  WS-CHT-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-CHT-EOF                    VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-CLOSED-SW            PIC X(1)  VALUE "N".
           88  WS-PERIOD-CLOSED              VALUE "Y".
       77  WS-ACCT-FOUND-SW        PIC X(1)  VALUE "N".
           88  WS-ACCT-FOUND                 VALUE "Y".
       77  WS-TRIAL-PERIOD         PIC 9(6)  VALUE ZERO.
       77  WS-LY-PERIOD            PIC 9(6)  VALUE ZERO.
       77  WS-ACTIVITY-ACCOUNT     PIC X(8)  VALUE SPACES.
       77  WS-PERIOD-MONTH         PIC 9(2)  VALUE ZERO.
       77  WS-AT-COUNT             PIC 9(3)  VALUE ZERO.
       77  WS-AT-SUB               PIC 9(3)  VALUE ZERO.
       77  WS-AT-MATCH             PIC 9(3)  VALUE ZERO.
       77  WS-CLOSING              PIC S9(11)V99 VALUE ZERO.
       77  WS-THIS-YEAR-NET        PIC S9(11)V99 VALUE ZERO.
       77  WS-LAST-YEAR-NET        PIC S9(11)V99 VALUE ZERO.
       77  WS-VARIANCE             PIC S9(11)V99 VALUE ZERO.
       77  WS-DEBIT-COLUMN         PIC 9(11)V99 VALUE ZERO.
       77  WS-CREDIT-COLUMN        PIC 9(11)V99 VALUE ZERO.
       77  WS-PERIOD-DEBITS        PIC 9(11)V99 VALUE ZERO.
       77  WS-PERIOD-CREDITS       PIC 9(11)V99 VALUE ZERO.
       77  WS-DIFFERENCE           PIC 9(11)V99 VALUE ZERO.
       77  WS-ACT-DEBITS           PIC 9(11)V99 VALUE ZERO.
       77  WS-ACT-CREDITS          PIC 9(11)V99 VALUE ZERO.
       77  WS-ACT-COUNT            PIC 9(5)  VALUE ZERO.
       77  WS-ACCOUNTS-FILED       PIC 9(5)  VALUE ZERO.
       77  WS-UNBALANCED-COUNT     PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "GLTRIAL".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           PERFORM READ-TRIAL-CONTROL
           PERFORM CHECK-PERIOD-CLOSED
           EVALUATE TRUE
               WHEN WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   MOVE "NO VALID PERIOD ON GLTBCTL, NO BALANCES RUN"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN NOT WS-PERIOD-CLOSED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PERIOD " WS-TRIAL-PERIOD
                       " NOT CLOSED ON GLPERCTL, NO BALANCES RUN"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   PERFORM BUILD-PERIOD-BALANCES
           END-EVALUATE
           GOBACK
           .
       READ-TRIAL-CONTROL.
           OPEN INPUT TRIAL-CONTROL
           IF WS-CTL-STATUS = "00"
               READ TRIAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-PERIOD IS NUMERIC
                           MOVE TC-PERIOD TO WS-TRIAL-PERIOD
                           MOVE TC-PERIOD (5:2) TO WS-PERIOD-MONTH
                       END-IF
                       MOVE TC-ACTIVITY-ACCOUNT
                           TO WS-ACTIVITY-ACCOUNT
               END-READ
               CLOSE TRIAL-CONTROL
           END-IF
           COMPUTE WS-LY-PERIOD = WS-TRIAL-PERIOD - 100
           EXIT
           .
      *--------------------------------------------------------------
      * GLHIST holds a period only once GLCLOSE has taken it, so a
      * period not yet on GLPERCTL would give balances short of
      * the entries still on the live file.
      *--------------------------------------------------------------
       CHECK-PERIOD-CLOSED.
           OPEN INPUT PERIOD-CONTROL
           IF WS-PER-STATUS = "00"
               PERFORM READ-CLOSED-PERIOD
               PERFORM MATCH-CLOSED-PERIOD
                   UNTIL WS-PER-EOF OR WS-PERIOD-CLOSED
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
       MATCH-CLOSED-PERIOD.
           IF PC-PERIOD = WS-TRIAL-PERIOD
               SET WS-PERIOD-CLOSED TO TRUE
           ELSE
               PERFORM READ-CLOSED-PERIOD
           END-IF
           EXIT
           .
       BUILD-PERIOD-BALANCES.
           OPEN INPUT GL-HISTORY
           IF WS-HIS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GLHIST OPEN FAILED, STATUS: "
                   WS-HIS-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM LOAD-CHART-OF-ACCOUNTS
               PERFORM READ-GL-HISTORY
               PERFORM TAKE-GL-HISTORY UNTIL WS-EOF
               CLOSE GL-HISTORY
               PERFORM FILE-ACCOUNT-BALANCES
               PERFORM WRITE-TRIAL-BALANCE
               PERFORM WRITE-COMPARATIVE
               PERFORM WRITE-ACCOUNT-ACTIVITY
           END-IF
           EXIT
           .
       LOAD-CHART-OF-ACCOUNTS.
           MOVE ZERO TO WS-AT-COUNT
           OPEN INPUT CHART-OF-ACCOUNTS
           IF WS-CHT-STATUS = "00"
               PERFORM READ-CHART-ACCOUNT
               PERFORM STORE-CHART-ACCOUNT UNTIL WS-CHT-EOF
               CLOSE CHART-OF-ACCOUNTS
           ELSE
               MOVE "CHARTACC NOT AVAILABLE, ACCOUNTS TAKEN FROM GLHIST"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
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
           IF WS-AT-COUNT < 100
               ADD 1 TO WS-AT-COUNT
               MOVE AC-ACCOUNT-CODE TO AT-ACCOUNT (WS-AT-COUNT)
               MOVE AC-DESCRIPTION  TO AT-DESCRIPTION (WS-AT-COUNT)
               MOVE ZERO TO AT-OPENING (WS-AT-COUNT)
               MOVE ZERO TO AT-DEBITS (WS-AT-COUNT)
               MOVE ZERO TO AT-CREDITS (WS-AT-COUNT)
               MOVE ZERO TO AT-LY-DEBITS (WS-AT-COUNT)
               MOVE ZERO TO AT-LY-CREDITS (WS-AT-COUNT)
           END-IF
           PERFORM READ-CHART-ACCOUNT
           EXIT
           .
       READ-GL-HISTORY.
           READ GL-HISTORY
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Every period before the trial period feeds the opening
      * balance; the trial period and the same period a year back
      * are kept as debits and credits.  Later periods are ignored
      * so a rerun for an old period reproduces its figures.
      *--------------------------------------------------------------
       TAKE-GL-HISTORY.
           IF GLH-PERIOD NOT > WS-TRIAL-PERIOD
               PERFORM FIND-ACCOUNT-ENTRY
           END-IF
           IF GLH-PERIOD NOT > WS-TRIAL-PERIOD
               AND WS-ACCT-FOUND
               EVALUATE TRUE
                   WHEN GLH-PERIOD = WS-TRIAL-PERIOD
                       AND GLH-DEBIT-CREDIT = "D"
                       ADD GLH-AMOUNT TO AT-DEBITS (WS-AT-MATCH)
                   WHEN GLH-PERIOD = WS-TRIAL-PERIOD
                       ADD GLH-AMOUNT TO AT-CREDITS (WS-AT-MATCH)
                   WHEN GLH-DEBIT-CREDIT = "D"
                       ADD GLH-AMOUNT TO AT-OPENING (WS-AT-MATCH)
                   WHEN OTHER
                       SUBTRACT GLH-AMOUNT FROM AT-OPENING (WS-AT-MATCH)
               END-EVALUATE
               IF GLH-PERIOD = WS-LY-PERIOD
                   IF GLH-DEBIT-CREDIT = "D"
                       ADD GLH-AMOUNT TO AT-LY-DEBITS (WS-AT-MATCH)
                   ELSE
                       ADD GLH-AMOUNT TO AT-LY-CREDITS (WS-AT-MATCH)
                   END-IF
               END-IF
           END-IF
           PERFORM READ-GL-HISTORY
           EXIT
           .
      *--------------------------------------------------------------
      * An account archived on GLHIST but missing from the chart is
      * still balanced, described as such, so the trial balance
      * cannot lose an entry; a full table is an ERROR.
      *--------------------------------------------------------------
       FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ACCT-FOUND-SW
           PERFORM MATCH-ACCOUNT-ENTRY
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB > WS-AT-COUNT
                   OR WS-ACCT-FOUND
           IF NOT WS-ACCT-FOUND
               IF WS-AT-COUNT < 100
                   ADD 1 TO WS-AT-COUNT
                   MOVE WS-AT-COUNT TO WS-AT-MATCH
                   MOVE GLH-ACCOUNT-CODE TO AT-ACCOUNT (WS-AT-MATCH)
                   MOVE "*** NOT ON CHARTACC ***"
                       TO AT-DESCRIPTION (WS-AT-MATCH)
                   MOVE ZERO TO AT-OPENING (WS-AT-MATCH)
                   MOVE ZERO TO AT-DEBITS (WS-AT-MATCH)
                   MOVE ZERO TO AT-CREDITS (WS-AT-MATCH)
                   MOVE ZERO TO AT-LY-DEBITS (WS-AT-MATCH)
                   MOVE ZERO TO AT-LY-CREDITS (WS-AT-MATCH)
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-UNBALANCED-COUNT
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ACCOUNT TABLE FULL, ENTRY FOR "
                       GLH-ACCOUNT-CODE " NOT BALANCED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
       MATCH-ACCOUNT-ENTRY.
           IF AT-ACCOUNT (WS-AT-SUB) = GLH-ACCOUNT-CODE
               MOVE WS-AT-SUB TO WS-AT-MATCH
               SET WS-ACCT-FOUND TO TRUE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A rerun for the same period replaces the balances it filed
      * before, so GLACCBAL always holds the latest figures.
      *--------------------------------------------------------------
       FILE-ACCOUNT-BALANCES.
           OPEN I-O ACCOUNT-BALANCES
           IF WS-BAL-STATUS = "35"
               OPEN OUTPUT ACCOUNT-BALANCES
               CLOSE ACCOUNT-BALANCES
               OPEN I-O ACCOUNT-BALANCES
           END-IF
           IF WS-BAL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GLACCBAL OPEN FAILED, STATUS: "
                   WS-BAL-STATUS " - BALANCES NOT FILED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM FILE-ONE-BALANCE
                   VARYING WS-AT-SUB FROM 1 BY 1
                   UNTIL WS-AT-SUB > WS-AT-COUNT
               CLOSE ACCOUNT-BALANCES
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ACCOUNT BALANCES FILED FOR PERIOD "
                   WS-TRIAL-PERIOD ": " WS-ACCOUNTS-FILED
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       FILE-ONE-BALANCE.
           MOVE AT-ACCOUNT (WS-AT-SUB)  TO AB-ACCOUNT-CODE
           MOVE WS-TRIAL-PERIOD         TO AB-PERIOD
           MOVE AT-OPENING (WS-AT-SUB)  TO AB-OPENING-BAL
           MOVE AT-DEBITS (WS-AT-SUB)   TO AB-PERIOD-DEBITS
           MOVE AT-CREDITS (WS-AT-SUB)  TO AB-PERIOD-CREDITS
           COMPUTE AB-CLOSING-BAL = AT-OPENING (WS-AT-SUB)
               + AT-DEBITS (WS-AT-SUB) - AT-CREDITS (WS-AT-SUB)
           WRITE GL-ACCOUNT-BALANCE-REC
               INVALID KEY
                   REWRITE GL-ACCOUNT-BALANCE-REC
           END-WRITE
           ADD 1 TO WS-ACCOUNTS-FILED
           EXIT
           .
      *--------------------------------------------------------------
      * Each closing balance goes in its debit or credit column;
      * the columns agree only if every archived batch balanced.
      *--------------------------------------------------------------
       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-REPORT
           MOVE WS-TRIAL-PERIOD TO WS-TH-PERIOD
           WRITE TRIAL-REPORT-REC FROM WS-TRIAL-HEADER-LINE
           WRITE TRIAL-REPORT-REC FROM WS-TRIAL-HEADING-LINE
           PERFORM WRITE-ONE-TRIAL-LINE
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB > WS-AT-COUNT
           MOVE SPACES TO TRIAL-REPORT-REC
           WRITE TRIAL-REPORT-REC
           MOVE "TOTALS"           TO WS-TL-ACCOUNT
           MOVE SPACES             TO WS-TL-DESCRIPTION
           MOVE WS-DEBIT-COLUMN    TO WS-TL-DEBIT
           MOVE WS-CREDIT-COLUMN   TO WS-TL-CREDIT
           WRITE TRIAL-REPORT-REC FROM WS-TRIAL-LINE
           MOVE "PERIOD"           TO WS-TL-ACCOUNT
           MOVE "DEBITS AND CREDITS"
                                   TO WS-TL-DESCRIPTION
           MOVE WS-PERIOD-DEBITS   TO WS-TL-DEBIT
           MOVE WS-PERIOD-CREDITS  TO WS-TL-CREDIT
           WRITE TRIAL-REPORT-REC FROM WS-TRIAL-LINE
           IF WS-DEBIT-COLUMN = WS-CREDIT-COLUMN
               AND WS-PERIOD-DEBITS = WS-PERIOD-CREDITS
               MOVE "TRIAL BALANCE IN BALANCE" TO WS-TV-TEXT
               MOVE ZERO TO WS-TV-AMOUNT
           ELSE
               IF WS-DEBIT-COLUMN > WS-CREDIT-COLUMN
                   COMPUTE WS-DIFFERENCE =
                       WS-DEBIT-COLUMN - WS-CREDIT-COLUMN
               ELSE
                   COMPUTE WS-DIFFERENCE =
                       WS-CREDIT-COLUMN - WS-DEBIT-COLUMN
               END-IF
               MOVE "TRIAL BALANCE OUT OF BALANCE BY" TO WS-TV-TEXT
               MOVE WS-DIFFERENCE TO WS-TV-AMOUNT
               MOVE "ERROR" TO WS-LOG-SEVERITY
           END-IF
           WRITE TRIAL-REPORT-REC FROM WS-TRIAL-VERDICT-LINE
           MOVE TRIAL-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           IF WS-UNBALANCED-COUNT > ZERO
               MOVE "ENTRIES NOT BALANCED  " TO WS-TT-LABEL
               MOVE WS-UNBALANCED-COUNT     TO WS-TT-COUNT
               MOVE ZERO                    TO WS-TT-AMOUNT
               WRITE TRIAL-REPORT-REC FROM WS-TOTAL-LINE
           END-IF
           CLOSE TRIAL-REPORT
           EXIT
           .
       WRITE-ONE-TRIAL-LINE.
           ADD AT-DEBITS (WS-AT-SUB)  TO WS-PERIOD-DEBITS
           ADD AT-CREDITS (WS-AT-SUB) TO WS-PERIOD-CREDITS
           COMPUTE WS-CLOSING = AT-OPENING (WS-AT-SUB)
               + AT-DEBITS (WS-AT-SUB) - AT-CREDITS (WS-AT-SUB)
           IF WS-CLOSING NOT = ZERO
               MOVE AT-ACCOUNT (WS-AT-SUB)     TO WS-TL-ACCOUNT
               MOVE AT-DESCRIPTION (WS-AT-SUB) TO WS-TL-DESCRIPTION
               IF WS-CLOSING > ZERO
                   ADD WS-CLOSING TO WS-DEBIT-COLUMN
                   MOVE WS-CLOSING TO WS-TL-DEBIT
                   MOVE ZERO       TO WS-TL-CREDIT
               ELSE
                   SUBTRACT WS-CLOSING FROM WS-CREDIT-COLUMN
                   MOVE ZERO       TO WS-TL-DEBIT
                   MOVE WS-CLOSING TO WS-TL-CREDIT
               END-IF
               WRITE TRIAL-REPORT-REC FROM WS-TRIAL-LINE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Movement is debits less credits for the period; the
      * variance is this year's movement less last year's.
      *--------------------------------------------------------------
       WRITE-COMPARATIVE.
           OPEN OUTPUT COMPARATIVE-REPORT
           MOVE WS-TRIAL-PERIOD TO WS-CH-PERIOD
           MOVE WS-LY-PERIOD    TO WS-CH-LY-PERIOD
           WRITE COMPARATIVE-REPORT-REC FROM WS-COMPARE-HEADER-LINE
           WRITE COMPARATIVE-REPORT-REC FROM WS-COMPARE-HEADING-LINE
           PERFORM WRITE-ONE-COMPARE-LINE
               VARYING WS-AT-SUB FROM 1 BY 1
               UNTIL WS-AT-SUB > WS-AT-COUNT
           CLOSE COMPARATIVE-REPORT
           EXIT
           .
       WRITE-ONE-COMPARE-LINE.
           COMPUTE WS-THIS-YEAR-NET =
               AT-DEBITS (WS-AT-SUB) - AT-CREDITS (WS-AT-SUB)
           COMPUTE WS-LAST-YEAR-NET =
               AT-LY-DEBITS (WS-AT-SUB) - AT-LY-CREDITS (WS-AT-SUB)
           COMPUTE WS-VARIANCE = WS-THIS-YEAR-NET - WS-LAST-YEAR-NET
           IF WS-THIS-YEAR-NET NOT = ZERO
               OR WS-LAST-YEAR-NET NOT = ZERO
               MOVE AT-ACCOUNT (WS-AT-SUB)     TO WS-CL-ACCOUNT
               MOVE AT-DESCRIPTION (WS-AT-SUB) TO WS-CL-DESCRIPTION
               MOVE WS-THIS-YEAR-NET           TO WS-CL-THIS-YEAR
               MOVE WS-LAST-YEAR-NET           TO WS-CL-LAST-YEAR
               MOVE WS-VARIANCE                TO WS-CL-VARIANCE
               WRITE COMPARATIVE-REPORT-REC FROM WS-COMPARE-LINE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A second pass of the archive lists the entries behind the
      * named account's movement for the period, batch by batch.
      *--------------------------------------------------------------
       WRITE-ACCOUNT-ACTIVITY.
           IF WS-ACTIVITY-ACCOUNT NOT = SPACES
               OPEN OUTPUT ACTIVITY-REPORT
               MOVE WS-ACTIVITY-ACCOUNT TO WS-AH-ACCOUNT
               MOVE WS-TRIAL-PERIOD     TO WS-AH-PERIOD
               WRITE ACTIVITY-REPORT-REC FROM WS-ACTIVITY-HEADER-LINE
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT GL-HISTORY
               IF WS-HIS-STATUS = "00"
                   PERFORM READ-GL-HISTORY
                   PERFORM LIST-ONE-ACTIVITY UNTIL WS-EOF
                   CLOSE GL-HISTORY
               END-IF
               MOVE SPACES TO ACTIVITY-REPORT-REC
               WRITE ACTIVITY-REPORT-REC
               MOVE "ENTRIES  DEBITS       " TO WS-TT-LABEL
               MOVE WS-ACT-COUNT            TO WS-TT-COUNT
               MOVE WS-ACT-DEBITS           TO WS-TT-AMOUNT
               WRITE ACTIVITY-REPORT-REC FROM WS-TOTAL-LINE
               MOVE "         CREDITS      " TO WS-TT-LABEL
               MOVE ZERO                    TO WS-TT-COUNT
               MOVE WS-ACT-CREDITS          TO WS-TT-AMOUNT
               WRITE ACTIVITY-REPORT-REC FROM WS-TOTAL-LINE
               CLOSE ACTIVITY-REPORT
           END-IF
           EXIT
           .
       LIST-ONE-ACTIVITY.
           IF GLH-PERIOD = WS-TRIAL-PERIOD
               AND GLH-ACCOUNT-CODE = WS-ACTIVITY-ACCOUNT
               ADD 1 TO WS-ACT-COUNT
               MOVE GLH-SOURCE-PROGRAM TO WS-AL-SOURCE
               MOVE GLH-RUN-DATE       TO WS-AL-RUN-DATE
               MOVE GLH-AMOUNT         TO WS-AL-AMOUNT
               IF GLH-DEBIT-CREDIT = "D"
                   MOVE "DR" TO WS-AL-DR-CR
                   ADD GLH-AMOUNT TO WS-ACT-DEBITS
               ELSE
                   MOVE "CR" TO WS-AL-DR-CR
                   ADD GLH-AMOUNT TO WS-ACT-CREDITS
               END-IF
               WRITE ACTIVITY-REPORT-REC FROM WS-ACTIVITY-LINE
           END-IF
           PERFORM READ-GL-HISTORY
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
