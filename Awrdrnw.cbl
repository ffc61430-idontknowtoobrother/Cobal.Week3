       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWRDRNW.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  End-of-term renewal review of the
      *             AWARDMST scholarship and aid awards.  The term
      *             reviewed is the one on TUITCTL, the term TUITION
      *             billed.  Every payable award covering that term
      *             is checked against its renewal rule: the
      *             holder's SM-CUM-GPA from STUDMAST and the term's
      *             TH-CREDIT-LOAD from TERMHIST.  An award meeting
      *             the rule is renewed in good standing; a first
      *             failure puts it at risk (still paid) and a
      *             second failure in a row lapses it.  Each award
      *             reviewed is listed on the AWRNRPT report as
      *             RENEWED, AT RISK or LAPSED with counts per
      *             verdict, and a letter for each lapsed award goes
      *             to AWLAPLTR, formatted the way DUNLETTR formats
      *             its chasing letters.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-CONTROL ASSIGN TO "TUITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STUDENT-AWARDS ASSIGN TO "AWARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AWD-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT TERM-HISTORY ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RENEWAL-REPORT ASSIGN TO "AWRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO "AWLAPLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-CONTROL.
       01  BILLING-CONTROL-REC.
           05  BC-TERM-CODE        PIC X(4).
       FD  STUDENT-AWARDS.
       COPY AWARDMST.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  TERM-HISTORY.
       COPY TERMHIST.
       FD  RENEWAL-REPORT.
       01  RENEWAL-REPORT-REC      PIC X(80).
       FD  LETTER-FILE.
       01  LETTER-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(22)
               VALUE "AWARD RENEWAL REVIEW  ".
           05  FILLER              PIC X(6)  VALUE "TERM: ".
           05  WS-RH-TERM          PIC X(4).
           05  FILLER              PIC X(8)  VALUE "  DATE: ".
           05  WS-RH-DATE          PIC 9(8).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-RENEWAL-LINE.
           05  WS-RL-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-AWARD-CODE    PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RL-AWARD-NAME    PIC X(20).
           05  FILLER              PIC X(5)  VALUE " GPA ".
           05  WS-RL-CUM-GPA       PIC 9.99.
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RL-MIN-GPA       PIC 9.99.
           05  FILLER              PIC X(6)  VALUE " LOAD ".
           05  WS-RL-LOAD          PIC Z9.
           05  FILLER              PIC X(1)  VALUE "/".
           05  WS-RL-MIN-LOAD      PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-VERDICT       PIC X(12).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-RENEWAL-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-LETTER-RULE-LINE.
           05  FILLER              PIC X(40) VALUE ALL "-".
           05  FILLER              PIC X(40) VALUE ALL "-".

       01  WS-LETTER-HEAD-LINE.
           05  FILLER              PIC X(25)
               VALUE "FINANCIAL AID OFFICE     ".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-LH-DATE          PIC 9(8).
           05  FILLER              PIC X(41) VALUE SPACES.

       01  WS-DEAR-LINE.
           05  FILLER              PIC X(5)  VALUE "DEAR ".
           05  WS-DR-STUDENT-NAME  PIC X(21).
           05  FILLER              PIC X(1)  VALUE ",".
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-BODY-LINE-1.
           05  WS-B1-TEXT          PIC X(44)
               VALUE "FOR A SECOND TERM RUNNING YOUR RESULTS HAVE ".
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-BODY-LINE-2.
           05  WS-B2-TEXT          PIC X(44)
               VALUE "NOT MET THE RENEWAL RULE, SO THE AWARD BELOW".
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-BODY-LINE-3.
           05  WS-B3-TEXT          PIC X(44)
               VALUE "HAS LAPSED AND WILL NOT BE PAID FROM NOW ON.".
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-AWARD-LINE.
           05  FILLER              PIC X(7)  VALUE "AWARD: ".
           05  WS-AL-AWARD-CODE    PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AL-AWARD-NAME    PIC X(20).
           05  FILLER              PIC X(8)  VALUE "  TERM: ".
           05  WS-AL-TERM          PIC X(4).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-RULE-LINE.
           05  FILLER              PIC X(9)  VALUE "CUM GPA: ".
           05  WS-RU-CUM-GPA       PIC 9.99.
           05  FILLER              PIC X(11) VALUE " REQUIRED: ".
           05  WS-RU-MIN-GPA       PIC 9.99.
           05  FILLER              PIC X(11) VALUE "  CREDITS: ".
           05  WS-RU-LOAD          PIC Z9.
           05  FILLER              PIC X(11) VALUE " REQUIRED: ".
           05  WS-RU-MIN-LOAD      PIC Z9.
           05  FILLER              PIC X(26) VALUE SPACES.

       01  WS-SIGN-LINE.
           05  FILLER              PIC X(26)
               VALUE "SINCERELY, FINANCIAL AID ".
           05  FILLER              PIC X(54) VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)    VALUE "00".
       77  WS-AWD-STATUS           PIC X(2)    VALUE "00".
       77  WS-STU-STATUS           PIC X(2)    VALUE "00".
       77  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-STUDENT-FOUND-SW     PIC X(1)    VALUE "N".
           88  WS-STUDENT-FOUND                VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-REVIEW-TERM          PIC X(4)    VALUE SPACES.
       77  WS-TERM-LOAD            PIC 99      VALUE ZERO.
       77  WS-REVIEWED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-RENEWED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-AT-RISK-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-LAPSED-COUNT         PIC 9(5)    VALUE ZERO.
       77  WS-MISSING-COUNT        PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "AWRDRNW".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-REVIEW-TERM
           IF WS-REVIEW-TERM = SPACES
               MOVE "NO BILLING TERM ON TUITCTL, NOTHING REVIEWED"
                   TO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM RUN-RENEWAL-REVIEW
           END-IF
           GOBACK
           .
       READ-REVIEW-TERM.
           OPEN INPUT BILLING-CONTROL
           IF WS-CTL-STATUS = "00"
               READ BILLING-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BC-TERM-CODE TO WS-REVIEW-TERM
               END-READ
               CLOSE BILLING-CONTROL
           END-IF
           EXIT
           .
       RUN-RENEWAL-REVIEW.
           OPEN I-O STUDENT-AWARDS
           IF WS-AWD-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "STUDENT-AWARDS OPEN FAILED, STATUS: "
                   WS-AWD-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT STUDENT-MASTER
               OPEN INPUT TERM-HISTORY
               IF WS-STU-STATUS NOT = "00"
                   OR WS-HIST-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "STUDMAST/TERMHIST OPEN FAILED, STATUS: "
                       WS-STU-STATUS "/" WS-HIST-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN OUTPUT RENEWAL-REPORT
                   OPEN OUTPUT LETTER-FILE
                   MOVE WS-REVIEW-TERM TO WS-RH-TERM
                   MOVE WS-RUN-DATE    TO WS-RH-DATE
                   WRITE RENEWAL-REPORT-REC FROM WS-REPORT-HEADER-LINE
                   PERFORM READ-AWARD
                   PERFORM REVIEW-ONE-AWARD UNTIL WS-EOF
                   PERFORM WRITE-RENEWAL-TOTALS
                   CLOSE LETTER-FILE
                   CLOSE RENEWAL-REPORT
               END-IF
               IF WS-STU-STATUS = "00"
                   CLOSE STUDENT-MASTER
               END-IF
               IF WS-HIST-STATUS = "00"
                   CLOSE TERM-HISTORY
               END-IF
               CLOSE STUDENT-AWARDS
           END-IF
           EXIT
           .
       READ-AWARD.
           READ STUDENT-AWARDS NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * An award already reviewed for this term is put back to the
      * standing it had before, so a rerun judges it once only and
      * a first failure is never counted as a second.  An award is
      * reviewed when it is still payable and its terms run beyond
      * the review term; one whose last term is the review term
      * has run its course and there is nothing left to renew.
      *--------------------------------------------------------------
       REVIEW-ONE-AWARD.
           IF AW-REVIEW-TERM = WS-REVIEW-TERM
               MOVE AW-PRE-REVIEW-STATUS TO AW-STATUS
               MOVE ZERO TO AW-LAPSE-DATE
           END-IF
           IF AW-PAYABLE
               AND AW-FIRST-TERM NOT > WS-REVIEW-TERM
               AND (AW-LAST-TERM = SPACES
                   OR AW-LAST-TERM > WS-REVIEW-TERM)
               PERFORM JUDGE-AWARD-RENEWAL
           END-IF
           PERFORM READ-AWARD
           EXIT
           .
       JUDGE-AWARD-RENEWAL.
           PERFORM READ-HOLDER-RESULTS
           IF NOT WS-STUDENT-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "AWARD " AW-AWARD-CODE " HOLDER " AW-STU-ID
                   " NOT ON STUDMAST, NOT REVIEWED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               ADD 1 TO WS-REVIEWED-COUNT
               MOVE WS-REVIEW-TERM TO AW-REVIEW-TERM
               MOVE AW-STATUS      TO AW-PRE-REVIEW-STATUS
               EVALUATE TRUE
                   WHEN SM-CUM-GPA NOT < AW-MIN-CUM-GPA
                       AND WS-TERM-LOAD NOT < AW-MIN-CREDIT-LOAD
                       SET AW-IN-GOOD-STANDING TO TRUE
                       MOVE "RENEWED     " TO WS-RL-VERDICT
                       ADD 1 TO WS-RENEWED-COUNT
                   WHEN AW-IN-GOOD-STANDING
                       SET AW-AT-RISK TO TRUE
                       MOVE "AT RISK     " TO WS-RL-VERDICT
                       ADD 1 TO WS-AT-RISK-COUNT
                   WHEN OTHER
                       SET AW-LAPSED TO TRUE
                       MOVE WS-RUN-DATE TO AW-LAPSE-DATE
                       MOVE "LAPSED      " TO WS-RL-VERDICT
                       ADD 1 TO WS-LAPSED-COUNT
                       PERFORM WRITE-LAPSE-LETTER
               END-EVALUATE
               REWRITE STUDENT-AWARD-REC
               PERFORM WRITE-RENEWAL-LINE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * No TERMHIST record for the term means the holder carried no
      * credits in it, which counts against the load rule.
      *--------------------------------------------------------------
       READ-HOLDER-RESULTS.
           MOVE "N" TO WS-STUDENT-FOUND-SW
           MOVE AW-STU-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-STUDENT-FOUND TO TRUE
           END-READ
           MOVE AW-STU-ID      TO TH-STU-ID
           MOVE WS-REVIEW-TERM TO TH-TERM-CODE
           READ TERM-HISTORY
               INVALID KEY
                   MOVE ZERO TO WS-TERM-LOAD
               NOT INVALID KEY
                   MOVE TH-CREDIT-LOAD TO WS-TERM-LOAD
           END-READ
           EXIT
           .
       WRITE-RENEWAL-LINE.
           MOVE AW-STU-ID          TO WS-RL-STU-ID
           MOVE AW-AWARD-CODE      TO WS-RL-AWARD-CODE
           MOVE AW-AWARD-NAME      TO WS-RL-AWARD-NAME
           MOVE SM-CUM-GPA         TO WS-RL-CUM-GPA
           MOVE AW-MIN-CUM-GPA     TO WS-RL-MIN-GPA
           MOVE WS-TERM-LOAD       TO WS-RL-LOAD
           MOVE AW-MIN-CREDIT-LOAD TO WS-RL-MIN-LOAD
           WRITE RENEWAL-REPORT-REC FROM WS-RENEWAL-LINE
           MOVE RENEWAL-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LAPSE-LETTER.
           MOVE WS-RUN-DATE        TO WS-LH-DATE
           MOVE SM-STUDENT-NAME    TO WS-DR-STUDENT-NAME
           MOVE AW-AWARD-CODE      TO WS-AL-AWARD-CODE
           MOVE AW-AWARD-NAME      TO WS-AL-AWARD-NAME
           MOVE WS-REVIEW-TERM     TO WS-AL-TERM
           MOVE SM-CUM-GPA         TO WS-RU-CUM-GPA
           MOVE AW-MIN-CUM-GPA     TO WS-RU-MIN-GPA
           MOVE WS-TERM-LOAD       TO WS-RU-LOAD
           MOVE AW-MIN-CREDIT-LOAD TO WS-RU-MIN-LOAD
           WRITE LETTER-REC FROM WS-LETTER-RULE-LINE
           WRITE LETTER-REC FROM WS-LETTER-HEAD-LINE
           WRITE LETTER-REC FROM WS-DEAR-LINE
           WRITE LETTER-REC FROM WS-BODY-LINE-1
           WRITE LETTER-REC FROM WS-BODY-LINE-2
           WRITE LETTER-REC FROM WS-BODY-LINE-3
           WRITE LETTER-REC FROM WS-AWARD-LINE
           WRITE LETTER-REC FROM WS-RULE-LINE
           WRITE LETTER-REC FROM WS-SIGN-LINE
           WRITE LETTER-REC FROM WS-LETTER-RULE-LINE
           EXIT
           .
       WRITE-RENEWAL-TOTALS.
           MOVE SPACES TO RENEWAL-REPORT-REC
           WRITE RENEWAL-REPORT-REC
           MOVE "AWARDS REVIEWED      " TO WS-RT-LABEL
           MOVE WS-REVIEWED-COUNT       TO WS-RT-COUNT
           PERFORM WRITE-RENEWAL-TOTAL-LINE
           MOVE "RENEWED              " TO WS-RT-LABEL
           MOVE WS-RENEWED-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-RENEWAL-TOTAL-LINE
           MOVE "AT RISK              " TO WS-RT-LABEL
           MOVE WS-AT-RISK-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-RENEWAL-TOTAL-LINE
           MOVE "LAPSED, LETTER SENT  " TO WS-RT-LABEL
           MOVE WS-LAPSED-COUNT         TO WS-RT-COUNT
           PERFORM WRITE-RENEWAL-TOTAL-LINE
           MOVE "HOLDER NOT ON MASTER " TO WS-RT-LABEL
           MOVE WS-MISSING-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-RENEWAL-TOTAL-LINE
           EXIT
           .
       WRITE-RENEWAL-TOTAL-LINE.
           WRITE RENEWAL-REPORT-REC FROM WS-RENEWAL-TOTAL-LINE
           MOVE RENEWAL-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
