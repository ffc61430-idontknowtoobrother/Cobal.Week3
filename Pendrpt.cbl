       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Pending-changes report for the
      *             payroll manager, run ahead of DATA3: every bank
      *             detail and salary change BANKMNT and EMPMNT are
      *             holding on PENDCHG is listed on PENDLIST with
      *             who keyed it, when, how long it has waited, and
      *             the current and proposed details side by side.
      *             A change left waiting longer than the PENDCTL
      *             limit (7 days when the card is absent) is
      *             expired - removed from PENDCHG with an EXPIRED
      *             image on BANKAUDT or EMPAUDT - and must be keyed
      *             again if it is still wanted.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CONTROL ASSIGN TO "PENDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PND-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMPLOYEE-BANK ASSIGN TO "EMPBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMP-NO
               FILE STATUS IS WS-BNK-STATUS.
           SELECT EMPLOYEE-AUDIT ASSIGN TO "EMPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EAU-STATUS.
           SELECT BANK-AUDIT ASSIGN TO "BANKAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAU-STATUS.
           SELECT PENDING-REPORT ASSIGN TO "PENDLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CONTROL.
       01  PENDING-CONTROL-REC.
           05  PC-EXPIRY-DAYS      PIC 9(3).
       FD  PENDING-CHANGES.
       COPY PENDCHG.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EMPLOYEE-BANK.
       COPY EMPBANK.
       FD  EMPLOYEE-AUDIT.
       01  EMPLOYEE-AUDIT-REC      PIC X(80).
       FD  BANK-AUDIT.
       01  BANK-AUDIT-REC          PIC X(80).
       FD  PENDING-REPORT.
       01  PENDING-REPORT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 9(2).
           05  WS-RD-DD            PIC 9(2).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-GRP PIC 9(8).

       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-TIME          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-ACTION        PIC X(1)  VALUE "X".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7)  VALUE "EXPIRED".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(40).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-USER-ID       PIC X(8)  VALUE "PENDRPT".
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(40)
               VALUE "PENDING BANK DETAIL AND SALARY CHANGES  ".
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-HD-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(13) VALUE "  EXPIRY DAYS".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-HD-EXPIRY-DAYS   PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40)
               VALUE "TYPE   EMPNO MAKER    KEYED    AGE STATU".
           05  FILLER              PIC X(40)
               VALUE "S  CURRENT           PROPOSED           ".

       01  WS-DETAIL-LINE.
           05  WS-DL-TYPE          PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-EMP-NO        PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-MAKER         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-KEYED         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-AGE           PIC ZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-STATUS        PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-CURRENT       PIC X(17).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-PROPOSED      PIC X(17).
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL         PIC X(22).
           05  WS-TL-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-SALARY-TEXT.
           05  WS-ST-SALARY        PIC ZZZ9.99.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-BANK-TEXT.
           05  WS-BT-SORT-CODE     PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-BT-ACCT-NO       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)  VALUE "00".
       77  WS-PND-STATUS           PIC X(2)  VALUE "00".
       77  WS-EMP-STATUS           PIC X(2)  VALUE "00".
       77  WS-BNK-STATUS           PIC X(2)  VALUE "00".
       77  WS-EAU-STATUS           PIC X(2)  VALUE "00".
       77  WS-BAU-STATUS           PIC X(2)  VALUE "00".
       77  WS-PND-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-PND-EOF                    VALUE "Y".
       77  WS-EMP-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EMP-OPEN                   VALUE "Y".
       77  WS-BNK-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-BNK-OPEN                   VALUE "Y".
       77  WS-EXPIRY-DAYS          PIC 9(3)  VALUE 7.
       77  WS-RUN-DAY-NUMBER       PIC 9(7)  VALUE ZERO.
       77  WS-KEYED-DAY-NUMBER     PIC 9(7)  VALUE ZERO.
       77  WS-DAYS-WAITING         PIC S9(5) VALUE ZERO.
       77  WS-PENDING-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-EXPIRED-COUNT        PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "PENDRPT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".
       77  WS-STEP-LINKED-SW       PIC X(1)  VALUE "N".
           88  WS-STEP-LINKED                VALUE "Y".

       LINKAGE SECTION.
       COPY STEPSTAT.

       PROCEDURE DIVISION USING STEP-STATUS-REC.
       Begin.
           IF ADDRESS OF STEP-STATUS-REC NOT = NULL
               SET WS-STEP-LINKED TO TRUE
               MOVE ZERO TO SS-RESULT-CODE
               MOVE SPACES TO SS-FAIL-MESSAGE
           END-IF
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           PERFORM READ-PENDING-CONTROL
           OPEN I-O PENDING-CHANGES
           IF WS-PND-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF
           IF WS-PND-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PENDCHG OPEN FAILED, STATUS: "
                   WS-PND-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               PERFORM FLAG-STEP-FAILURE
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-EMP-STATUS = "00"
                   SET WS-EMP-OPEN TO TRUE
               END-IF
               OPEN INPUT EMPLOYEE-BANK
               IF WS-BNK-STATUS = "00"
                   SET WS-BNK-OPEN TO TRUE
               END-IF
               OPEN EXTEND EMPLOYEE-AUDIT
               IF WS-EAU-STATUS = "35"
                   OPEN OUTPUT EMPLOYEE-AUDIT
               END-IF
               OPEN EXTEND BANK-AUDIT
               IF WS-BAU-STATUS = "35"
                   OPEN OUTPUT BANK-AUDIT
               END-IF
               OPEN OUTPUT PENDING-REPORT
               MOVE WS-RUN-DATE    TO WS-HD-RUN-DATE
               MOVE WS-EXPIRY-DAYS TO WS-HD-EXPIRY-DAYS
               WRITE PENDING-REPORT-REC FROM WS-REPORT-HEADER
               WRITE PENDING-REPORT-REC FROM WS-REPORT-HEADING
               PERFORM READ-PENDING-CHANGE
               PERFORM REVIEW-PENDING-CHANGE UNTIL WS-PND-EOF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE PENDING-REPORT
               CLOSE BANK-AUDIT
               CLOSE EMPLOYEE-AUDIT
               IF WS-BNK-OPEN
                   CLOSE EMPLOYEE-BANK
               END-IF
               IF WS-EMP-OPEN
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE PENDING-CHANGES
           END-IF
           GOBACK
           .
       READ-PENDING-CONTROL.
           OPEN INPUT PENDING-CONTROL
           IF WS-CTL-STATUS = "00"
               READ PENDING-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-EXPIRY-DAYS IS NUMERIC
                           AND PC-EXPIRY-DAYS > ZERO
                           MOVE PC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE PENDING-CONTROL
           END-IF
           EXIT
           .
       READ-PENDING-CHANGE.
           READ PENDING-CHANGES NEXT RECORD
               AT END MOVE "Y" TO WS-PND-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Days waiting use the same 372-day calendar as the other
      * ageing runs; a change past the limit is expired rather
      * than listed, so an approval cannot arrive for it later.
      *--------------------------------------------------------------
       REVIEW-PENDING-CHANGE.
           COMPUTE WS-KEYED-DAY-NUMBER =
               (PD-SD-YYYY * 372) + (PD-SD-MM * 31) + PD-SD-DD
           COMPUTE WS-DAYS-WAITING =
               WS-RUN-DAY-NUMBER - WS-KEYED-DAY-NUMBER
           IF WS-DAYS-WAITING < ZERO
               MOVE ZERO TO WS-DAYS-WAITING
           END-IF
           PERFORM FORMAT-DETAIL-LINE
           IF WS-DAYS-WAITING > WS-EXPIRY-DAYS
               PERFORM EXPIRE-PENDING-CHANGE
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               MOVE "PENDING" TO WS-DL-STATUS
           END-IF
           WRITE PENDING-REPORT-REC FROM WS-DETAIL-LINE
           PERFORM READ-PENDING-CHANGE
           EXIT
           .
       FORMAT-DETAIL-LINE.
           MOVE PD-EMP-NO       TO WS-DL-EMP-NO
           MOVE PD-MAKER        TO WS-DL-MAKER
           MOVE PD-SUBMIT-DATE  TO WS-DL-KEYED
           MOVE WS-DAYS-WAITING TO WS-DL-AGE
           MOVE SPACES          TO WS-DL-CURRENT
           IF PD-SALARY-CHANGE
               MOVE "SALARY" TO WS-DL-TYPE
               IF WS-EMP-OPEN
                   MOVE PD-EMP-NO TO EM-EMP-NO
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "NOT ON MASTER" TO WS-DL-CURRENT
                       NOT INVALID KEY
                           MOVE EM-SALARY TO WS-ST-SALARY
                           MOVE WS-SALARY-TEXT TO WS-DL-CURRENT
                   END-READ
               END-IF
               MOVE PD-PE-SALARY TO WS-ST-SALARY
               MOVE WS-SALARY-TEXT TO WS-DL-PROPOSED
           ELSE
               MOVE "BANK  " TO WS-DL-TYPE
               IF WS-BNK-OPEN
                   MOVE PD-EMP-NO TO EB-EMP-NO
                   READ EMPLOYEE-BANK
                       INVALID KEY
                           MOVE "NONE ON FILE" TO WS-DL-CURRENT
                       NOT INVALID KEY
                           MOVE EB-SORT-CODE TO WS-BT-SORT-CODE
                           MOVE EB-ACCT-NO   TO WS-BT-ACCT-NO
                           MOVE WS-BANK-TEXT TO WS-DL-CURRENT
                   END-READ
               END-IF
               MOVE PD-PB-SORT-CODE TO WS-BT-SORT-CODE
               MOVE PD-PB-ACCT-NO   TO WS-BT-ACCT-NO
               MOVE WS-BANK-TEXT    TO WS-DL-PROPOSED
           END-IF
           EXIT
           .
       EXPIRE-PENDING-CHANGE.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           ACCEPT WS-AU-TIME FROM TIME
           MOVE PD-PROPOSED-IMAGE TO WS-AU-IMAGE
           IF PD-SALARY-CHANGE
               WRITE EMPLOYEE-AUDIT-REC FROM WS-AUDIT-LINE
           ELSE
               WRITE BANK-AUDIT-REC FROM WS-AUDIT-LINE
           END-IF
           DELETE PENDING-CHANGES
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE "EXPIRED" TO WS-DL-STATUS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING WS-DL-TYPE " CHANGE FOR " PD-EMP-NO " KEYED BY "
               PD-MAKER " ON " PD-SUBMIT-DATE " EXPIRED UNAPPROVED"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-REPORT-TOTALS.
           MOVE "CHANGES PENDING      " TO WS-TL-LABEL
           MOVE WS-PENDING-COUNT        TO WS-TL-COUNT
           WRITE PENDING-REPORT-REC FROM WS-TOTAL-LINE
           MOVE PENDING-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "CHANGES EXPIRED      " TO WS-TL-LABEL
           MOVE WS-EXPIRED-COUNT        TO WS-TL-COUNT
           WRITE PENDING-REPORT-REC FROM WS-TOTAL-LINE
           MOVE PENDING-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Report a fatal condition back to RUNCTL through the shared
      * STEPSTAT area (when this run was CALLed with one), carrying
      * the message just logged.  Run standalone, the area is
      * absent and the flagging is skipped.
      *--------------------------------------------------------------
       FLAG-STEP-FAILURE.
           IF WS-STEP-LINKED
               MOVE 12 TO SS-RESULT-CODE
               MOVE WS-LOG-MESSAGE TO SS-FAIL-MESSAGE
           END-IF
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
