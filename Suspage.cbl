       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Aged unapplied-cash report: reads
      *             the SUSPENSE file LBXINTK fills and prints one
      *             line per lockbox item still waiting to be
      *             assigned to a customer, slotted current / 30 /
      *             60 / 90 days by age of its deposit date the way
      *             AGERPT buckets the receivables, with bucket
      *             totals at the bottom.  Staff work the oldest
      *             money first and key the customer on a SUSPASGN
      *             assignment for LBXINTK's next run.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUS-STATUS.
           SELECT AGING-REPORT ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
       FD  AGING-REPORT.
       01  AGING-REPORT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGING-HEADER-LINE.
           05  FILLER             PIC X(22)
               VALUE "DEPOSIT  BATCH  ITEM  ".
           05  FILLER             PIC X(10) VALUE "REFERENCE ".
           05  FILLER             PIC X(10) VALUE "   CURRENT".
           05  FILLER             PIC X(10) VALUE "   30 DAYS".
           05  FILLER             PIC X(10) VALUE "   60 DAYS".
           05  FILLER             PIC X(10) VALUE "   90 DAYS".
           05  FILLER             PIC X(8)  VALUE SPACES.

       01  WS-AGING-LINE.
           05  WS-AG-DEPOSIT-DATE PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AG-BATCH-ID     PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AG-ITEM-SEQ     PIC 9(5).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AG-REFERENCE    PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-CURRENT      PIC ZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-30           PIC ZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-60           PIC ZZZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-90           PIC ZZZZ9.99.
           05  FILLER             PIC X(8)  VALUE SPACES.

       01  WS-AGING-TOTAL-LINE.
           05  FILLER             PIC X(33) VALUE "TOTALS".
           05  WS-AT-CURRENT      PIC ZZZZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AT-30           PIC ZZZZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AT-60           PIC ZZZZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AT-90           PIC ZZZZZ9.99.
           05  FILLER             PIC X(8)  VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY         PIC 9(4).
           05  WS-RD-MM           PIC 99.
           05  WS-RD-DD           PIC 99.
       01  WS-DEP-DATE-GRP.
           05  WS-DD-YYYY         PIC 9(4).
           05  WS-DD-MM           PIC 99.
           05  WS-DD-DD           PIC 99.

       77  WS-SUS-STATUS          PIC X(2)    VALUE "00".
       77  WS-EOF-SW              PIC X(1)    VALUE "N".
           88  WS-EOF                         VALUE "Y".
       77  WS-RUN-DAY-NUMBER      PIC 9(7)    VALUE ZERO.
       77  WS-DEP-DAY-NUMBER      PIC 9(7)    VALUE ZERO.
       77  WS-DAYS-OUT            PIC S9(7)   VALUE ZERO.
       77  WS-TOTAL-CURRENT       PIC 9(6)V99 VALUE ZERO.
       77  WS-TOTAL-30            PIC 9(6)V99 VALUE ZERO.
       77  WS-TOTAL-60            PIC 9(6)V99 VALUE ZERO.
       77  WS-TOTAL-90            PIC 9(6)V99 VALUE ZERO.

       77  WS-LOG-PROGRAM         PIC X(8)    VALUE "SUSPAGE".
       77  WS-LOG-MESSAGE         PIC X(80).
       77  WS-LOG-SEVERITY        PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "SUSPENSE OPEN FAILED, STATUS: "
                   WS-SUS-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT AGING-REPORT
               WRITE AGING-REPORT-REC FROM WS-AGING-HEADER-LINE
               PERFORM READ-SUSPENSE
               PERFORM AGE-ONE-ITEM UNTIL WS-EOF
               MOVE WS-TOTAL-CURRENT TO WS-AT-CURRENT
               MOVE WS-TOTAL-30      TO WS-AT-30
               MOVE WS-TOTAL-60      TO WS-AT-60
               MOVE WS-TOTAL-90      TO WS-AT-90
               WRITE AGING-REPORT-REC FROM WS-AGING-TOTAL-LINE
               MOVE AGING-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               CLOSE SUSPENSE-FILE
               CLOSE AGING-REPORT
           END-IF
           GOBACK
           .
       READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Age is counted from the bank's deposit date on the same
      * flattened 372-day calendar AGERPT uses.  Assigned items are
      * history and are not listed.
      *--------------------------------------------------------------
       AGE-ONE-ITEM.
           IF SU-OPEN
               MOVE SU-DEPOSIT-DATE TO WS-DEP-DATE-GRP
               COMPUTE WS-DEP-DAY-NUMBER =
                   (WS-DD-YYYY * 372) + (WS-DD-MM * 31) + WS-DD-DD
               COMPUTE WS-DAYS-OUT =
                   WS-RUN-DAY-NUMBER - WS-DEP-DAY-NUMBER
               PERFORM WRITE-AGING-LINE
           END-IF
           PERFORM READ-SUSPENSE
           EXIT
           .
       WRITE-AGING-LINE.
           MOVE SU-DEPOSIT-DATE TO WS-AG-DEPOSIT-DATE
           MOVE SU-BATCH-ID     TO WS-AG-BATCH-ID
           MOVE SU-ITEM-SEQ     TO WS-AG-ITEM-SEQ
           MOVE SU-REFERENCE    TO WS-AG-REFERENCE
           MOVE ZERO TO WS-AG-CURRENT
           MOVE ZERO TO WS-AG-30
           MOVE ZERO TO WS-AG-60
           MOVE ZERO TO WS-AG-90
           EVALUATE TRUE
               WHEN WS-DAYS-OUT NOT > 30
                   MOVE SU-AMOUNT TO WS-AG-CURRENT
                   ADD SU-AMOUNT TO WS-TOTAL-CURRENT
               WHEN WS-DAYS-OUT NOT > 60
                   MOVE SU-AMOUNT TO WS-AG-30
                   ADD SU-AMOUNT TO WS-TOTAL-30
               WHEN WS-DAYS-OUT NOT > 90
                   MOVE SU-AMOUNT TO WS-AG-60
                   ADD SU-AMOUNT TO WS-TOTAL-60
               WHEN OTHER
                   MOVE SU-AMOUNT TO WS-AG-90
                   ADD SU-AMOUNT TO WS-TOTAL-90
           END-EVALUATE
           WRITE AGING-REPORT-REC FROM WS-AGING-LINE
           MOVE AGING-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
