       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSAGE.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Aged transaction suspense report:
      *             reads the TRNSUSP file PRO1 fills and prints one
      *             line per transaction still open - outstanding,
      *             amended and waiting for PRO1, or waiting to be
      *             cancelled - with its reason code, how many times
      *             it has been tried and its age from the run that
      *             first rejected it, slotted current / 30 / 60 /
      *             90 days the way SUSPAGE ages unapplied cash,
      *             with bucket counts at the bottom.  Operators
      *             work the oldest items first through TRNCORR.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-SUSPENSE ASSIGN TO "TRNSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT AGING-REPORT ASSIGN TO "TRNSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-SUSPENSE.
       COPY TRNSUSP.
       FD  AGING-REPORT.
       01  AGING-REPORT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGING-HEADER-LINE.
           05  FILLER             PIC X(40)
               VALUE "RUN DATE  ITEM  OP NUM1 NUM2  RS  STATUS".
           05  FILLER             PIC X(40)
               VALUE "    TRY   DAYS  AGE".

       01  WS-AGING-LINE.
           05  WS-AG-RUN-DATE     PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AG-ITEM-SEQ     PIC 9(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-OP-CODE      PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-NUM1         PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AG-NUM2         PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-REASON       PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-STATUS       PIC X(9).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-AG-TRIES        PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-DAYS         PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AG-BUCKET       PIC X(7).
           05  FILLER             PIC X(17) VALUE SPACES.

       01  WS-AGING-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE "CURRENT ".
           05  WS-AT-CURRENT      PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "   30 DAYS ".
           05  WS-AT-30           PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "   60 DAYS ".
           05  WS-AT-60           PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "   90 DAYS ".
           05  WS-AT-90           PIC ZZZZ9.
           05  FILLER             PIC X(19) VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY         PIC 9(4).
           05  WS-RD-MM           PIC 99.
           05  WS-RD-DD           PIC 99.
       01  WS-ORIG-DATE-GRP.
           05  WS-OD-YYYY         PIC 9(4).
           05  WS-OD-MM           PIC 99.
           05  WS-OD-DD           PIC 99.

       77  WS-SUSP-STATUS         PIC X(2)  VALUE "00".
       77  WS-EOF-SW              PIC X(1)  VALUE "N".
           88  WS-EOF                       VALUE "Y".
       77  WS-RUN-DAY-NUMBER      PIC 9(7)  VALUE ZERO.
       77  WS-ORIG-DAY-NUMBER     PIC 9(7)  VALUE ZERO.
       77  WS-DAYS-OUT            PIC S9(7) VALUE ZERO.
       77  WS-COUNT-CURRENT       PIC 9(5)  VALUE ZERO.
       77  WS-COUNT-30            PIC 9(5)  VALUE ZERO.
       77  WS-COUNT-60            PIC 9(5)  VALUE ZERO.
       77  WS-COUNT-90            PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM         PIC X(8)  VALUE "TRNSAGE".
       77  WS-LOG-MESSAGE         PIC X(80).
       77  WS-LOG-SEVERITY        PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           OPEN INPUT TRAN-SUSPENSE
           IF WS-SUSP-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "TRNSUSP OPEN FAILED, STATUS: "
                   WS-SUSP-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT AGING-REPORT
               WRITE AGING-REPORT-REC FROM WS-AGING-HEADER-LINE
               PERFORM READ-SUSPENSE
               PERFORM AGE-ONE-ITEM UNTIL WS-EOF
               MOVE WS-COUNT-CURRENT TO WS-AT-CURRENT
               MOVE WS-COUNT-30      TO WS-AT-30
               MOVE WS-COUNT-60      TO WS-AT-60
               MOVE WS-COUNT-90      TO WS-AT-90
               WRITE AGING-REPORT-REC FROM WS-AGING-TOTAL-LINE
               MOVE AGING-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               CLOSE TRAN-SUSPENSE
               CLOSE AGING-REPORT
           END-IF
           GOBACK
           .
       READ-SUSPENSE.
           READ TRAN-SUSPENSE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Age is counted from the run that first rejected the item,
      * not its latest retry, on the same flattened 372-day
      * calendar AGERPT uses.  Cleared and cancelled items are
      * history and are not listed.
      *--------------------------------------------------------------
       AGE-ONE-ITEM.
           IF TS-STILL-OPEN
               MOVE TS-ORIG-RUN-DATE TO WS-ORIG-DATE-GRP
               COMPUTE WS-ORIG-DAY-NUMBER =
                   (WS-OD-YYYY * 372) + (WS-OD-MM * 31) + WS-OD-DD
               COMPUTE WS-DAYS-OUT =
                   WS-RUN-DAY-NUMBER - WS-ORIG-DAY-NUMBER
               PERFORM WRITE-AGING-LINE
           END-IF
           PERFORM READ-SUSPENSE
           EXIT
           .
       WRITE-AGING-LINE.
           MOVE TS-ORIG-RUN-DATE TO WS-AG-RUN-DATE
           MOVE TS-ITEM-SEQ      TO WS-AG-ITEM-SEQ
           MOVE TS-OP-CODE       TO WS-AG-OP-CODE
           MOVE TS-TRAN-IMAGE (2:4) TO WS-AG-NUM1
           MOVE TS-TRAN-IMAGE (6:4) TO WS-AG-NUM2
           MOVE TS-REASON-CODE   TO WS-AG-REASON
           MOVE TS-TRY-COUNT     TO WS-AG-TRIES
           EVALUATE TRUE
               WHEN TS-AMENDED
                   MOVE "AMENDED  " TO WS-AG-STATUS
               WHEN TS-CANCEL-ASKED
                   MOVE "TO CANCEL" TO WS-AG-STATUS
               WHEN OTHER
                   MOVE "OPEN     " TO WS-AG-STATUS
           END-EVALUATE
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF
           MOVE WS-DAYS-OUT TO WS-AG-DAYS
           EVALUATE TRUE
               WHEN WS-DAYS-OUT NOT > 30
                   MOVE "CURRENT" TO WS-AG-BUCKET
                   ADD 1 TO WS-COUNT-CURRENT
               WHEN WS-DAYS-OUT NOT > 60
                   MOVE "30 DAYS" TO WS-AG-BUCKET
                   ADD 1 TO WS-COUNT-30
               WHEN WS-DAYS-OUT NOT > 90
                   MOVE "60 DAYS" TO WS-AG-BUCKET
                   ADD 1 TO WS-COUNT-60
               WHEN OTHER
                   MOVE "90 DAYS" TO WS-AG-BUCKET
                   ADD 1 TO WS-COUNT-90
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
