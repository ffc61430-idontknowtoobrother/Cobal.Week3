       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITAGE.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Tuition receivables aging by term:
      *             sorts the open TUITINV balances by term and
      *             student and prints the TUITAGRP report - one
      *             line per student still owing on a term, slotted
      *             current / 30 / 60 / 90 days by the age of the
      *             invoice date against the run date as AGERPT
      *             does for the tax receivables, with a total per
      *             term and a grand total, so the bursar can work
      *             the oldest terms first instead of keeping the
      *             balances on a spreadsheet.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-INVOICES ASSIGN TO "TUITINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TU-KEY
               FILE STATUS IS WS-INV-STATUS.
           SELECT SORT-WORK        ASSIGN TO "TUITSORT".
           SELECT AGING-REPORT ASSIGN TO "TUITAGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-INVOICES.
       COPY TUITINV.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-TERM-CODE        PIC X(4).
           05  SR-STU-ID           PIC 9(8).
           05  SR-INVOICE-DATE     PIC 9(8).
           05  SR-BALANCE          PIC 9(7)V99.
       FD  AGING-REPORT.
       01  AGING-REPORT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(30)
               VALUE "TUITION AGING BY TERM".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER              PIC X(10) VALUE "STUDENT   ".
           05  FILLER              PIC X(10) VALUE "BILLED    ".
           05  FILLER              PIC X(12) VALUE "     CURRENT".
           05  FILLER              PIC X(12) VALUE "     30 DAYS".
           05  FILLER              PIC X(12) VALUE "     60 DAYS".
           05  FILLER              PIC X(12) VALUE "     90 DAYS".
           05  FILLER              PIC X(12) VALUE SPACES.

       01  WS-TERM-LINE.
           05  FILLER              PIC X(5)  VALUE "TERM ".
           05  WS-TM-TERM-CODE     PIC X(4).
           05  FILLER              PIC X(71) VALUE SPACES.

       01  WS-AGING-LINE.
           05  WS-AG-STU-ID        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AG-INVOICE-DATE  PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-AG-CURRENT       PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AG-30            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AG-60            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AG-90            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-AGING-TOTAL-LINE.
           05  WS-AT-LABEL         PIC X(12).
           05  WS-AT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  WS-AT-CURRENT       PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AT-30            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AT-60            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AT-90            PIC ZZZZZZZ9.99.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 99.
           05  WS-RD-DD            PIC 99.
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-GRP PIC 9(8).
       01  WS-INV-DATE-GRP.
           05  WS-ID-YYYY          PIC 9(4).
           05  WS-ID-MM            PIC 99.
           05  WS-ID-DD            PIC 99.

       01  WS-TERM-TOTALS.
           05  WS-TT-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-TT-CURRENT       PIC 9(8)V99 VALUE ZERO.
           05  WS-TT-30            PIC 9(8)V99 VALUE ZERO.
           05  WS-TT-60            PIC 9(8)V99 VALUE ZERO.
           05  WS-TT-90            PIC 9(8)V99 VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GT-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-GT-CURRENT       PIC 9(8)V99 VALUE ZERO.
           05  WS-GT-30            PIC 9(8)V99 VALUE ZERO.
           05  WS-GT-60            PIC 9(8)V99 VALUE ZERO.
           05  WS-GT-90            PIC 9(8)V99 VALUE ZERO.

       77  WS-INV-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-FIRST-SW             PIC X(1)    VALUE "Y".
           88  WS-FIRST-RECORD                 VALUE "Y".
       77  WS-PREV-TERM-CODE       PIC X(4)    VALUE SPACES.
       77  WS-RUN-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
       77  WS-INV-DAY-NUMBER       PIC 9(7)    VALUE ZERO.
       77  WS-DAYS-OUT             PIC S9(7)   VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "TUITAGE".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           SORT SORT-WORK
               ON ASCENDING KEY SR-TERM-CODE SR-STU-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-AGING-REPORT
           GOBACK
           .
       LOAD-SORT-FILE.
           OPEN INPUT TUITION-INVOICES
           IF WS-INV-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "TUITION-INVOICES OPEN FAILED, STATUS: "
                   WS-INV-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM READ-INVOICE
               PERFORM RELEASE-OPEN-INVOICE UNTIL WS-EOF
               CLOSE TUITION-INVOICES
           END-IF
           EXIT
           .
       READ-INVOICE.
           READ TUITION-INVOICES
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       RELEASE-OPEN-INVOICE.
           IF TU-BALANCE > ZERO
               MOVE TU-TERM-CODE    TO SR-TERM-CODE
               MOVE TU-STU-ID       TO SR-STU-ID
               MOVE TU-INVOICE-DATE TO SR-INVOICE-DATE
               MOVE TU-BALANCE      TO SR-BALANCE
               RELEASE SORT-REC
           END-IF
           PERFORM READ-INVOICE
           EXIT
           .
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           WRITE AGING-REPORT-REC FROM WS-REPORT-HEADER-LINE
           WRITE AGING-REPORT-REC FROM WS-COLUMN-LINE
           MOVE "N" TO WS-EOF-SW
           PERFORM RETURN-SORT-REC
           PERFORM AGE-ONE-BALANCE UNTIL WS-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM CLOSE-TERM
           END-IF
           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE "ALL TERMS   " TO WS-AT-LABEL
           MOVE WS-GT-COUNT     TO WS-AT-COUNT
           MOVE WS-GT-CURRENT   TO WS-AT-CURRENT
           MOVE WS-GT-30        TO WS-AT-30
           MOVE WS-GT-60        TO WS-AT-60
           MOVE WS-GT-90        TO WS-AT-90
           WRITE AGING-REPORT-REC FROM WS-AGING-TOTAL-LINE
           MOVE AGING-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           CLOSE AGING-REPORT
           EXIT
           .
       RETURN-SORT-REC.
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-EOF-SW
           END-RETURN
           EXIT
           .
       AGE-ONE-BALANCE.
           IF NOT WS-FIRST-RECORD
               AND SR-TERM-CODE NOT = WS-PREV-TERM-CODE
               PERFORM CLOSE-TERM
           END-IF
           IF WS-FIRST-RECORD
               OR SR-TERM-CODE NOT = WS-PREV-TERM-CODE
               PERFORM OPEN-TERM
           END-IF
           MOVE "N" TO WS-FIRST-SW
           PERFORM WRITE-AGING-LINE
           PERFORM RETURN-SORT-REC
           EXIT
           .
       OPEN-TERM.
           MOVE SR-TERM-CODE TO WS-PREV-TERM-CODE
           INITIALIZE WS-TERM-TOTALS
           MOVE SPACES TO AGING-REPORT-REC
           WRITE AGING-REPORT-REC
           MOVE SR-TERM-CODE TO WS-TM-TERM-CODE
           WRITE AGING-REPORT-REC FROM WS-TERM-LINE
           EXIT
           .
      *--------------------------------------------------------------
      * Days outstanding uses AGERPT's flattened 372-day calendar,
      * and the same 30 / 60 / 90 day bucket edges.
      *--------------------------------------------------------------
       WRITE-AGING-LINE.
           MOVE SR-INVOICE-DATE TO WS-INV-DATE-GRP
           COMPUTE WS-INV-DAY-NUMBER =
               (WS-ID-YYYY * 372) + (WS-ID-MM * 31) + WS-ID-DD
           COMPUTE WS-DAYS-OUT =
               WS-RUN-DAY-NUMBER - WS-INV-DAY-NUMBER
           MOVE SR-STU-ID       TO WS-AG-STU-ID
           MOVE SR-INVOICE-DATE TO WS-AG-INVOICE-DATE
           MOVE ZERO TO WS-AG-CURRENT
           MOVE ZERO TO WS-AG-30
           MOVE ZERO TO WS-AG-60
           MOVE ZERO TO WS-AG-90
           ADD 1 TO WS-TT-COUNT
           EVALUATE TRUE
               WHEN WS-DAYS-OUT NOT > 30
                   MOVE SR-BALANCE TO WS-AG-CURRENT
                   ADD SR-BALANCE TO WS-TT-CURRENT
               WHEN WS-DAYS-OUT NOT > 60
                   MOVE SR-BALANCE TO WS-AG-30
                   ADD SR-BALANCE TO WS-TT-30
               WHEN WS-DAYS-OUT NOT > 90
                   MOVE SR-BALANCE TO WS-AG-60
                   ADD SR-BALANCE TO WS-TT-60
               WHEN OTHER
                   MOVE SR-BALANCE TO WS-AG-90
                   ADD SR-BALANCE TO WS-TT-90
           END-EVALUATE
           WRITE AGING-REPORT-REC FROM WS-AGING-LINE
           EXIT
           .
       CLOSE-TERM.
           MOVE "TERM TOTAL  " TO WS-AT-LABEL
           MOVE WS-TT-COUNT     TO WS-AT-COUNT
           MOVE WS-TT-CURRENT   TO WS-AT-CURRENT
           MOVE WS-TT-30        TO WS-AT-30
           MOVE WS-TT-60        TO WS-AT-60
           MOVE WS-TT-90        TO WS-AT-90
           WRITE AGING-REPORT-REC FROM WS-AGING-TOTAL-LINE
           ADD WS-TT-COUNT   TO WS-GT-COUNT
           ADD WS-TT-CURRENT TO WS-GT-CURRENT
           ADD WS-TT-30      TO WS-GT-30
           ADD WS-TT-60      TO WS-GT-60
           ADD WS-TT-90      TO WS-GT-90
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "TERM " WS-PREV-TERM-CODE " STUDENTS OWING "
               WS-TT-COUNT DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
