       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Daily student holds report:
      *             sorts the HOLDMAST holds master by placing
      *             office and student and prints the HOLDRPTD
      *             report - every hold placed and every hold
      *             released on the run date, with its type, dates
      *             and reason, then per office the count placed,
      *             the count released and the holds the office
      *             still has in force - so each office can see
      *             what it did that day and what it is holding.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HLD-STATUS.
           SELECT SORT-WORK        ASSIGN TO "HOLDSORT".
           SELECT HOLDS-REPORT     ASSIGN TO "HOLDRPTD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-MASTER.
       COPY HOLDMAST.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-OFFICE           PIC X(8).
           05  SR-STU-ID           PIC 9(8).
           05  SR-HOLD-TYPE        PIC X(3).
           05  SR-DATE-PLACED      PIC 9(8).
           05  SR-DATE-RELEASED    PIC 9(8).
               88  SR-IS-ACTIVE               VALUE ZERO.
           05  SR-REASON           PIC X(25).
       FD  HOLDS-REPORT.
       01  HOLDS-REPORT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-LINE.
           05  FILLER              PIC X(30)
               VALUE "STUDENT HOLDS PLACED/RELEASED ".
           05  FILLER              PIC X(6)  VALUE " DATE ".
           05  WS-RH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  WS-OFFICE-LINE.
           05  FILLER              PIC X(7)  VALUE "OFFICE ".
           05  WS-OL-OFFICE        PIC X(8).
           05  FILLER              PIC X(65) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-EVENT         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-HOLD-TYPE     PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-DATE-PLACED   PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-DATE-RELEASED PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-REASON        PIC X(25).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-OFFICE-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "  PLACED ".
           05  WS-OT-PLACED        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  RELEASED ".
           05  WS-OT-RELEASED      PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  IN FORCE ".
           05  WS-OT-ACTIVE        PIC ZZZZ9.
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "ALL PLACED".
           05  WS-GT-PLACED        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  RELEASED ".
           05  WS-GT-RELEASED      PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  IN FORCE ".
           05  WS-GT-ACTIVE        PIC ZZZZ9.
           05  FILLER              PIC X(32) VALUE SPACES.

       77  WS-HLD-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-FIRST-SW             PIC X(1)    VALUE "Y".
           88  WS-FIRST-RECORD                 VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-PREV-OFFICE          PIC X(8)    VALUE SPACES.
       77  WS-OFFICE-PLACED        PIC 9(5)    VALUE ZERO.
       77  WS-OFFICE-RELEASED      PIC 9(5)    VALUE ZERO.
       77  WS-OFFICE-ACTIVE        PIC 9(5)    VALUE ZERO.
       77  WS-GRAND-PLACED         PIC 9(5)    VALUE ZERO.
       77  WS-GRAND-RELEASED       PIC 9(5)    VALUE ZERO.
       77  WS-GRAND-ACTIVE         PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "HOLDRPT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SORT SORT-WORK
               ON ASCENDING KEY SR-OFFICE SR-STU-ID SR-HOLD-TYPE
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS WRITE-HOLDS-REPORT
           GOBACK
           .
      *--------------------------------------------------------------
      * Only holds that moved today or are still in force matter;
      * a hold released on an earlier day is history and is left
      * out of the sort.
      *--------------------------------------------------------------
       LOAD-SORT-FILE.
           OPEN INPUT HOLDS-MASTER
           EVALUATE WS-HLD-STATUS
               WHEN "00"
                   PERFORM READ-HOLDS-MASTER
                   PERFORM RELEASE-HOLD UNTIL WS-EOF
                   CLOSE HOLDS-MASTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "HOLDMAST OPEN FAILED, STATUS: "
                       WS-HLD-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
           END-EVALUATE
           EXIT
           .
       READ-HOLDS-MASTER.
           READ HOLDS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       RELEASE-HOLD.
           IF HD-IS-ACTIVE
               OR HD-DATE-PLACED = WS-RUN-DATE
               OR HD-DATE-RELEASED = WS-RUN-DATE
               MOVE HD-OFFICE        TO SR-OFFICE
               MOVE HD-STU-ID        TO SR-STU-ID
               MOVE HD-HOLD-TYPE     TO SR-HOLD-TYPE
               MOVE HD-DATE-PLACED   TO SR-DATE-PLACED
               MOVE HD-DATE-RELEASED TO SR-DATE-RELEASED
               MOVE HD-REASON        TO SR-REASON
               RELEASE SORT-REC
           END-IF
           PERFORM READ-HOLDS-MASTER
           EXIT
           .
       WRITE-HOLDS-REPORT.
           OPEN OUTPUT HOLDS-REPORT
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           WRITE HOLDS-REPORT-REC FROM WS-REPORT-HEADER-LINE
           MOVE "N" TO WS-EOF-SW
           PERFORM RETURN-SORT-REC
           PERFORM REPORT-ONE-HOLD UNTIL WS-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM CLOSE-OFFICE
           END-IF
           MOVE SPACES TO HOLDS-REPORT-REC
           WRITE HOLDS-REPORT-REC
           MOVE WS-GRAND-PLACED   TO WS-GT-PLACED
           MOVE WS-GRAND-RELEASED TO WS-GT-RELEASED
           MOVE WS-GRAND-ACTIVE   TO WS-GT-ACTIVE
           WRITE HOLDS-REPORT-REC FROM WS-GRAND-TOTAL-LINE
           MOVE HOLDS-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           CLOSE HOLDS-REPORT
           EXIT
           .
       RETURN-SORT-REC.
           RETURN SORT-WORK
               AT END MOVE "Y" TO WS-EOF-SW
           END-RETURN
           EXIT
           .
      *--------------------------------------------------------------
      * A hold placed and released the same day prints twice, once
      * for each event.
      *--------------------------------------------------------------
       REPORT-ONE-HOLD.
           IF NOT WS-FIRST-RECORD
               AND SR-OFFICE NOT = WS-PREV-OFFICE
               PERFORM CLOSE-OFFICE
           END-IF
           IF WS-FIRST-RECORD
               OR SR-OFFICE NOT = WS-PREV-OFFICE
               PERFORM OPEN-OFFICE
           END-IF
           MOVE "N" TO WS-FIRST-SW
           MOVE SR-STU-ID        TO WS-DL-STU-ID
           MOVE SR-HOLD-TYPE     TO WS-DL-HOLD-TYPE
           MOVE SR-DATE-PLACED   TO WS-DL-DATE-PLACED
           MOVE SR-DATE-RELEASED TO WS-DL-DATE-RELEASED
           MOVE SR-REASON        TO WS-DL-REASON
           IF SR-DATE-PLACED = WS-RUN-DATE
               MOVE "PLACED  " TO WS-DL-EVENT
               WRITE HOLDS-REPORT-REC FROM WS-DETAIL-LINE
               ADD 1 TO WS-OFFICE-PLACED
           END-IF
           IF SR-DATE-RELEASED = WS-RUN-DATE
               MOVE "RELEASED" TO WS-DL-EVENT
               WRITE HOLDS-REPORT-REC FROM WS-DETAIL-LINE
               ADD 1 TO WS-OFFICE-RELEASED
           END-IF
           IF SR-IS-ACTIVE
               ADD 1 TO WS-OFFICE-ACTIVE
           END-IF
           PERFORM RETURN-SORT-REC
           EXIT
           .
       OPEN-OFFICE.
           MOVE SR-OFFICE TO WS-PREV-OFFICE
           MOVE ZERO TO WS-OFFICE-PLACED
           MOVE ZERO TO WS-OFFICE-RELEASED
           MOVE ZERO TO WS-OFFICE-ACTIVE
           MOVE SR-OFFICE TO WS-OL-OFFICE
           WRITE HOLDS-REPORT-REC FROM WS-OFFICE-LINE
           EXIT
           .
       CLOSE-OFFICE.
           MOVE WS-OFFICE-PLACED   TO WS-OT-PLACED
           MOVE WS-OFFICE-RELEASED TO WS-OT-RELEASED
           MOVE WS-OFFICE-ACTIVE   TO WS-OT-ACTIVE
           WRITE HOLDS-REPORT-REC FROM WS-OFFICE-TOTAL-LINE
           ADD WS-OFFICE-PLACED   TO WS-GRAND-PLACED
           ADD WS-OFFICE-RELEASED TO WS-GRAND-RELEASED
           ADD WS-OFFICE-ACTIVE   TO WS-GRAND-ACTIVE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "OFFICE " WS-PREV-OFFICE
               " PLACED " WS-OFFICE-PLACED
               " RELEASED " WS-OFFICE-RELEASED
               " IN FORCE " WS-OFFICE-ACTIVE
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
