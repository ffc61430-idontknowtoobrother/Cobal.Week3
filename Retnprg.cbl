       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNPRG.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Records retention purge for the
      *             permanent history files - PAYHIST, GLHIST,
      *             RUNHIST, CUSTAUDT, EMPAUDT, STUAUDT, GRADHIST
      *             and TERMHIST.  The RETNCTL control file gives a
      *             retention period in months per file, and per
      *             record type within it (GLHIST source program,
      *             RUNHIST step program, audit image type); a file
      *             with no RETNCTL entry is left alone.  Expired
      *             records are appended to the RETNARCH archive
      *             under a dated header, with a counted trailer per
      *             file, before they leave the live file.  Records
      *             a dependent program still needs are held
      *             whatever their age: audit images dated on or
      *             after the oldest MSTBKP backup generation (the
      *             MSTRFWD roll-forward replays them), and GRADHIST
      *             and TERMHIST records of anyone still on STUDMAST
      *             (not yet conferred).  GLHIST periods purged are
      *             carried forward as one brought-forward entry
      *             per account, so GLTRIAL opening balances stand.
      *             The RETNRPT report shows per file what was read,
      *             archived, kept and held.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-CONTROL ASSIGN TO "RETNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BACKUP-GEN1 ASSIGN TO "MSTBKP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT BACKUP-GEN2 ASSIGN TO "MSTBKP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT BACKUP-GEN3 ASSIGN TO "MSTBKP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT GL-HISTORY ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT CUSTOMER-AUDIT ASSIGN TO "CUSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT EMPLOYEE-AUDIT ASSIGN TO "EMPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT STUDENT-AUDIT ASSIGN TO "STUAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT RETAIN-WORK ASSIGN TO "RETNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRH-STATUS.
           SELECT TERM-HISTORY ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRH-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT ACADEMIC-TERMS ASSIGN TO "TERMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TRM-STATUS.
           SELECT RETENTION-ARCHIVE ASSIGN TO "RETNARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT PURGE-REPORT ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-CONTROL.
       01  RETENTION-CONTROL-REC.
           05  RC-FILE-NAME        PIC X(8).
           05  RC-RECORD-TYPE      PIC X(8).
           05  RC-RETAIN-MONTHS    PIC 9(3).
       FD  BACKUP-GEN1.
       01  BACKUP-GEN1-REC         PIC X(69).
       FD  BACKUP-GEN2.
       01  BACKUP-GEN2-REC         PIC X(69).
       FD  BACKUP-GEN3.
       01  BACKUP-GEN3-REC         PIC X(69).
       FD  PAYMENT-HISTORY.
       COPY PAYHIST.
       FD  GL-HISTORY.
       COPY GLHIST.
       FD  RUN-HISTORY.
       01  RUN-HISTORY-REC.
           05  RH-RUN-ID           PIC X(14).
           05  RH-RUN-DATE         PIC 9(8).
           05  RH-PROGRAM          PIC X(8).
           05  RH-DURATION         PIC 9(6).
       FD  CUSTOMER-AUDIT.
       01  CUSTOMER-AUDIT-REC.
           05  CA-DATE             PIC 9(8).
           05  FILLER              PIC X(12).
           05  CA-IMAGE-TYPE       PIC X(7).
           05  FILLER              PIC X(53).
       FD  EMPLOYEE-AUDIT.
       01  EMPLOYEE-AUDIT-REC.
           05  EA-DATE             PIC 9(8).
           05  FILLER              PIC X(12).
           05  EA-IMAGE-TYPE       PIC X(7).
           05  FILLER              PIC X(53).
       FD  STUDENT-AUDIT.
       01  STUDENT-AUDIT-REC.
           05  SA-DATE             PIC 9(8).
           05  FILLER              PIC X(3).
           05  SA-IMAGE-TYPE       PIC X(7).
           05  FILLER              PIC X(62).
       FD  RETAIN-WORK.
       01  RETAIN-WORK-REC         PIC X(80).
       FD  GRADE-HISTORY.
       COPY GRADHIST.
       FD  TERM-HISTORY.
       COPY TERMHIST.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  ACADEMIC-TERMS.
       COPY TERMMAST.
       FD  RETENTION-ARCHIVE.
       COPY RETNARCH.
       FD  PURGE-REPORT.
       01  PURGE-REPORT-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MSTBKUP.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 9(2).
           05  WS-RD-DD            PIC 9(2).
       01  WS-RUN-DATE REDEFINES WS-RUN-DATE-GRP PIC 9(8).

       01  WS-CUTOFF-DATE-GRP.
           05  WS-CD-YYYY          PIC 9(4).
           05  WS-CD-MM            PIC 9(2).
           05  WS-CD-DD            PIC 9(2).
       01  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-GRP PIC 9(8).

       01  HISTORY-FILE-NAMES.
           05  FILLER              PIC X(8) VALUE "PAYHIST ".
           05  FILLER              PIC X(8) VALUE "GLHIST  ".
           05  FILLER              PIC X(8) VALUE "RUNHIST ".
           05  FILLER              PIC X(8) VALUE "CUSTAUDT".
           05  FILLER              PIC X(8) VALUE "EMPAUDT ".
           05  FILLER              PIC X(8) VALUE "STUAUDT ".
       01  HISTORY-FILE-TABLE REDEFINES HISTORY-FILE-NAMES.
           05  HF-FILE-NAME        PIC X(8) OCCURS 6 TIMES.

       01  RETENTION-TABLE.
           05  RT-ENTRY OCCURS 50 TIMES.
               10  RT-FILE-NAME    PIC X(8).
               10  RT-RECORD-TYPE  PIC X(8).
               10  RT-RETAIN-MONTHS PIC 9(3).

       01  BROUGHT-FORWARD-TABLE.
           05  BF-ENTRY OCCURS 200 TIMES.
               10  BF-ACCOUNT-CODE PIC X(8).
               10  BF-NET-AMOUNT   PIC S9(11)V99.

       01  WS-HIST-DATA            PIC X(80).

       01  WS-REPORT-HEADER.
           05  FILLER              PIC X(26)
               VALUE "RECORDS RETENTION PURGE  ".
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-HD-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(17) VALUE "  OLDEST BACKUP: ".
           05  WS-HD-BACKUP-DATE   PIC 9(8).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER              PIC X(40)
               VALUE "FILE         READ ARCHIVED     KEPT     ".
           05  FILLER              PIC X(40)
               VALUE "HELD  NOTE                              ".

       01  WS-DETAIL-LINE.
           05  WS-DL-FILE-NAME     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-READ          PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-ARCHIVED      PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-KEPT          PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-HELD          PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE          PIC X(30).
           05  FILLER              PIC X(4)  VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)  VALUE "00".
       77  WS-GEN-STATUS           PIC X(2)  VALUE "00".
       77  WS-SEQ-STATUS           PIC X(2)  VALUE "00".
       77  WS-WRK-STATUS           PIC X(2)  VALUE "00".
       77  WS-GRH-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRH-STATUS           PIC X(2)  VALUE "00".
       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRM-STATUS           PIC X(2)  VALUE "00".
       77  WS-ARC-STATUS           PIC X(2)  VALUE "00".
       77  WS-CTL-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-CTL-EOF                    VALUE "Y".
       77  WS-SEQ-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-SEQ-EOF                    VALUE "Y".
       77  WS-WRK-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-WRK-EOF                    VALUE "Y".
       77  WS-HIS-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-HIS-EOF                    VALUE "Y".
       77  WS-FILE-SET-SW          PIC X(1)  VALUE "N".
           88  WS-FILE-HAS-RETENTION         VALUE "Y".
       77  WS-TYPE-FOUND-SW        PIC X(1)  VALUE "N".
           88  WS-TYPE-FOUND                 VALUE "Y".
       77  WS-DEFAULT-FOUND-SW     PIC X(1)  VALUE "N".
           88  WS-DEFAULT-FOUND              VALUE "Y".
       77  WS-EXPIRED-SW           PIC X(1)  VALUE "N".
           88  WS-RECORD-EXPIRED             VALUE "Y".
       77  WS-HELD-SW              PIC X(1)  VALUE "N".
           88  WS-RECORD-HELD                VALUE "Y".
       77  WS-BF-FOUND-SW          PIC X(1)  VALUE "N".
           88  WS-BF-FOUND                   VALUE "Y".
       77  WS-HF-IDX               PIC 9(2)  VALUE ZERO.
       77  WS-RT-COUNT             PIC 9(3)  VALUE ZERO.
       77  WS-RT-SUB               PIC 9(3)  VALUE ZERO.
       77  WS-BF-COUNT             PIC 9(3)  VALUE ZERO.
       77  WS-BF-SUB               PIC 9(3)  VALUE ZERO.
       77  WS-BF-PERIOD            PIC 9(6)  VALUE ZERO.
       77  WS-BF-WRITTEN           PIC 9(3)  VALUE ZERO.
       77  WS-CURRENT-FILE         PIC X(8)  VALUE SPACES.
       77  WS-REC-TYPE             PIC X(8)  VALUE SPACES.
       77  WS-REC-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-RETAIN-MONTHS        PIC 9(3)  VALUE ZERO.
       77  WS-DEFAULT-MONTHS       PIC 9(3)  VALUE ZERO.
       77  WS-MIN-RETAIN-MONTHS    PIC 9(3)  VALUE 13.
       77  WS-MONTH-INDEX          PIC 9(6)  VALUE ZERO.
       77  WS-OLDEST-BACKUP-DATE   PIC 9(8)  VALUE ZERO.
       77  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
       77  WS-ARCHIVED-COUNT       PIC 9(7)  VALUE ZERO.
       77  WS-KEPT-COUNT           PIC 9(7)  VALUE ZERO.
       77  WS-HELD-COUNT           PIC 9(7)  VALUE ZERO.
       77  WS-TOTAL-ARCHIVED       PIC 9(7)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "RETNPRG".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           PERFORM LOAD-RETENTION-CONTROL
           IF WS-RT-COUNT = ZERO
               MOVE "NO RETNCTL RETENTION PERIODS, NOTHING PURGED"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN EXTEND RETENTION-ARCHIVE
               IF WS-ARC-STATUS = "35"
                   OPEN OUTPUT RETENTION-ARCHIVE
               END-IF
               IF WS-ARC-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "RETNARCH OPEN FAILED, STATUS: "
                       WS-ARC-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   PERFORM FIND-OLDEST-BACKUP
                   PERFORM PURGE-ALL-FILES
                   CLOSE RETENTION-ARCHIVE
               END-IF
           END-IF
           GOBACK
           .
       PURGE-ALL-FILES.
           OPEN OUTPUT PURGE-REPORT
           MOVE WS-RUN-DATE           TO WS-HD-RUN-DATE
           MOVE WS-OLDEST-BACKUP-DATE TO WS-HD-BACKUP-DATE
           WRITE PURGE-REPORT-REC FROM WS-REPORT-HEADER
           WRITE PURGE-REPORT-REC FROM WS-REPORT-HEADING
           MOVE "H"         TO RA-RECORD-TYPE
           MOVE "RETNPRG "  TO RA-FILE-NAME
           MOVE SPACES      TO RA-RECORD-DATA
           MOVE WS-RUN-DATE TO RA-PURGE-DATE
           MOVE ZERO        TO RA-RECORD-COUNT
           WRITE RETENTION-ARCHIVE-REC
           PERFORM PURGE-SEQUENTIAL-FILE
               VARYING WS-HF-IDX FROM 1 BY 1
               UNTIL WS-HF-IDX > 6
           PERFORM PURGE-STUDENT-HISTORY
           CLOSE PURGE-REPORT
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RETENTION PURGE OF " WS-RUN-DATE
               " COMPLETE, RECORDS ARCHIVED: " WS-TOTAL-ARCHIVED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       LOAD-RETENTION-CONTROL.
           MOVE ZERO TO WS-RT-COUNT
           OPEN INPUT RETENTION-CONTROL
           IF WS-CTL-STATUS = "00"
               PERFORM READ-RETENTION-CONTROL
               PERFORM STORE-RETENTION-ENTRY UNTIL WS-CTL-EOF
               CLOSE RETENTION-CONTROL
           END-IF
           EXIT
           .
       READ-RETENTION-CONTROL.
           READ RETENTION-CONTROL
               AT END MOVE "Y" TO WS-CTL-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * A period shorter than WS-MIN-RETAIN-MONTHS is raised to it:
      * QTRRTN, the year-end runs and the GLTRIAL comparative all
      * read back a full year, so nothing younger may go.
      *--------------------------------------------------------------
       STORE-RETENTION-ENTRY.
           IF RC-RETAIN-MONTHS IS NUMERIC
               AND RC-FILE-NAME NOT = SPACES
               AND WS-RT-COUNT < 50
               ADD 1 TO WS-RT-COUNT
               MOVE RC-FILE-NAME   TO RT-FILE-NAME (WS-RT-COUNT)
               MOVE RC-RECORD-TYPE TO RT-RECORD-TYPE (WS-RT-COUNT)
               MOVE RC-RETAIN-MONTHS
                   TO RT-RETAIN-MONTHS (WS-RT-COUNT)
               IF RT-RETAIN-MONTHS (WS-RT-COUNT)
                   < WS-MIN-RETAIN-MONTHS
                   MOVE WS-MIN-RETAIN-MONTHS
                       TO RT-RETAIN-MONTHS (WS-RT-COUNT)
               END-IF
           END-IF
           PERFORM READ-RETENTION-CONTROL
           EXIT
           .
      *--------------------------------------------------------------
      * MSTRFWD rebuilds a master from a backup generation forward,
      * so no audit image dated on or after the oldest generation
      * still on hand may go.  With no generation at all, every
      * image is held.
      *--------------------------------------------------------------
       FIND-OLDEST-BACKUP.
           MOVE ZERO TO WS-OLDEST-BACKUP-DATE
           OPEN INPUT BACKUP-GEN1
           IF WS-GEN-STATUS = "00"
               READ BACKUP-GEN1 INTO BACKUP-REC
                   AT END MOVE SPACES TO BACKUP-REC
               END-READ
               PERFORM TAKE-BACKUP-DATE
               CLOSE BACKUP-GEN1
           END-IF
           OPEN INPUT BACKUP-GEN2
           IF WS-GEN-STATUS = "00"
               READ BACKUP-GEN2 INTO BACKUP-REC
                   AT END MOVE SPACES TO BACKUP-REC
               END-READ
               PERFORM TAKE-BACKUP-DATE
               CLOSE BACKUP-GEN2
           END-IF
           OPEN INPUT BACKUP-GEN3
           IF WS-GEN-STATUS = "00"
               READ BACKUP-GEN3 INTO BACKUP-REC
                   AT END MOVE SPACES TO BACKUP-REC
               END-READ
               PERFORM TAKE-BACKUP-DATE
               CLOSE BACKUP-GEN3
           END-IF
           EXIT
           .
       TAKE-BACKUP-DATE.
           IF BK-IS-HEADER AND BK-RUN-DATE IS NUMERIC
               IF WS-OLDEST-BACKUP-DATE = ZERO
                   OR BK-RUN-DATE < WS-OLDEST-BACKUP-DATE
                   MOVE BK-RUN-DATE TO WS-OLDEST-BACKUP-DATE
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The sequential histories are copied record by record to
      * RETNWORK, expired records going to the archive instead;
      * the live file is rebuilt from RETNWORK only when something
      * was archived, so an untouched file is never rewritten.
      *--------------------------------------------------------------
       PURGE-SEQUENTIAL-FILE.
           MOVE HF-FILE-NAME (WS-HF-IDX) TO WS-CURRENT-FILE
           PERFORM START-FILE-COUNTS
           PERFORM CHECK-FILE-RETENTION
           IF NOT WS-FILE-HAS-RETENTION
               MOVE "NO RETENTION SET, ALL KEPT" TO WS-DL-NOTE
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM OPEN-SEQ-INPUT
               IF WS-SEQ-STATUS NOT = "00"
                   MOVE "FILE NOT PRESENT" TO WS-DL-NOTE
                   PERFORM WRITE-DETAIL-LINE
               ELSE
                   OPEN OUTPUT RETAIN-WORK
                   PERFORM READ-SEQ-RECORD
                   PERFORM SIFT-SEQ-RECORD UNTIL WS-SEQ-EOF
                   PERFORM CLOSE-SEQ-FILE
                   CLOSE RETAIN-WORK
                   IF WS-ARCHIVED-COUNT > ZERO
                       PERFORM REBUILD-SEQ-FILE
                   END-IF
                   PERFORM WRITE-ARCHIVE-TRAILER
                   IF WS-HF-IDX > 3
                       AND WS-OLDEST-BACKUP-DATE = ZERO
                       MOVE "NO MSTBKP BACKUP, IMAGES HELD"
                           TO WS-DL-NOTE
                   END-IF
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF
           EXIT
           .
       START-FILE-COUNTS.
           MOVE ZERO   TO WS-READ-COUNT
           MOVE ZERO   TO WS-ARCHIVED-COUNT
           MOVE ZERO   TO WS-KEPT-COUNT
           MOVE ZERO   TO WS-HELD-COUNT
           MOVE ZERO   TO WS-BF-COUNT
           MOVE ZERO   TO WS-BF-PERIOD
           MOVE ZERO   TO WS-BF-WRITTEN
           MOVE SPACES TO WS-DL-NOTE
           EXIT
           .
       CHECK-FILE-RETENTION.
           MOVE "N" TO WS-FILE-SET-SW
           PERFORM MATCH-FILE-ENTRY
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
           EXIT
           .
       MATCH-FILE-ENTRY.
           IF RT-FILE-NAME (WS-RT-SUB) = WS-CURRENT-FILE
               SET WS-FILE-HAS-RETENTION TO TRUE
           END-IF
           EXIT
           .
       SIFT-SEQ-RECORD.
           ADD 1 TO WS-READ-COUNT
           PERFORM CLASSIFY-SEQ-RECORD
           PERFORM DECIDE-EXPIRY
           IF WS-HF-IDX > 3
               AND WS-RECORD-EXPIRED
               AND (WS-OLDEST-BACKUP-DATE = ZERO
                   OR WS-REC-DATE NOT < WS-OLDEST-BACKUP-DATE)
               MOVE "N" TO WS-EXPIRED-SW
               SET WS-RECORD-HELD TO TRUE
           END-IF
           IF WS-RECORD-EXPIRED AND WS-HF-IDX = 2
               PERFORM CARRY-GL-ENTRY
           END-IF
           IF WS-RECORD-EXPIRED
               PERFORM ARCHIVE-RECORD
           ELSE
               PERFORM COUNT-KEPT-RECORD
               WRITE RETAIN-WORK-REC FROM WS-HIST-DATA
           END-IF
           PERFORM READ-SEQ-RECORD
           EXIT
           .
      *--------------------------------------------------------------
      * Each history's age date and record type.  A GLHIST entry is
      * aged by the end of its accounting period, so a period goes
      * whole or not at all; an undated record is never expired.
      *--------------------------------------------------------------
       CLASSIFY-SEQ-RECORD.
           MOVE ZERO   TO WS-REC-DATE
           MOVE SPACES TO WS-REC-TYPE
           EVALUATE WS-HF-IDX
               WHEN 1
                   IF PH-PAY-DATE IS NUMERIC
                       MOVE PH-PAY-DATE TO WS-REC-DATE
                   END-IF
               WHEN 2
                   IF GLH-PERIOD IS NUMERIC
                       COMPUTE WS-REC-DATE = (GLH-PERIOD * 100) + 31
                   END-IF
                   MOVE GLH-SOURCE-PROGRAM TO WS-REC-TYPE
               WHEN 3
                   IF RH-RUN-DATE IS NUMERIC
                       MOVE RH-RUN-DATE TO WS-REC-DATE
                   END-IF
                   MOVE RH-PROGRAM TO WS-REC-TYPE
               WHEN 4
                   IF CA-DATE IS NUMERIC
                       MOVE CA-DATE TO WS-REC-DATE
                   END-IF
                   MOVE CA-IMAGE-TYPE TO WS-REC-TYPE
               WHEN 5
                   IF EA-DATE IS NUMERIC
                       MOVE EA-DATE TO WS-REC-DATE
                   END-IF
                   MOVE EA-IMAGE-TYPE TO WS-REC-TYPE
               WHEN 6
                   IF SA-DATE IS NUMERIC
                       MOVE SA-DATE TO WS-REC-DATE
                   END-IF
                   MOVE SA-IMAGE-TYPE TO WS-REC-TYPE
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * An entry for the record's own type wins over the file's
      * blank-type entry; a record whose type has neither is kept.
      * The cutoff is the run date less the retention months.
      *--------------------------------------------------------------
       DECIDE-EXPIRY.
           MOVE "N" TO WS-EXPIRED-SW
           MOVE "N" TO WS-HELD-SW
           MOVE "N" TO WS-TYPE-FOUND-SW
           MOVE "N" TO WS-DEFAULT-FOUND-SW
           PERFORM MATCH-TYPE-ENTRY
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
           IF NOT WS-TYPE-FOUND AND WS-DEFAULT-FOUND
               MOVE WS-DEFAULT-MONTHS TO WS-RETAIN-MONTHS
               SET WS-TYPE-FOUND TO TRUE
           END-IF
           IF WS-TYPE-FOUND AND WS-REC-DATE NOT = ZERO
               COMPUTE WS-MONTH-INDEX =
                   (WS-RD-YYYY * 12) + WS-RD-MM - 1 - WS-RETAIN-MONTHS
               DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CD-YYYY
                   REMAINDER WS-CD-MM
               ADD 1 TO WS-CD-MM
               MOVE WS-RD-DD TO WS-CD-DD
               IF WS-REC-DATE < WS-CUTOFF-DATE
                   SET WS-RECORD-EXPIRED TO TRUE
               END-IF
           END-IF
           EXIT
           .
       MATCH-TYPE-ENTRY.
           IF RT-FILE-NAME (WS-RT-SUB) = WS-CURRENT-FILE
               IF RT-RECORD-TYPE (WS-RT-SUB) = SPACES
                   MOVE RT-RETAIN-MONTHS (WS-RT-SUB)
                       TO WS-DEFAULT-MONTHS
                   SET WS-DEFAULT-FOUND TO TRUE
               ELSE
                   IF RT-RECORD-TYPE (WS-RT-SUB) = WS-REC-TYPE
                       MOVE RT-RETAIN-MONTHS (WS-RT-SUB)
                           TO WS-RETAIN-MONTHS
                       SET WS-TYPE-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF
           EXIT
           .
       COUNT-KEPT-RECORD.
           ADD 1 TO WS-KEPT-COUNT
           IF WS-RECORD-HELD
               ADD 1 TO WS-HELD-COUNT
           END-IF
           EXIT
           .
       ARCHIVE-RECORD.
           MOVE "D"             TO RA-RECORD-TYPE
           MOVE WS-CURRENT-FILE TO RA-FILE-NAME
           MOVE WS-HIST-DATA    TO RA-RECORD-DATA
           WRITE RETENTION-ARCHIVE-REC
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD 1 TO WS-TOTAL-ARCHIVED
           EXIT
           .
       WRITE-ARCHIVE-TRAILER.
           MOVE "T"               TO RA-RECORD-TYPE
           MOVE WS-CURRENT-FILE   TO RA-FILE-NAME
           MOVE SPACES            TO RA-RECORD-DATA
           MOVE WS-RUN-DATE       TO RA-PURGE-DATE
           MOVE WS-ARCHIVED-COUNT TO RA-RECORD-COUNT
           WRITE RETENTION-ARCHIVE-REC
           EXIT
           .
      *--------------------------------------------------------------
      * GLTRIAL takes an account's opening balance from every
      * earlier GLHIST entry, so the net of each account's purged
      * entries goes back as one RETNPRG entry in the latest purged
      * period - still earlier than anything kept.  An entry for
      * an account the table has no room for is held, not lost.
      *--------------------------------------------------------------
       CARRY-GL-ENTRY.
           MOVE "N" TO WS-BF-FOUND-SW
           PERFORM MATCH-BF-ACCOUNT
               VARYING WS-BF-SUB FROM 1 BY 1
               UNTIL WS-BF-SUB > WS-BF-COUNT OR WS-BF-FOUND
           EVALUATE TRUE
               WHEN WS-BF-FOUND
                   SUBTRACT 1 FROM WS-BF-SUB
               WHEN WS-BF-COUNT < 200
                   ADD 1 TO WS-BF-COUNT
                   MOVE WS-BF-COUNT TO WS-BF-SUB
                   MOVE GLH-ACCOUNT-CODE
                       TO BF-ACCOUNT-CODE (WS-BF-SUB)
                   MOVE ZERO TO BF-NET-AMOUNT (WS-BF-SUB)
                   SET WS-BF-FOUND TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-EXPIRED-SW
                   SET WS-RECORD-HELD TO TRUE
           END-EVALUATE
           IF WS-BF-FOUND
               IF GLH-PERIOD > WS-BF-PERIOD
                   MOVE GLH-PERIOD TO WS-BF-PERIOD
               END-IF
               IF GLH-DEBIT-CREDIT = "D"
                   ADD GLH-AMOUNT TO BF-NET-AMOUNT (WS-BF-SUB)
               ELSE
                   SUBTRACT GLH-AMOUNT FROM BF-NET-AMOUNT (WS-BF-SUB)
               END-IF
           END-IF
           EXIT
           .
       MATCH-BF-ACCOUNT.
           IF BF-ACCOUNT-CODE (WS-BF-SUB) = GLH-ACCOUNT-CODE
               SET WS-BF-FOUND TO TRUE
           END-IF
           EXIT
           .
       REBUILD-SEQ-FILE.
           PERFORM OPEN-SEQ-OUTPUT
           IF WS-HF-IDX = 2
               PERFORM WRITE-BF-ENTRY
                   VARYING WS-BF-SUB FROM 1 BY 1
                   UNTIL WS-BF-SUB > WS-BF-COUNT
               IF WS-BF-WRITTEN > ZERO
                   MOVE SPACES TO WS-DL-NOTE
                   STRING "BROUGHT FORWARD ENTRIES: " WS-BF-WRITTEN
                       DELIMITED BY SIZE INTO WS-DL-NOTE
               END-IF
           END-IF
           MOVE "N" TO WS-WRK-EOF-SW
           OPEN INPUT RETAIN-WORK
           PERFORM READ-RETAIN-WORK
           PERFORM RESTORE-KEPT-RECORD UNTIL WS-WRK-EOF
           CLOSE RETAIN-WORK
           PERFORM CLOSE-SEQ-FILE
           EXIT
           .
       WRITE-BF-ENTRY.
           IF BF-NET-AMOUNT (WS-BF-SUB) NOT = ZERO
               MOVE WS-BF-PERIOD TO GLH-PERIOD
               MOVE "RETNPRG "   TO GLH-SOURCE-PROGRAM
               MOVE WS-RUN-DATE  TO GLH-RUN-DATE
               MOVE BF-ACCOUNT-CODE (WS-BF-SUB) TO GLH-ACCOUNT-CODE
               IF BF-NET-AMOUNT (WS-BF-SUB) > ZERO
                   MOVE "D" TO GLH-DEBIT-CREDIT
                   MOVE BF-NET-AMOUNT (WS-BF-SUB) TO GLH-AMOUNT
               ELSE
                   MOVE "C" TO GLH-DEBIT-CREDIT
                   COMPUTE GLH-AMOUNT = 0 - BF-NET-AMOUNT (WS-BF-SUB)
               END-IF
               WRITE GL-HISTORY-REC
               ADD 1 TO WS-BF-WRITTEN
           END-IF
           EXIT
           .
       READ-RETAIN-WORK.
           READ RETAIN-WORK
               AT END MOVE "Y" TO WS-WRK-EOF-SW
           END-READ
           EXIT
           .
       RESTORE-KEPT-RECORD.
           EVALUATE WS-HF-IDX
               WHEN 1
                   MOVE RETAIN-WORK-REC TO PAYMENT-HISTORY-REC
                   WRITE PAYMENT-HISTORY-REC
               WHEN 2
                   MOVE RETAIN-WORK-REC TO GL-HISTORY-REC
                   WRITE GL-HISTORY-REC
               WHEN 3
                   MOVE RETAIN-WORK-REC TO RUN-HISTORY-REC
                   WRITE RUN-HISTORY-REC
               WHEN 4
                   MOVE RETAIN-WORK-REC TO CUSTOMER-AUDIT-REC
                   WRITE CUSTOMER-AUDIT-REC
               WHEN 5
                   MOVE RETAIN-WORK-REC TO EMPLOYEE-AUDIT-REC
                   WRITE EMPLOYEE-AUDIT-REC
               WHEN 6
                   MOVE RETAIN-WORK-REC TO STUDENT-AUDIT-REC
                   WRITE STUDENT-AUDIT-REC
           END-EVALUATE
           PERFORM READ-RETAIN-WORK
           EXIT
           .
       OPEN-SEQ-INPUT.
           MOVE "N" TO WS-SEQ-EOF-SW
           EVALUATE WS-HF-IDX
               WHEN 1
                   OPEN INPUT PAYMENT-HISTORY
               WHEN 2
                   OPEN INPUT GL-HISTORY
               WHEN 3
                   OPEN INPUT RUN-HISTORY
               WHEN 4
                   OPEN INPUT CUSTOMER-AUDIT
               WHEN 5
                   OPEN INPUT EMPLOYEE-AUDIT
               WHEN 6
                   OPEN INPUT STUDENT-AUDIT
           END-EVALUATE
           EXIT
           .
       OPEN-SEQ-OUTPUT.
           EVALUATE WS-HF-IDX
               WHEN 1
                   OPEN OUTPUT PAYMENT-HISTORY
               WHEN 2
                   OPEN OUTPUT GL-HISTORY
               WHEN 3
                   OPEN OUTPUT RUN-HISTORY
               WHEN 4
                   OPEN OUTPUT CUSTOMER-AUDIT
               WHEN 5
                   OPEN OUTPUT EMPLOYEE-AUDIT
               WHEN 6
                   OPEN OUTPUT STUDENT-AUDIT
           END-EVALUATE
           EXIT
           .
       READ-SEQ-RECORD.
           MOVE SPACES TO WS-HIST-DATA
           EVALUATE WS-HF-IDX
               WHEN 1
                   READ PAYMENT-HISTORY INTO WS-HIST-DATA
                       AT END MOVE "Y" TO WS-SEQ-EOF-SW
                   END-READ
               WHEN 2
                   READ GL-HISTORY INTO WS-HIST-DATA
                       AT END MOVE "Y" TO WS-SEQ-EOF-SW
                   END-READ
               WHEN 3
                   READ RUN-HISTORY INTO WS-HIST-DATA
                       AT END MOVE "Y" TO WS-SEQ-EOF-SW
                   END-READ
               WHEN 4
                   READ CUSTOMER-AUDIT INTO WS-HIST-DATA
                       AT END MOVE "Y" TO WS-SEQ-EOF-SW
                   END-READ
               WHEN 5
                   READ EMPLOYEE-AUDIT INTO WS-HIST-DATA
                       AT END MOVE "Y" TO WS-SEQ-EOF-SW
                   END-READ
               WHEN 6
                   READ STUDENT-AUDIT INTO WS-HIST-DATA
                       AT END MOVE "Y" TO WS-SEQ-EOF-SW
                   END-READ
           END-EVALUATE
           EXIT
           .
       CLOSE-SEQ-FILE.
           EVALUATE WS-HF-IDX
               WHEN 1
                   CLOSE PAYMENT-HISTORY
               WHEN 2
                   CLOSE GL-HISTORY
               WHEN 3
                   CLOSE RUN-HISTORY
               WHEN 4
                   CLOSE CUSTOMER-AUDIT
               WHEN 5
                   CLOSE EMPLOYEE-AUDIT
               WHEN 6
                   CLOSE STUDENT-AUDIT
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * GRADHIST and TERMHIST are keyed, so expired records are
      * deleted in place.  A record is aged by the end date of its
      * term on TERMMAST; a term not on TERMMAST, or a student
      * still on STUDMAST, holds the record.
      *--------------------------------------------------------------
       PURGE-STUDENT-HISTORY.
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT ACADEMIC-TERMS
           IF WS-STU-STATUS NOT = "00" OR WS-TRM-STATUS NOT = "00"
               MOVE "GRADHIST" TO WS-CURRENT-FILE
               PERFORM START-FILE-COUNTS
               MOVE "STUDMAST/TERMMAST UNAVAILABLE" TO WS-DL-NOTE
               PERFORM WRITE-DETAIL-LINE
               MOVE "TERMHIST" TO WS-CURRENT-FILE
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM PURGE-GRADE-HISTORY
               PERFORM PURGE-TERM-HISTORY
           END-IF
           IF WS-STU-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF
           IF WS-TRM-STATUS = "00"
               CLOSE ACADEMIC-TERMS
           END-IF
           EXIT
           .
       PURGE-GRADE-HISTORY.
           MOVE "GRADHIST" TO WS-CURRENT-FILE
           PERFORM START-FILE-COUNTS
           PERFORM CHECK-FILE-RETENTION
           IF NOT WS-FILE-HAS-RETENTION
               MOVE "NO RETENTION SET, ALL KEPT" TO WS-DL-NOTE
           ELSE
               OPEN I-O GRADE-HISTORY
               IF WS-GRH-STATUS NOT = "00"
                   MOVE "FILE NOT PRESENT" TO WS-DL-NOTE
               ELSE
                   MOVE "N" TO WS-HIS-EOF-SW
                   PERFORM READ-GRADE-HISTORY
                   PERFORM SIFT-GRADE-HISTORY UNTIL WS-HIS-EOF
                   CLOSE GRADE-HISTORY
                   PERFORM WRITE-ARCHIVE-TRAILER
               END-IF
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT
           .
       READ-GRADE-HISTORY.
           READ GRADE-HISTORY NEXT RECORD
               AT END MOVE "Y" TO WS-HIS-EOF-SW
           END-READ
           EXIT
           .
       SIFT-GRADE-HISTORY.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-HIST-DATA
           MOVE GRADE-HISTORY-REC TO WS-HIST-DATA
           MOVE GH-STU-ID    TO SM-STUDENT-ID
           MOVE GH-TERM-CODE TO TM-TERM-CODE
           PERFORM AGE-STUDENT-RECORD
           IF WS-RECORD-EXPIRED
               PERFORM ARCHIVE-RECORD
               DELETE GRADE-HISTORY RECORD
           ELSE
               PERFORM COUNT-KEPT-RECORD
           END-IF
           PERFORM READ-GRADE-HISTORY
           EXIT
           .
       PURGE-TERM-HISTORY.
           MOVE "TERMHIST" TO WS-CURRENT-FILE
           PERFORM START-FILE-COUNTS
           PERFORM CHECK-FILE-RETENTION
           IF NOT WS-FILE-HAS-RETENTION
               MOVE "NO RETENTION SET, ALL KEPT" TO WS-DL-NOTE
           ELSE
               OPEN I-O TERM-HISTORY
               IF WS-TRH-STATUS NOT = "00"
                   MOVE "FILE NOT PRESENT" TO WS-DL-NOTE
               ELSE
                   MOVE "N" TO WS-HIS-EOF-SW
                   PERFORM READ-TERM-HISTORY
                   PERFORM SIFT-TERM-HISTORY UNTIL WS-HIS-EOF
                   CLOSE TERM-HISTORY
                   PERFORM WRITE-ARCHIVE-TRAILER
               END-IF
           END-IF
           PERFORM WRITE-DETAIL-LINE
           EXIT
           .
       READ-TERM-HISTORY.
           READ TERM-HISTORY NEXT RECORD
               AT END MOVE "Y" TO WS-HIS-EOF-SW
           END-READ
           EXIT
           .
       SIFT-TERM-HISTORY.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-HIST-DATA
           MOVE TERM-HISTORY-REC TO WS-HIST-DATA
           MOVE TH-STU-ID    TO SM-STUDENT-ID
           MOVE TH-TERM-CODE TO TM-TERM-CODE
           PERFORM AGE-STUDENT-RECORD
           IF WS-RECORD-EXPIRED
               PERFORM ARCHIVE-RECORD
               DELETE TERM-HISTORY RECORD
           ELSE
               PERFORM COUNT-KEPT-RECORD
           END-IF
           PERFORM READ-TERM-HISTORY
           EXIT
           .
       AGE-STUDENT-RECORD.
           MOVE ZERO   TO WS-REC-DATE
           MOVE SPACES TO WS-REC-TYPE
           READ ACADEMIC-TERMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TM-END-DATE IS NUMERIC
                       MOVE TM-END-DATE TO WS-REC-DATE
                   END-IF
           END-READ
           PERFORM DECIDE-EXPIRY
           IF WS-RECORD-EXPIRED
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-EXPIRED-SW
                       SET WS-RECORD-HELD TO TRUE
               END-READ
           END-IF
           EXIT
           .
       WRITE-DETAIL-LINE.
           MOVE WS-CURRENT-FILE   TO WS-DL-FILE-NAME
           MOVE WS-READ-COUNT     TO WS-DL-READ
           MOVE WS-ARCHIVED-COUNT TO WS-DL-ARCHIVED
           MOVE WS-KEPT-COUNT     TO WS-DL-KEPT
           MOVE WS-HELD-COUNT     TO WS-DL-HELD
           WRITE PURGE-REPORT-REC FROM WS-DETAIL-LINE
           MOVE PURGE-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
