       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCAT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Generation catalog for the day's
      *             hand-off files, run as the last RUNCTL step:
      *             PAYEXTR, BANKEXT, CHQPRINT, DATA5GPA and
      *             GRDACCPT are each copied whole onto the GENSTORE
      *             generation store as the next numbered
      *             generation, catalogued on GENCATLG with the run
      *             id from RUNIDCTL, the run date, the data record
      *             count and the BATCHTRL trailer hash where the
      *             file carries one.  A file not produced, already
      *             kept for this run id (a restart), or unchanged
      *             since its last generation (a term-end file on
      *             an ordinary day) gets no new generation.  The
      *             GENKEEP control file says how many generations
      *             to keep per file (seven when a file is not
      *             listed); older ones are dropped from the store
      *             and the catalog.  The GENCTRPT catalog report
      *             lists every generation held.  GENRSTR puts a
      *             chosen generation back for a reprint or a
      *             reprocessing run.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-ID-CONTROL ASSIGN TO "RUNIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RID-STATUS.
           SELECT KEEP-CONTROL ASSIGN TO "GENKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT GEN-CATALOG ASSIGN TO "GENCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-KEY
               FILE STATUS IS WS-CAT-STATUS.
           SELECT GEN-STORE ASSIGN TO "GENSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-STO-STATUS.
           SELECT PAYSLIP-EXTRACT ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT BANK-EXTRACT ASSIGN TO "BANKEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT CHEQUE-PRINT ASSIGN TO "CHQPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT GPA-EXTRACT ASSIGN TO "DATA5GPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT ACCEPTED-GRADES ASSIGN TO "GRDACCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT CATALOG-REPORT ASSIGN TO "GENCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-ID-CONTROL.
       01  RUN-ID-CONTROL-REC.
           05  RI-RUN-ID           PIC X(14).
       FD  KEEP-CONTROL.
       01  KEEP-CONTROL-REC.
           05  GK-FILE-NAME        PIC X(8).
           05  GK-KEEP-GENS        PIC 9(3).
       FD  GEN-CATALOG.
       COPY GENCATLG.
       FD  GEN-STORE.
       COPY GENSTORE.
       FD  PAYSLIP-EXTRACT.
       COPY PAYEXTR.
       FD  BANK-EXTRACT.
       01  BANK-EXTRACT-REC        PIC X(73).
       FD  CHEQUE-PRINT.
       01  CHEQUE-PRINT-REC        PIC X(80).
       FD  GPA-EXTRACT.
       01  GPA-EXTRACT-REC         PIC X(11).
       FD  ACCEPTED-GRADES.
       01  ACCEPTED-GRADE-REC      PIC X(94).
       FD  CATALOG-REPORT.
       01  CATALOG-REPORT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       01  HANDOFF-FILE-NAMES.
           05  FILLER              PIC X(8) VALUE "PAYEXTR ".
           05  FILLER              PIC X(8) VALUE "BANKEXT ".
           05  FILLER              PIC X(8) VALUE "CHQPRINT".
           05  FILLER              PIC X(8) VALUE "DATA5GPA".
           05  FILLER              PIC X(8) VALUE "GRDACCPT".
       01  HANDOFF-FILE-TABLE REDEFINES HANDOFF-FILE-NAMES.
           05  HF-FILE-NAME        PIC X(8) OCCURS 5 TIMES.

       01  HANDOFF-STATE-TABLE.
           05  HS-ENTRY OCCURS 5 TIMES.
               10  HS-KEEP-GENS    PIC 9(3).
               10  HS-LATEST-GEN   PIC 9(5).
               10  HS-LATEST-RUN   PIC X(14).

       01  WS-LIVE-DATA            PIC X(256).
       01  WS-LAST-RECORD.
           05  WS-LR-TYPE          PIC X(1).
           05  WS-LR-COUNT         PIC X(7).
           05  WS-LR-HASH          PIC X(11).
           05  FILLER              PIC X(237).

       01  WS-CATALOG-HEADER-LINE.
           05  FILLER              PIC X(28)
               VALUE "HAND-OFF GENERATION CATALOG ".
           05  FILLER              PIC X(8)  VALUE "AS AT   ".
           05  WS-CH-RUN-ID        PIC X(14).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  WS-CATALOG-HEADING-LINE.
           05  FILLER              PIC X(40)
               VALUE "FILE        GEN  RUN ID          DATE  ".
           05  FILLER              PIC X(40)
               VALUE "   RECORDS TRAILER HASH".

       01  WS-CATALOG-LINE.
           05  WS-CL-FILE-NAME     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-GENERATION    PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-RUN-ID        PIC X(14).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-COUNT         PIC ZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-HASH          PIC X(11).
           05  FILLER              PIC X(17) VALUE SPACES.

       77  WS-RID-STATUS           PIC X(2)  VALUE "00".
       77  WS-KEEP-STATUS          PIC X(2)  VALUE "00".
       77  WS-CAT-STATUS           PIC X(2)  VALUE "00".
       77  WS-STO-STATUS           PIC X(2)  VALUE "00".
       77  WS-LIVE-STATUS          PIC X(2)  VALUE "00".
       77  WS-KEEP-EOF-SW          PIC X(1)  VALUE "N".
           88  WS-KEEP-EOF                   VALUE "Y".
       77  WS-CAT-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-CAT-EOF                    VALUE "Y".
       77  WS-STO-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-STO-EOF                    VALUE "Y".
       77  WS-LIVE-EOF-SW          PIC X(1)  VALUE "N".
           88  WS-LIVE-EOF                   VALUE "Y".
       77  WS-SAME-SW              PIC X(1)  VALUE "Y".
           88  WS-SAME-AS-LATEST             VALUE "Y".
       77  WS-RUN-ID               PIC X(14) VALUE SPACES.
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-HF-IDX               PIC 9(1)  VALUE ZERO.
       77  WS-HF-SUB               PIC 9(1)  VALUE ZERO.
       77  WS-DEFAULT-KEEP         PIC 9(3)  VALUE 7.
       77  WS-NEW-GEN              PIC 9(5)  VALUE ZERO.
       77  WS-OLDEST-KEPT          PIC 9(5)  VALUE ZERO.
       77  WS-PRUNE-GEN            PIC 9(5)  VALUE ZERO.
       77  WS-STORE-GEN            PIC 9(5)  VALUE ZERO.
       77  WS-RECORD-SEQ           PIC 9(7)  VALUE ZERO.
       77  WS-GENS-KEPT            PIC 9(3)  VALUE ZERO.
       77  WS-GENS-DROPPED         PIC 9(3)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "GENCAT".
       77  WS-STEP-LINKED-SW       PIC X(1)  VALUE "N".
           88  WS-STEP-LINKED                VALUE "Y".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       LINKAGE SECTION.
       COPY STEPSTAT.

       PROCEDURE DIVISION USING STEP-STATUS-REC.
       Begin.
           IF ADDRESS OF STEP-STATUS-REC NOT = NULL
               SET WS-STEP-LINKED TO TRUE
               MOVE ZERO TO SS-RESULT-CODE
               MOVE SPACES TO SS-FAIL-MESSAGE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RUN-ID
           PERFORM LOAD-KEEP-COUNTS
           OPEN I-O GEN-CATALOG
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT GEN-CATALOG
               CLOSE GEN-CATALOG
               OPEN I-O GEN-CATALOG
           END-IF
           OPEN I-O GEN-STORE
           IF WS-STO-STATUS = "35"
               OPEN OUTPUT GEN-STORE
               CLOSE GEN-STORE
               OPEN I-O GEN-STORE
           END-IF
           IF WS-CAT-STATUS NOT = "00" OR WS-STO-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GENCATLG/GENSTORE OPEN FAILED, STATUS: "
                   WS-CAT-STATUS "/" WS-STO-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               PERFORM FLAG-STEP-FAILURE
           ELSE
               PERFORM LOAD-CATALOG-STATE
               PERFORM CATALOG-ONE-FILE
                   VARYING WS-HF-IDX FROM 1 BY 1
                   UNTIL WS-HF-IDX > 5
               PERFORM WRITE-CATALOG-REPORT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GENERATIONS KEPT: " WS-GENS-KEPT
                   "  DROPPED: " WS-GENS-DROPPED
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           IF WS-CAT-STATUS = "00"
               CLOSE GEN-CATALOG
           END-IF
           IF WS-STO-STATUS = "00"
               CLOSE GEN-STORE
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * Run standalone, with RUNIDCTL empty, a generation is kept
      * under a blank run id, as RUNLOG logs such work.
      *--------------------------------------------------------------
       LOAD-RUN-ID.
           OPEN INPUT RUN-ID-CONTROL
           IF WS-RID-STATUS = "00"
               READ RUN-ID-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RI-RUN-ID TO WS-RUN-ID
               END-READ
               CLOSE RUN-ID-CONTROL
           END-IF
           EXIT
           .
       LOAD-KEEP-COUNTS.
           PERFORM SET-DEFAULT-STATE
               VARYING WS-HF-SUB FROM 1 BY 1
               UNTIL WS-HF-SUB > 5
           OPEN INPUT KEEP-CONTROL
           IF WS-KEEP-STATUS = "00"
               PERFORM READ-KEEP-CONTROL
               PERFORM TAKE-KEEP-CONTROL UNTIL WS-KEEP-EOF
               CLOSE KEEP-CONTROL
           END-IF
           EXIT
           .
       SET-DEFAULT-STATE.
           MOVE WS-DEFAULT-KEEP TO HS-KEEP-GENS (WS-HF-SUB)
           MOVE ZERO            TO HS-LATEST-GEN (WS-HF-SUB)
           MOVE SPACES          TO HS-LATEST-RUN (WS-HF-SUB)
           EXIT
           .
       READ-KEEP-CONTROL.
           READ KEEP-CONTROL
               AT END MOVE "Y" TO WS-KEEP-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * At least the newest generation is always kept; a keep count
      * of zero or a non-numeric one is taken as one.
      *--------------------------------------------------------------
       TAKE-KEEP-CONTROL.
           PERFORM MATCH-KEEP-FILE
               VARYING WS-HF-SUB FROM 1 BY 1
               UNTIL WS-HF-SUB > 5
           PERFORM READ-KEEP-CONTROL
           EXIT
           .
       MATCH-KEEP-FILE.
           IF HF-FILE-NAME (WS-HF-SUB) = GK-FILE-NAME
               IF GK-KEEP-GENS IS NUMERIC AND GK-KEEP-GENS > ZERO
                   MOVE GK-KEEP-GENS TO HS-KEEP-GENS (WS-HF-SUB)
               ELSE
                   MOVE 1 TO HS-KEEP-GENS (WS-HF-SUB)
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The catalog is in file and generation order, so the last
      * entry read for each file is its newest generation.
      *--------------------------------------------------------------
       LOAD-CATALOG-STATE.
           MOVE "N" TO WS-CAT-EOF-SW
           PERFORM READ-CATALOG-NEXT
           PERFORM TAKE-CATALOG-STATE UNTIL WS-CAT-EOF
           EXIT
           .
       READ-CATALOG-NEXT.
           READ GEN-CATALOG NEXT RECORD
               AT END MOVE "Y" TO WS-CAT-EOF-SW
           END-READ
           EXIT
           .
       TAKE-CATALOG-STATE.
           PERFORM MATCH-CATALOG-FILE
               VARYING WS-HF-SUB FROM 1 BY 1
               UNTIL WS-HF-SUB > 5
           PERFORM READ-CATALOG-NEXT
           EXIT
           .
       MATCH-CATALOG-FILE.
           IF HF-FILE-NAME (WS-HF-SUB) = GC-FILE-NAME
               MOVE GC-GENERATION TO HS-LATEST-GEN (WS-HF-SUB)
               MOVE GC-RUN-ID     TO HS-LATEST-RUN (WS-HF-SUB)
           END-IF
           EXIT
           .
       CATALOG-ONE-FILE.
           PERFORM OPEN-LIVE-FILE
           EVALUATE TRUE
               WHEN WS-LIVE-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING HF-FILE-NAME (WS-HF-IDX)
                       " NOT PRESENT, NO GENERATION KEPT"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               WHEN HS-LATEST-GEN (WS-HF-IDX) > ZERO
                   AND WS-RUN-ID NOT = SPACES
                   AND HS-LATEST-RUN (WS-HF-IDX) = WS-RUN-ID
                   PERFORM CLOSE-LIVE-FILE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING HF-FILE-NAME (WS-HF-IDX)
                       " ALREADY KEPT FOR RUN " WS-RUN-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               WHEN OTHER
                   MOVE "N" TO WS-SAME-SW
                   IF HS-LATEST-GEN (WS-HF-IDX) > ZERO
                       PERFORM COMPARE-WITH-LATEST
                   END-IF
                   PERFORM CLOSE-LIVE-FILE
                   IF WS-SAME-AS-LATEST
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING HF-FILE-NAME (WS-HF-IDX)
                           " UNCHANGED SINCE GENERATION "
                           HS-LATEST-GEN (WS-HF-IDX)
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       PERFORM WRITE-LOG
                   ELSE
                       PERFORM OPEN-LIVE-FILE
                       PERFORM KEEP-NEW-GENERATION
                       PERFORM CLOSE-LIVE-FILE
                       PERFORM DROP-OLD-GENERATIONS
                   END-IF
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * Record by record against the newest generation held: the
      * file is unchanged only if every record matches and both
      * end together.
      *--------------------------------------------------------------
       COMPARE-WITH-LATEST.
           SET WS-SAME-AS-LATEST TO TRUE
           MOVE HF-FILE-NAME (WS-HF-IDX)  TO GS-FILE-NAME
           MOVE HS-LATEST-GEN (WS-HF-IDX) TO WS-STORE-GEN
           MOVE WS-STORE-GEN              TO GS-GENERATION
           MOVE ZERO                      TO GS-SEQUENCE
           PERFORM START-STORE-AT-KEY
           PERFORM READ-LIVE-RECORD
           PERFORM COMPARE-ONE-RECORD
               UNTIL WS-LIVE-EOF OR WS-STO-EOF
                   OR NOT WS-SAME-AS-LATEST
           IF NOT WS-LIVE-EOF OR NOT WS-STO-EOF
               MOVE "N" TO WS-SAME-SW
           END-IF
           EXIT
           .
       COMPARE-ONE-RECORD.
           IF GS-DATA NOT = WS-LIVE-DATA
               MOVE "N" TO WS-SAME-SW
           ELSE
               PERFORM READ-STORE-NEXT
               PERFORM READ-LIVE-RECORD
           END-IF
           EXIT
           .
       START-STORE-AT-KEY.
           MOVE "N" TO WS-STO-EOF-SW
           START GEN-STORE KEY IS NOT LESS THAN GS-KEY
               INVALID KEY MOVE "Y" TO WS-STO-EOF-SW
           END-START
           IF NOT WS-STO-EOF
               PERFORM READ-STORE-NEXT
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A generation's records run on under its own file name and
      * number; the first record of anything else ends it.
      *--------------------------------------------------------------
       READ-STORE-NEXT.
           READ GEN-STORE NEXT RECORD
               AT END MOVE "Y" TO WS-STO-EOF-SW
           END-READ
           IF NOT WS-STO-EOF
               IF GS-FILE-NAME NOT = HF-FILE-NAME (WS-HF-IDX)
                   OR GS-GENERATION NOT = WS-STORE-GEN
                   MOVE "Y" TO WS-STO-EOF-SW
               END-IF
           END-IF
           EXIT
           .
       KEEP-NEW-GENERATION.
           COMPUTE WS-NEW-GEN = HS-LATEST-GEN (WS-HF-IDX) + 1
           MOVE ZERO   TO WS-RECORD-SEQ
           MOVE SPACES TO WS-LAST-RECORD
           PERFORM READ-LIVE-RECORD
           PERFORM STORE-ONE-RECORD UNTIL WS-LIVE-EOF
           MOVE HF-FILE-NAME (WS-HF-IDX) TO GC-FILE-NAME
           MOVE WS-NEW-GEN               TO GC-GENERATION
           MOVE WS-RUN-ID                TO GC-RUN-ID
           MOVE WS-RUN-DATE              TO GC-RUN-DATE
           IF WS-RECORD-SEQ > ZERO
               AND WS-LR-TYPE = "T"
               AND WS-LR-COUNT IS NUMERIC
               AND WS-LR-HASH IS NUMERIC
               SET GC-TRAILER-KEPT TO TRUE
               MOVE WS-LR-HASH TO GC-TRAILER-HASH
               COMPUTE GC-RECORD-COUNT = WS-RECORD-SEQ - 1
           ELSE
               MOVE "N"  TO GC-HAS-TRAILER
               MOVE ZERO TO GC-TRAILER-HASH
               MOVE WS-RECORD-SEQ TO GC-RECORD-COUNT
           END-IF
           WRITE GEN-CATALOG-REC
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "GENCATLG WRITE FAILED FOR "
                       GC-FILE-NAME " GENERATION " GC-GENERATION
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   ADD 1 TO WS-GENS-KEPT
                   MOVE WS-NEW-GEN TO HS-LATEST-GEN (WS-HF-IDX)
                   MOVE WS-RUN-ID  TO HS-LATEST-RUN (WS-HF-IDX)
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING GC-FILE-NAME " KEPT AS GENERATION "
                       GC-GENERATION ", RECORDS " GC-RECORD-COUNT
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
           END-WRITE
           EXIT
           .
       STORE-ONE-RECORD.
           ADD 1 TO WS-RECORD-SEQ
           MOVE HF-FILE-NAME (WS-HF-IDX) TO GS-FILE-NAME
           MOVE WS-NEW-GEN               TO GS-GENERATION
           MOVE WS-RECORD-SEQ            TO GS-SEQUENCE
           MOVE WS-LIVE-DATA             TO GS-DATA
           WRITE GEN-STORE-REC
               INVALID KEY
                   REWRITE GEN-STORE-REC
           END-WRITE
           MOVE WS-LIVE-DATA TO WS-LAST-RECORD
           PERFORM READ-LIVE-RECORD
           EXIT
           .
      *--------------------------------------------------------------
      * Every generation older than the newest keep-count is taken
      * off the store and then out of the catalog.
      *--------------------------------------------------------------
       DROP-OLD-GENERATIONS.
           IF HS-LATEST-GEN (WS-HF-IDX) > HS-KEEP-GENS (WS-HF-IDX)
               COMPUTE WS-OLDEST-KEPT = HS-LATEST-GEN (WS-HF-IDX)
                   - HS-KEEP-GENS (WS-HF-IDX) + 1
               MOVE HF-FILE-NAME (WS-HF-IDX) TO GC-FILE-NAME
               MOVE ZERO                     TO GC-GENERATION
               MOVE "N" TO WS-CAT-EOF-SW
               START GEN-CATALOG KEY IS NOT LESS THAN GC-KEY
                   INVALID KEY MOVE "Y" TO WS-CAT-EOF-SW
               END-START
               IF NOT WS-CAT-EOF
                   PERFORM READ-CATALOG-NEXT
               END-IF
               PERFORM DROP-ONE-GENERATION
                   UNTIL WS-CAT-EOF
                       OR GC-FILE-NAME NOT = HF-FILE-NAME (WS-HF-IDX)
                       OR GC-GENERATION NOT < WS-OLDEST-KEPT
           END-IF
           EXIT
           .
       DROP-ONE-GENERATION.
           MOVE GC-GENERATION TO WS-PRUNE-GEN
           MOVE WS-PRUNE-GEN             TO WS-STORE-GEN
           MOVE HF-FILE-NAME (WS-HF-IDX) TO GS-FILE-NAME
           MOVE WS-PRUNE-GEN             TO GS-GENERATION
           MOVE ZERO                     TO GS-SEQUENCE
           PERFORM START-STORE-AT-KEY
           PERFORM DROP-ONE-STORE-RECORD UNTIL WS-STO-EOF
           DELETE GEN-CATALOG RECORD
           ADD 1 TO WS-GENS-DROPPED
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING HF-FILE-NAME (WS-HF-IDX) " GENERATION "
               WS-PRUNE-GEN " DROPPED"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           PERFORM READ-CATALOG-NEXT
           EXIT
           .
       DROP-ONE-STORE-RECORD.
           DELETE GEN-STORE RECORD
           PERFORM READ-STORE-NEXT
           EXIT
           .
       OPEN-LIVE-FILE.
           MOVE "N" TO WS-LIVE-EOF-SW
           EVALUATE WS-HF-IDX
               WHEN 1
                   OPEN INPUT PAYSLIP-EXTRACT
               WHEN 2
                   OPEN INPUT BANK-EXTRACT
               WHEN 3
                   OPEN INPUT CHEQUE-PRINT
               WHEN 4
                   OPEN INPUT GPA-EXTRACT
               WHEN 5
                   OPEN INPUT ACCEPTED-GRADES
           END-EVALUATE
           EXIT
           .
       READ-LIVE-RECORD.
           MOVE SPACES TO WS-LIVE-DATA
           EVALUATE WS-HF-IDX
               WHEN 1
                   READ PAYSLIP-EXTRACT INTO WS-LIVE-DATA
                       AT END MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN 2
                   READ BANK-EXTRACT INTO WS-LIVE-DATA
                       AT END MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN 3
                   READ CHEQUE-PRINT INTO WS-LIVE-DATA
                       AT END MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN 4
                   READ GPA-EXTRACT INTO WS-LIVE-DATA
                       AT END MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
               WHEN 5
                   READ ACCEPTED-GRADES INTO WS-LIVE-DATA
                       AT END MOVE "Y" TO WS-LIVE-EOF-SW
                   END-READ
           END-EVALUATE
           EXIT
           .
       CLOSE-LIVE-FILE.
           EVALUATE WS-HF-IDX
               WHEN 1
                   CLOSE PAYSLIP-EXTRACT
               WHEN 2
                   CLOSE BANK-EXTRACT
               WHEN 3
                   CLOSE CHEQUE-PRINT
               WHEN 4
                   CLOSE GPA-EXTRACT
               WHEN 5
                   CLOSE ACCEPTED-GRADES
           END-EVALUATE
           EXIT
           .
       WRITE-CATALOG-REPORT.
           OPEN OUTPUT CATALOG-REPORT
           MOVE WS-RUN-ID TO WS-CH-RUN-ID
           WRITE CATALOG-REPORT-REC FROM WS-CATALOG-HEADER-LINE
           WRITE CATALOG-REPORT-REC FROM WS-CATALOG-HEADING-LINE
           MOVE LOW-VALUES TO GC-KEY
           MOVE "N" TO WS-CAT-EOF-SW
           START GEN-CATALOG KEY IS NOT LESS THAN GC-KEY
               INVALID KEY MOVE "Y" TO WS-CAT-EOF-SW
           END-START
           IF NOT WS-CAT-EOF
               PERFORM READ-CATALOG-NEXT
           END-IF
           PERFORM WRITE-CATALOG-LINE UNTIL WS-CAT-EOF
           CLOSE CATALOG-REPORT
           EXIT
           .
       WRITE-CATALOG-LINE.
           MOVE GC-FILE-NAME    TO WS-CL-FILE-NAME
           MOVE GC-GENERATION   TO WS-CL-GENERATION
           MOVE GC-RUN-ID       TO WS-CL-RUN-ID
           MOVE GC-RUN-DATE     TO WS-CL-RUN-DATE
           MOVE GC-RECORD-COUNT TO WS-CL-COUNT
           IF GC-TRAILER-KEPT
               MOVE GC-TRAILER-HASH TO WS-CL-HASH
           ELSE
               MOVE "NO TRAILER " TO WS-CL-HASH
           END-IF
           WRITE CATALOG-REPORT-REC FROM WS-CATALOG-LINE
           PERFORM READ-CATALOG-NEXT
           EXIT
           .
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
