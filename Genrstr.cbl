       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENRSTR.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Puts a chosen generation of a
      *             hand-off file back in place for a reprint or a
      *             reprocessing run: the GENRQST control record
      *             names the file (PAYEXTR, BANKEXT, CHQPRINT,
      *             DATA5GPA or GRDACCPT) and the generation number
      *             from the GENCTRPT catalog report, and that
      *             generation is copied off GENSTORE over the live
      *             file, so PAYSLIP, BANKRET, GPAPOST and the rest
      *             read it unchanged.  The live file is only
      *             overwritten when it is itself one of the kept
      *             generations (or absent), so nothing is lost;
      *             putting the newest generation back afterwards
      *             restores the current day.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-REQUEST ASSIGN TO "GENRQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  RESTORE-REQUEST.
       01  RESTORE-REQUEST-REC.
           05  GR-FILE-NAME        PIC X(8).
           05  GR-GENERATION       PIC 9(5).
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

       WORKING-STORAGE SECTION.
       01  HANDOFF-FILE-NAMES.
           05  FILLER              PIC X(8) VALUE "PAYEXTR ".
           05  FILLER              PIC X(8) VALUE "BANKEXT ".
           05  FILLER              PIC X(8) VALUE "CHQPRINT".
           05  FILLER              PIC X(8) VALUE "DATA5GPA".
           05  FILLER              PIC X(8) VALUE "GRDACCPT".
       01  HANDOFF-FILE-TABLE REDEFINES HANDOFF-FILE-NAMES.
           05  HF-FILE-NAME        PIC X(8) OCCURS 5 TIMES.

       01  WS-LIVE-DATA            PIC X(256).

       77  WS-REQ-STATUS           PIC X(2)  VALUE "00".
       77  WS-CAT-STATUS           PIC X(2)  VALUE "00".
       77  WS-STO-STATUS           PIC X(2)  VALUE "00".
       77  WS-LIVE-STATUS          PIC X(2)  VALUE "00".
       77  WS-CAT-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-CAT-EOF                    VALUE "Y".
       77  WS-STO-EOF-SW           PIC X(1)  VALUE "N".
           88  WS-STO-EOF                    VALUE "Y".
       77  WS-LIVE-EOF-SW          PIC X(1)  VALUE "N".
           88  WS-LIVE-EOF                   VALUE "Y".
       77  WS-SAME-SW              PIC X(1)  VALUE "N".
           88  WS-SAME-AS-KEPT               VALUE "Y".
       77  WS-KEPT-SW              PIC X(1)  VALUE "N".
           88  WS-LIVE-KEPT                  VALUE "Y".
       77  WS-WANTED-FILE          PIC X(8)  VALUE SPACES.
       77  WS-WANTED-GEN           PIC 9(5)  VALUE ZERO.
       77  WS-WANTED-RUN-ID        PIC X(14) VALUE SPACES.
       77  WS-STORE-GEN            PIC 9(5)  VALUE ZERO.
       77  WS-HF-IDX               PIC 9(1)  VALUE ZERO.
       77  WS-HF-SUB               PIC 9(1)  VALUE ZERO.
       77  WS-RECORDS-PUT          PIC 9(7)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "GENRSTR".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           PERFORM READ-RESTORE-REQUEST
           OPEN INPUT GEN-CATALOG
           OPEN INPUT GEN-STORE
           EVALUATE TRUE
               WHEN WS-HF-IDX = ZERO
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "GENRQST NAMES NO KEPT FILE: " WS-WANTED-FILE
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-CAT-STATUS NOT = "00"
                   OR WS-STO-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "GENCATLG/GENSTORE OPEN FAILED, STATUS: "
                       WS-CAT-STATUS "/" WS-STO-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   PERFORM RESTORE-GENERATION
           END-EVALUATE
           IF WS-CAT-STATUS = "00"
               CLOSE GEN-CATALOG
           END-IF
           IF WS-STO-STATUS = "00"
               CLOSE GEN-STORE
           END-IF
           GOBACK
           .
       READ-RESTORE-REQUEST.
           MOVE ZERO TO WS-HF-IDX
           OPEN INPUT RESTORE-REQUEST
           IF WS-REQ-STATUS = "00"
               READ RESTORE-REQUEST
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GR-FILE-NAME TO WS-WANTED-FILE
                       IF GR-GENERATION IS NUMERIC
                           MOVE GR-GENERATION TO WS-WANTED-GEN
                       END-IF
               END-READ
               CLOSE RESTORE-REQUEST
           END-IF
           PERFORM MATCH-HANDOFF-FILE
               VARYING WS-HF-SUB FROM 1 BY 1
               UNTIL WS-HF-SUB > 5
           EXIT
           .
       MATCH-HANDOFF-FILE.
           IF HF-FILE-NAME (WS-HF-SUB) = WS-WANTED-FILE
               MOVE WS-HF-SUB TO WS-HF-IDX
           END-IF
           EXIT
           .
       RESTORE-GENERATION.
           MOVE WS-WANTED-FILE TO GC-FILE-NAME
           MOVE WS-WANTED-GEN  TO GC-GENERATION
           READ GEN-CATALOG
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING WS-WANTED-FILE " GENERATION " WS-WANTED-GEN
                       " NOT ON GENCATLG, NOTHING PUT BACK"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   MOVE GC-RUN-ID TO WS-WANTED-RUN-ID
                   PERFORM CHECK-LIVE-FILE-KEPT
                   IF WS-LIVE-KEPT
                       PERFORM PUT-BACK-GENERATION
                   ELSE
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "LIVE " WS-WANTED-FILE
                           " IS NOT A KEPT GENERATION, RUN GENCAT"
                           " FIRST - NOTHING PUT BACK"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   END-IF
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The live file may only be overwritten if it is absent or
      * matches, record for record, one of the file's kept
      * generations.
      *--------------------------------------------------------------
       CHECK-LIVE-FILE-KEPT.
           MOVE "N" TO WS-KEPT-SW
           PERFORM OPEN-LIVE-FILE
           IF WS-LIVE-STATUS NOT = "00"
               SET WS-LIVE-KEPT TO TRUE
           ELSE
               PERFORM CLOSE-LIVE-FILE
               MOVE WS-WANTED-FILE TO GC-FILE-NAME
               MOVE ZERO           TO GC-GENERATION
               MOVE "N" TO WS-CAT-EOF-SW
               START GEN-CATALOG KEY IS NOT LESS THAN GC-KEY
                   INVALID KEY MOVE "Y" TO WS-CAT-EOF-SW
               END-START
               IF NOT WS-CAT-EOF
                   PERFORM READ-CATALOG-NEXT
               END-IF
               PERFORM COMPARE-WITH-GENERATION
                   UNTIL WS-CAT-EOF OR WS-LIVE-KEPT
           END-IF
           EXIT
           .
       READ-CATALOG-NEXT.
           READ GEN-CATALOG NEXT RECORD
               AT END MOVE "Y" TO WS-CAT-EOF-SW
           END-READ
           IF NOT WS-CAT-EOF
               AND GC-FILE-NAME NOT = WS-WANTED-FILE
               MOVE "Y" TO WS-CAT-EOF-SW
           END-IF
           EXIT
           .
       COMPARE-WITH-GENERATION.
           MOVE GC-GENERATION TO WS-STORE-GEN
           PERFORM OPEN-LIVE-FILE
           SET WS-SAME-AS-KEPT TO TRUE
           PERFORM START-STORE-AT-GEN
           PERFORM READ-LIVE-RECORD
           PERFORM COMPARE-ONE-RECORD
               UNTIL WS-LIVE-EOF OR WS-STO-EOF
                   OR NOT WS-SAME-AS-KEPT
           IF WS-SAME-AS-KEPT AND WS-LIVE-EOF AND WS-STO-EOF
               SET WS-LIVE-KEPT TO TRUE
           END-IF
           PERFORM CLOSE-LIVE-FILE
           PERFORM READ-CATALOG-NEXT
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
       START-STORE-AT-GEN.
           MOVE WS-WANTED-FILE TO GS-FILE-NAME
           MOVE WS-STORE-GEN   TO GS-GENERATION
           MOVE ZERO           TO GS-SEQUENCE
           MOVE "N" TO WS-STO-EOF-SW
           START GEN-STORE KEY IS NOT LESS THAN GS-KEY
               INVALID KEY MOVE "Y" TO WS-STO-EOF-SW
           END-START
           IF NOT WS-STO-EOF
               PERFORM READ-STORE-NEXT
           END-IF
           EXIT
           .
       READ-STORE-NEXT.
           READ GEN-STORE NEXT RECORD
               AT END MOVE "Y" TO WS-STO-EOF-SW
           END-READ
           IF NOT WS-STO-EOF
               IF GS-FILE-NAME NOT = WS-WANTED-FILE
                   OR GS-GENERATION NOT = WS-STORE-GEN
                   MOVE "Y" TO WS-STO-EOF-SW
               END-IF
           END-IF
           EXIT
           .
       PUT-BACK-GENERATION.
           MOVE WS-WANTED-GEN TO WS-STORE-GEN
           MOVE ZERO TO WS-RECORDS-PUT
           PERFORM OPEN-LIVE-OUTPUT
           PERFORM START-STORE-AT-GEN
           PERFORM PUT-BACK-ONE-RECORD UNTIL WS-STO-EOF
           PERFORM CLOSE-LIVE-FILE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING WS-WANTED-FILE " GENERATION " WS-WANTED-GEN
               " OF RUN " WS-WANTED-RUN-ID " PUT BACK, RECORDS "
               WS-RECORDS-PUT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       PUT-BACK-ONE-RECORD.
           ADD 1 TO WS-RECORDS-PUT
           EVALUATE WS-HF-IDX
               WHEN 1
                   MOVE GS-DATA TO PAYSLIP-EXTRACT-REC
                   WRITE PAYSLIP-EXTRACT-REC
               WHEN 2
                   MOVE GS-DATA TO BANK-EXTRACT-REC
                   WRITE BANK-EXTRACT-REC
               WHEN 3
                   MOVE GS-DATA TO CHEQUE-PRINT-REC
                   WRITE CHEQUE-PRINT-REC
               WHEN 4
                   MOVE GS-DATA TO GPA-EXTRACT-REC
                   WRITE GPA-EXTRACT-REC
               WHEN 5
                   MOVE GS-DATA TO ACCEPTED-GRADE-REC
                   WRITE ACCEPTED-GRADE-REC
           END-EVALUATE
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
       OPEN-LIVE-OUTPUT.
           EVALUATE WS-HF-IDX
               WHEN 1
                   OPEN OUTPUT PAYSLIP-EXTRACT
               WHEN 2
                   OPEN OUTPUT BANK-EXTRACT
               WHEN 3
                   OPEN OUTPUT CHEQUE-PRINT
               WHEN 4
                   OPEN OUTPUT GPA-EXTRACT
               WHEN 5
                   OPEN OUTPUT ACCEPTED-GRADES
           END-EVALUATE
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
