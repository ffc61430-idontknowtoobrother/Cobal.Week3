      *             reports how many standing figures were posted
      *             by another run, so a restart's carried-over
      *             totals are visible instead of silently mixed.
      * 2026-10-15  PRO1's transaction suspense figures now balance
      *             on the sheet: items brought forward, plus those
      *             suspended in the run, less those cleared or
      *             cancelled, must equal the items PRO1 found still
      *             outstanding at the end of its run.
      * 2026-10-15  A partitioned payroll night now balances on the
      *             sheet: the gross the DATA3 partitions counted
      *             (their DATA3Pnn figures) must equal the gross on
      *             the payslips PAYMERGE merged, and their employee
      *             counts the payslips merged.  Skipped on a night
      *             DATA3 ran as a single pass.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-RID-STATUS           PIC X(2)  VALUE "00".
       77  WS-CUR-RUN-ID           PIC X(14) VALUE SPACES.
       77  WS-OTHER-RUN-COUNT      PIC 9(5)  VALUE ZERO.
       77  WS-PART-FOUND-SW        PIC X(1)  VALUE "N".
           88  WS-PART-FOUND                 VALUE "Y".
       77  WS-PART-GROSS           PIC 9(11)V99 VALUE ZERO.
       77  WS-PART-EMPS            PIC 9(11)V99 VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "BALSUM".
       77  WS-STEP-LINKED-SW    PIC X(1)  VALUE "N".
           WRITE BALANCE-SHEET-REC
           PERFORM CHECK-DATA1-CUSTOMERS
           PERFORM CHECK-PRO1-TRANSACTIONS
           PERFORM CHECK-PRO1-SUSPENSE
           PERFORM CHECK-GRDEDIT-INPUT
           PERFORM CHECK-GRDEDIT-SPLIT
           PERFORM CHECK-DATA5-STUDENTS
           PERFORM CHECK-DATA5-CATEGORIES
           PERFORM CHECK-PAYROLL-PARTITIONS
           MOVE WS-PASS-COUNT TO WS-SU-PASS
           MOVE WS-FAIL-COUNT TO WS-SU-FAIL
           WRITE BALANCE-SHEET-REC FROM WS-SUMMARY-LINE
           PERFORM WRITE-CHECK-VERDICT
           EXIT
           .
       CHECK-PRO1-SUSPENSE.
           MOVE "PRO1 SUSPENSE BFWD+IN-OUT = OUTSTND   "
               TO WS-CH-DESC
           MOVE "PRO1    " TO WS-WANT-PROGRAM
           MOVE "SUSP-BFWD   " TO WS-WANT-COUNTER
           PERFORM FETCH-LEFT-VALUE
           MOVE "PRO1    " TO WS-WANT-PROGRAM
           MOVE "SUSP-IN     " TO WS-WANT-COUNTER
           PERFORM FETCH-RIGHT-VALUE
           IF WS-RIGHT-MISSING
               MOVE "Y" TO WS-LEFT-MISSING-SW
           ELSE
               ADD WS-RIGHT-VALUE TO WS-LEFT-VALUE
           END-IF
           MOVE "PRO1    " TO WS-WANT-PROGRAM
           MOVE "SUSP-OUT    " TO WS-WANT-COUNTER
           PERFORM FETCH-RIGHT-VALUE
           IF WS-RIGHT-MISSING
               MOVE "Y" TO WS-LEFT-MISSING-SW
           ELSE
               SUBTRACT WS-RIGHT-VALUE FROM WS-LEFT-VALUE
           END-IF
           MOVE "PRO1    " TO WS-WANT-PROGRAM
           MOVE "SUSP-OUTSTND" TO WS-WANT-COUNTER
           PERFORM FETCH-RIGHT-VALUE
           PERFORM WRITE-CHECK-VERDICT
           EXIT
           .
       CHECK-GRDEDIT-INPUT.
           MOVE "GRDEDIT READ = GRADETRN RECORDS       "
               TO WS-CH-DESC
           PERFORM WRITE-CHECK-VERDICT
           EXIT
           .
      *--------------------------------------------------------------
      * Each DATA3 partition posts under its own DATA3Pnn name, so
      * the figures are summed across every such program before
      * they are held against what PAYMERGE merged.
      *--------------------------------------------------------------
       CHECK-PAYROLL-PARTITIONS.
           MOVE "N" TO WS-PART-FOUND-SW
           MOVE ZERO TO WS-PART-GROSS
           MOVE ZERO TO WS-PART-EMPS
           PERFORM SUM-PARTITION-FIGURE
               VARYING WS-TOTAL-SUB FROM 1 BY 1
               UNTIL WS-TOTAL-SUB > WS-TOTAL-COUNT
           IF WS-PART-FOUND
               MOVE "DATA3 PARTITIONS GROSS = MERGED GROSS "
                   TO WS-CH-DESC
               MOVE WS-PART-GROSS TO WS-LEFT-VALUE
               MOVE "N" TO WS-LEFT-MISSING-SW
               MOVE "DATA3   " TO WS-WANT-PROGRAM
               MOVE "SALARY-TOT  " TO WS-WANT-COUNTER
               PERFORM FETCH-RIGHT-VALUE
               PERFORM WRITE-CHECK-VERDICT
               MOVE "DATA3 PARTITION EMPS = PAYMERGE SLIPS "
                   TO WS-CH-DESC
               MOVE WS-PART-EMPS TO WS-LEFT-VALUE
               MOVE "N" TO WS-LEFT-MISSING-SW
               MOVE "PAYMERGE" TO WS-WANT-PROGRAM
               MOVE "PAYEXTR-CT  " TO WS-WANT-COUNTER
               PERFORM FETCH-RIGHT-VALUE
               PERFORM WRITE-CHECK-VERDICT
           END-IF
           EXIT
           .
       SUM-PARTITION-FIGURE.
           IF TT-PROGRAM (WS-TOTAL-SUB) (1:6) = "DATA3P"
               SET WS-PART-FOUND TO TRUE
               EVALUATE TT-COUNTER (WS-TOTAL-SUB)
                   WHEN "SALARY-TOT  "
                       ADD TT-VALUE (WS-TOTAL-SUB) TO WS-PART-GROSS
                   WHEN "EMP-CT      "
                       ADD TT-VALUE (WS-TOTAL-SUB) TO WS-PART-EMPS
               END-EVALUATE
           END-IF
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
