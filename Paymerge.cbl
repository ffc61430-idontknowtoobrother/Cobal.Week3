       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMERGE.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Combines the county-range partitions
      *             of a partitioned DATA3 payroll run into the one
      *             set of outputs a single pass would have produced.
      *             Each partition (a DATA3 run given a PARTCTL card)
      *             leaves its totals on its PAYPART checkpoint and
      *             its output records staged on PAYSTAGE.  Once
      *             every partition for the pay period is complete,
      *             this step writes DATA3RPT, PAYEXTR, BANKEXT,
      *             ORDREMIT, PENSREM and LDISTEXT from the staged
      *             records in partition order, issues the cheques
      *             the partitions owed through CHQISSUE in one
      *             unbroken serial run, and then does what DATA3
      *             does after its last employee: the county
      *             subtotals and CNTYACT actuals, the company,
      *             court order, expense and pension total lines,
      *             the RETROPND sweep, the bank trailer, the GL
      *             journal and the PAID flag on PAYPERD.  The GL
      *             journal, cheques and DATA3 control total go out
      *             under DATA3's name, so QTRRTN, CHQRPT and BALSUM
      *             see the night's payroll as they always have;
      *             each partition's own figures are posted under
      *             DATA3Pnn for BALSUM to prove against the merge.
      *             The merge is refused - nothing written - while
      *             any partition is still in progress (rerun it
      *             first), if one is already merged, or if the
      *             partitions between them did not pay exactly the
      *             employees on EMPMAST (a gap or an overlap in the
      *             county ranges).  A RUNPLAN for a partitioned
      *             night names PAYMERGE where it would name DATA3.
      *             Without a PAYPERD control file the partitions
      *             and the merge must run on the same date.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PARTITIONS   ASSIGN TO "PAYPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTN-PARTITION-ID
               FILE STATUS IS WS-PRT-STATUS.
           SELECT PAY-STAGE        ASSIGN TO "PAYSTAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-KEY
               FILE STATUS IS WS-STG-STATUS.
           SELECT EMPLOYEE-MASTER  ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMPLOYEE-BANK    ASSIGN TO "EMPBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMP-NO
               FILE STATUS IS WS-BNK-STATUS.
           SELECT PAY-PERIOD-CONTROL ASSIGN TO "PAYPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT PAYROLL-REGISTER ASSIGN TO "DATA3RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-EXTRACT  ASSIGN TO "PAYEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-EXTRACT     ASSIGN TO "BANKEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHEQUE-PRINT     ASSIGN TO "CHQPRINT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-PENDING    ASSIGN TO "RETROPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-STATUS.
           SELECT COUNTY-ACTUALS   ASSIGN TO "CNTYACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYA-STATUS.
           SELECT ORDER-REMITTANCE ASSIGN TO "ORDREMIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENSION-REMITTANCE ASSIGN TO "PENSREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-DIST-DETAIL ASSIGN TO "LDISTEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PARTITIONS.
       COPY PAYPART.
       FD  PAY-STAGE.
       COPY PAYSTAGE.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  EMPLOYEE-BANK.
       COPY EMPBANK.
       FD  PAY-PERIOD-CONTROL.
       01  PAY-PERIOD-REC.
           05  PP-PERIOD-ID     PIC X(6).
           05  PP-START-DATE    PIC 9(8).
           05  PP-END-DATE      PIC 9(8).
           05  PP-STATUS        PIC X(1).
               88  PP-IS-OPEN          VALUE "O".
               88  PP-IS-PAID          VALUE "P".
               88  PP-IS-CLOSED        VALUE "C".
       FD  PAYROLL-REGISTER.
       01  PAYROLL-REG-REC      PIC X(80).
       FD  PAYSLIP-EXTRACT.
       COPY PAYEXTR.
       FD  BANK-EXTRACT.
       01  BANK-EXTRACT-REC        PIC X(73).
       FD  CHEQUE-PRINT.
       01  CHEQUE-PRINT-REC        PIC X(80).
       FD  RETRO-PENDING.
       01  RETRO-PENDING-REC.
           05  RP-EMP-NO           PIC 9(5).
           05  RP-EMP-NAME         PIC X(20).
           05  RP-NET-AMOUNT       PIC 9(5)V99.
       FD  COUNTY-ACTUALS.
       01  COUNTY-ACTUAL-REC.
           05  CY-COUNTY-NAME   PIC X(9).
           05  CY-PAYROLL-TOTAL PIC 9(8)V99.
           05  CY-EMPR-COST     PIC 9(8)V99.
       FD  ORDER-REMITTANCE.
       COPY ORDREMIT.
       FD  PENSION-REMITTANCE.
       COPY PENSREM.
       FD  LABOR-DIST-DETAIL.
       COPY LDISTEXT.

       WORKING-STORAGE SECTION.
       01  WS-COUNTY-SUB-LINE.
           05  FILLER           PIC X(16) VALUE "SUBTOTAL COUNTY ".
           05  WS-CS-COUNTY     PIC X(9).
           05  FILLER           PIC X(3)  VALUE " = ".
           05  WS-CS-SALARY     PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(14) VALUE "  EMPR COST = ".
           05  WS-CS-EMPR-COST  PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(16) VALUE SPACES.
       01  WS-COMPANY-TOTAL-LINE.
           05  FILLER           PIC X(21) VALUE "COMPANY-WIDE TOTAL = ".
           05  WS-CT-SALARY     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(41) VALUE SPACES.
       01  WS-ORDERS-TOTAL-LINE.
           05  FILLER           PIC X(21) VALUE "COURT ORDERS TAKEN = ".
           05  WS-OT-AMOUNT     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(49) VALUE SPACES.
       01  WS-EXPENSES-TOTAL-LINE.
           05  FILLER           PIC X(22)
               VALUE "EXPENSES REIMBURSED = ".
           05  WS-XT-AMOUNT     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(48) VALUE SPACES.
       01  WS-PENSION-TOTAL-LINE.
           05  FILLER           PIC X(19) VALUE "PENSION EMPLOYEE = ".
           05  WS-PT-EMP-AMOUNT PIC ZZZZZZ9.99.
           05  FILLER           PIC X(13) VALUE "  EMPLOYER = ".
           05  WS-PT-EMPR-AMOUNT PIC ZZZZZZ9.99.
           05  FILLER           PIC X(28) VALUE SPACES.

       01  WS-BANK-DETAIL-REC.
           05  WS-BD-RECORD-TYPE  PIC X(1)    VALUE "D".
           05  WS-BD-EMP-NO       PIC 9(5).
           05  WS-BD-EMP-NAME     PIC X(20).
           05  WS-BD-NET-AMOUNT   PIC 9(5)V99.
           05  WS-BD-PERIOD-ID    PIC X(6).
           05  WS-BD-SORT-CODE    PIC 9(6).
           05  WS-BD-ACCT-NO      PIC 9(8).
           05  WS-BD-ACCT-NAME    PIC X(20).
       01  WS-BANK-TRAILER-REC.
           05  WS-BT-RECORD-TYPE  PIC X(1)    VALUE "T".
           05  WS-BT-RECORD-COUNT PIC 9(7).
           05  WS-BT-HASH-TOTAL   PIC 9(9)V99.
           05  WS-BT-PERIOD-ID    PIC X(6).
           05  FILLER             PIC X(48)   VALUE SPACES.
       01  WS-CHEQUE-LINE.
           05  FILLER             PIC X(11)   VALUE "PAY CHEQUE ".
           05  WS-CQ-EMP-NO       PIC 9(5).
           05  FILLER             PIC X(1)    VALUE SPACE.
           05  WS-CQ-EMP-NAME     PIC X(20).
           05  FILLER             PIC X(9)    VALUE "  AMOUNT ".
           05  WS-CQ-AMOUNT       PIC ZZZZ9.99.
           05  FILLER             PIC X(9)    VALUE "  PERIOD ".
           05  WS-CQ-PERIOD-ID    PIC X(6).
           05  FILLER             PIC X(3)    VALUE " NO".
           05  WS-CQ-SERIAL       PIC 9(8).

       01  PARTITION-LIST.
           05  PLT-ENTRY OCCURS 20 TIMES.
               10  PLT-PARTITION-ID PIC 9(2).
               10  PLT-EMP-COUNT   PIC 9(5).
               10  PLT-GROSS       PIC 9(8)V99.
       01  DEDUCTION-CODE-TOTALS.
           05  DCT-ENTRY OCCURS 20 TIMES.
               10  DC-CODE         PIC X(4).
               10  DC-TOTAL        PIC 9(8)V99.
       01  EXPENSE-CATEGORY-TOTALS.
           05  XCT-ENTRY OCCURS 20 TIMES.
               10  XC-CATEGORY     PIC X(4).
               10  XC-TOTAL        PIC 9(8)V99.
       01  COUNTY-DIST-TABLE.
           05  CDT-ENTRY OCCURS 20 TIMES.
               10  CD-COUNTY-NAME  PIC X(9).
               10  CD-GROSS        PIC 9(8)V99.
               10  CD-EMPR-COST    PIC 9(8)V99.
       01  PAY-PERIOD-TABLE.
           05  PPT-ENTRY OCCURS 60 TIMES.
               10  PPT-PERIOD-ID   PIC X(6).
               10  PPT-START-DATE  PIC 9(8).
               10  PPT-END-DATE    PIC 9(8).
               10  PPT-STATUS      PIC X(1).

       COPY CNTYCODE.

       77  WS-PRT-STATUS        PIC X(2)    VALUE "00".
       77  WS-STG-STATUS        PIC X(2)    VALUE "00".
       77  WS-EMP-STATUS        PIC X(2)    VALUE "00".
       77  WS-BNK-STATUS        PIC X(2)    VALUE "00".
       77  WS-PRD-STATUS        PIC X(2)    VALUE "00".
       77  WS-RTP-STATUS        PIC X(2)    VALUE "00".
       77  WS-CYA-STATUS        PIC X(2)    VALUE "00".
       77  WS-EOF-SW            PIC X(1)    VALUE "N".
           88  WS-EOF                       VALUE "Y".
       77  WS-STG-END-SW        PIC X(1)    VALUE "N".
           88  WS-STG-END                   VALUE "Y".
       77  WS-PRD-EOF-SW        PIC X(1)    VALUE "N".
           88  WS-PRD-EOF                   VALUE "Y".
       77  WS-RTP-EOF-SW        PIC X(1)    VALUE "N".
           88  WS-RTP-EOF                   VALUE "Y".
       77  WS-PRT-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-PRT-OPEN                  VALUE "Y".
       77  WS-BNK-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-BNK-OPEN                  VALUE "Y".
       77  WS-CHQ-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-CHQ-OPEN                  VALUE "Y".
       77  WS-MERGE-REFUSED-SW  PIC X(1)    VALUE "N".
           88  WS-MERGE-REFUSED             VALUE "Y".
       77  WS-PERIOD-BLOCKED-SW PIC X(1)    VALUE "N".
           88  WS-PERIOD-BLOCKED            VALUE "Y".
       77  WS-PERIOD-FOUND-SW   PIC X(1)    VALUE "N".
           88  WS-PERIOD-FOUND              VALUE "Y".
       77  WS-PRD-OVERFLOW-SW   PIC X(1)    VALUE "N".
           88  WS-PRD-OVERFLOW              VALUE "Y".
       77  WS-FOUND-SW          PIC X(1)    VALUE "N".
           88  WS-FOUND                     VALUE "Y".

       77  WS-RUN-DATE          PIC 9(8)    VALUE ZERO.
       77  WS-RUN-PERIOD-ID     PIC X(6)    VALUE SPACES.
       77  WS-RUN-KEY           PIC X(8)    VALUE SPACES.
       77  WS-PRD-COUNT         PIC 9(2)    VALUE ZERO.
       77  WS-PRD-SUB           PIC 9(2)    VALUE ZERO.
       77  WS-PRD-MATCH         PIC 9(2)    VALUE ZERO.
       77  WS-PART-COUNT        PIC 9(2)    VALUE ZERO.
       77  WS-PART-SUB          PIC 9(2)    VALUE ZERO.
       77  WS-PT-SUB            PIC 9(2)    VALUE ZERO.
       77  WS-PART-EMP-TOTAL    PIC 9(5)    VALUE ZERO.
       77  WS-EMPMAST-COUNT     PIC 9(5)    VALUE ZERO.
       77  WS-STAGE-FILE        PIC X(8)    VALUE SPACES.
       77  WS-DC-COUNT          PIC 9(2)    VALUE ZERO.
       77  WS-DC-SUB            PIC 9(2)    VALUE ZERO.
       77  WS-DC-MATCH          PIC 9(2)    VALUE ZERO.
       77  WS-XC-COUNT          PIC 9(2)    VALUE ZERO.
       77  WS-XC-SUB            PIC 9(2)    VALUE ZERO.
       77  WS-XC-MATCH          PIC 9(2)    VALUE ZERO.
       77  WS-CD-COUNT          PIC 9(2)    VALUE ZERO.
       77  WS-CD-SUB            PIC 9(2)    VALUE ZERO.
       77  WS-CD-MATCH          PIC 9(2)    VALUE ZERO.

       77  WS-COMPANY-TOTAL     PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-WITHHELD    PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-NET         PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-DEDUCT      PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-ORDERS      PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-EXPENSES    PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-PENSION     PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-EMPR-PENSION PIC 9(8)V99 VALUE ZERO.
       77  WS-STAGED-GROSS      PIC 9(8)V99 VALUE ZERO.
       77  WS-PAYEXTR-COUNT     PIC 9(5)    VALUE ZERO.
       77  WS-BANK-COUNT        PIC 9(7)    VALUE ZERO.
       77  WS-BANK-HASH         PIC 9(9)V99 VALUE ZERO.
       77  WS-CHEQUE-COUNT      PIC 9(5)    VALUE ZERO.
       77  WS-RETRO-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-CHQ-EMP-NO        PIC 9(5)    VALUE ZERO.
       77  WS-CHQ-EMP-NAME      PIC X(20)   VALUE SPACES.
       77  WS-CHQ-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       77  WS-CHQ-SERIAL        PIC 9(8)    VALUE ZERO.
       77  WS-CHQ-RESULT        PIC 9(2)    VALUE ZERO.
       77  WS-GL-ACCOUNT        PIC X(8)    VALUE SPACES.
       77  WS-GL-DC             PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT         PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT         PIC 9(2)    VALUE ZERO.

       77  WS-PAY-SOURCE        PIC X(8)  VALUE "DATA3".
       77  WS-LOG-PROGRAM       PIC X(8)  VALUE "PAYMERGE".
       77  WS-LOG-MESSAGE       PIC X(80).
       77  WS-LOG-SEVERITY      PIC X(5)  VALUE "INFO ".
       77  WS-TOT-PROGRAM       PIC X(8)  VALUE SPACES.
       77  WS-TOT-COUNTER       PIC X(12) VALUE SPACES.
       77  WS-TOT-VALUE         PIC 9(11)V99 VALUE ZERO.
       77  WS-STEP-LINKED-SW    PIC X(1)  VALUE "N".
           88  WS-STEP-LINKED             VALUE "Y".

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
           PERFORM SELECT-PAY-PERIOD
           IF WS-PERIOD-BLOCKED
               PERFORM FLAG-STEP-FAILURE
           ELSE
               IF WS-RUN-PERIOD-ID NOT = SPACES
                   MOVE WS-RUN-PERIOD-ID TO WS-RUN-KEY
               ELSE
                   MOVE WS-RUN-DATE TO WS-RUN-KEY
               END-IF
               PERFORM LOAD-PARTITIONS
               IF NOT WS-MERGE-REFUSED
                   PERFORM CHECK-EMPLOYEE-COVERAGE
               END-IF
               IF WS-MERGE-REFUSED
                   PERFORM FLAG-STEP-FAILURE
               ELSE
                   PERFORM MERGE-PARTITIONS
               END-IF
               IF WS-PRT-OPEN
                   CLOSE PAY-PARTITIONS
               END-IF
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * The period is chosen exactly as DATA3 chooses it, so the
      * merge pays the period the partitions paid and cannot pay
      * one already PAID or CLOSED.
      *--------------------------------------------------------------
       SELECT-PAY-PERIOD.
           MOVE ZERO TO WS-PRD-COUNT
           MOVE "N" TO WS-PRD-EOF-SW
           MOVE "N" TO WS-PERIOD-FOUND-SW
           MOVE "N" TO WS-PERIOD-BLOCKED-SW
           MOVE SPACES TO WS-RUN-PERIOD-ID
           OPEN INPUT PAY-PERIOD-CONTROL
           IF WS-PRD-STATUS NOT = "00"
               MOVE "NO PAYPERD FILE, RUN NOT PERIOD-CONTROLLED"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM READ-PAY-PERIOD
               PERFORM STORE-PAY-PERIOD UNTIL WS-PRD-EOF
               CLOSE PAY-PERIOD-CONTROL
               IF WS-PRD-OVERFLOW
                   MOVE "PAYPERD TABLE OVERFLOWED, RUN REFUSED"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-PERIOD-BLOCKED TO TRUE
               ELSE
                   PERFORM MATCH-RUN-PERIOD
                       VARYING WS-PRD-SUB FROM 1 BY 1
                       UNTIL WS-PRD-SUB > WS-PRD-COUNT
                           OR WS-PERIOD-FOUND
                   PERFORM JUDGE-RUN-PERIOD
               END-IF
           END-IF
           EXIT
           .
       READ-PAY-PERIOD.
           READ PAY-PERIOD-CONTROL
               AT END MOVE "Y" TO WS-PRD-EOF-SW
           END-READ
           EXIT
           .
       STORE-PAY-PERIOD.
           IF WS-PRD-COUNT < 60
               ADD 1 TO WS-PRD-COUNT
               MOVE PP-PERIOD-ID  TO PPT-PERIOD-ID (WS-PRD-COUNT)
               MOVE PP-START-DATE TO PPT-START-DATE (WS-PRD-COUNT)
               MOVE PP-END-DATE   TO PPT-END-DATE (WS-PRD-COUNT)
               MOVE PP-STATUS     TO PPT-STATUS (WS-PRD-COUNT)
           ELSE
               SET WS-PRD-OVERFLOW TO TRUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYPERD TABLE FULL, PERIOD DROPPED: "
                   PP-PERIOD-ID
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           PERFORM READ-PAY-PERIOD
           EXIT
           .
       MATCH-RUN-PERIOD.
           IF WS-RUN-DATE NOT < PPT-START-DATE (WS-PRD-SUB)
               AND WS-RUN-DATE NOT > PPT-END-DATE (WS-PRD-SUB)
               SET WS-PERIOD-FOUND TO TRUE
               MOVE WS-PRD-SUB TO WS-PRD-MATCH
           END-IF
           EXIT
           .
       JUDGE-RUN-PERIOD.
           EVALUATE TRUE
               WHEN NOT WS-PERIOD-FOUND
                   MOVE "NO PAY PERIOD COVERS THE RUN DATE, REFUSED"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-PERIOD-BLOCKED TO TRUE
               WHEN PPT-STATUS (WS-PRD-MATCH) = "P"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PERIOD " PPT-PERIOD-ID (WS-PRD-MATCH)
                       " ALREADY PAID, MERGE REFUSED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-PERIOD-BLOCKED TO TRUE
               WHEN PPT-STATUS (WS-PRD-MATCH) = "C"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PERIOD " PPT-PERIOD-ID (WS-PRD-MATCH)
                       " IS CLOSED, MERGE REFUSED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-PERIOD-BLOCKED TO TRUE
               WHEN OTHER
                   MOVE PPT-PERIOD-ID (WS-PRD-MATCH)
                       TO WS-RUN-PERIOD-ID
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "MERGING PERIOD " WS-RUN-PERIOD-ID
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
           END-EVALUATE
           EXIT
           .
      *--------------------------------------------------------------
      * Every PAYPART record for this period is one partition to
      * merge; records left from earlier periods are ignored.  The
      * partitions' totals are summed and their deduction, expense
      * and county tables combined by key, the county table seeded
      * from CNTYCODE first as DATA3 seeds it.
      *--------------------------------------------------------------
       LOAD-PARTITIONS.
           OPEN I-O PAY-PARTITIONS
           IF WS-PRT-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYPART OPEN FAILED, STATUS: " WS-PRT-STATUS
                   ", NOTHING TO MERGE"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               SET WS-PRT-OPEN TO TRUE
               PERFORM SEED-COUNTY-DIST
                   VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > 8
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-PARTITION
               PERFORM TAKE-PARTITION UNTIL WS-EOF
               IF WS-PART-COUNT = ZERO
                   AND NOT WS-MERGE-REFUSED
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "NO PARTITIONS ON PAYPART FOR " WS-RUN-KEY
                       ", NOTHING TO MERGE"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-MERGE-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT
           .
       SEED-COUNTY-DIST.
           MOVE CC-NAME (WS-CD-SUB) TO CD-COUNTY-NAME (WS-CD-SUB)
           MOVE ZERO TO CD-GROSS (WS-CD-SUB)
           MOVE ZERO TO CD-EMPR-COST (WS-CD-SUB)
           MOVE WS-CD-SUB TO WS-CD-COUNT
           EXIT
           .
       READ-PARTITION.
           READ PAY-PARTITIONS NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       TAKE-PARTITION.
           IF PTN-RUN-KEY = WS-RUN-KEY
               EVALUATE TRUE
                   WHEN PTN-IN-PROGRESS
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "PARTITION " PTN-PARTITION-ID
                           " NOT COMPLETE, RERUN IT BEFORE THE MERGE"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                       SET WS-MERGE-REFUSED TO TRUE
                   WHEN PTN-MERGED
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "PARTITION " PTN-PARTITION-ID
                           " ALREADY MERGED FOR " WS-RUN-KEY
                           ", MERGE REFUSED"
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                       SET WS-MERGE-REFUSED TO TRUE
                   WHEN OTHER
                       PERFORM ADD-PARTITION
               END-EVALUATE
           END-IF
           PERFORM READ-PARTITION
           EXIT
           .
       ADD-PARTITION.
           IF WS-PART-COUNT < 20
               ADD 1 TO WS-PART-COUNT
               MOVE PTN-PARTITION-ID
                   TO PLT-PARTITION-ID (WS-PART-COUNT)
               MOVE PTN-EMP-COUNT     TO PLT-EMP-COUNT (WS-PART-COUNT)
               MOVE PTN-COMPANY-TOTAL TO PLT-GROSS (WS-PART-COUNT)
               ADD PTN-EMP-COUNT          TO WS-PART-EMP-TOTAL
               ADD PTN-COMPANY-TOTAL      TO WS-COMPANY-TOTAL
               ADD PTN-TOTAL-WITHHELD     TO WS-TOTAL-WITHHELD
               ADD PTN-TOTAL-NET          TO WS-TOTAL-NET
               ADD PTN-TOTAL-DEDUCT       TO WS-TOTAL-DEDUCT
               ADD PTN-TOTAL-ORDERS       TO WS-TOTAL-ORDERS
               ADD PTN-TOTAL-EXPENSES     TO WS-TOTAL-EXPENSES
               ADD PTN-TOTAL-PENSION      TO WS-TOTAL-PENSION
               ADD PTN-TOTAL-EMPR-PENSION TO WS-TOTAL-EMPR-PENSION
               PERFORM MERGE-DED-CODE
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PTN-DC-COUNT
               PERFORM MERGE-EXPENSE-CATEGORY
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PTN-XC-COUNT
               PERFORM MERGE-COUNTY-DIST
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PTN-CD-COUNT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PARTITION " PTN-PARTITION-ID " COUNTIES "
                   PTN-FROM-COUNTY " TO " PTN-TO-COUNTY ", EMPLOYEES "
                   PTN-EMP-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           ELSE
               MOVE "MORE THAN 20 PARTITIONS, MERGE REFUSED"
                   TO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               SET WS-MERGE-REFUSED TO TRUE
           END-IF
           EXIT
           .
       MERGE-DED-CODE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-DED-CODE
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
                   OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-DC-COUNT < 20
                   ADD 1 TO WS-DC-COUNT
                   MOVE WS-DC-COUNT TO WS-DC-MATCH
                   MOVE PTN-DC-CODE (WS-PT-SUB) TO DC-CODE (WS-DC-MATCH)
                   MOVE ZERO TO DC-TOTAL (WS-DC-MATCH)
                   SET WS-FOUND TO TRUE
               ELSE
                   MOVE "DEDUCTION CODE TOTALS TABLE FULL"
                       TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           IF WS-FOUND
               ADD PTN-DC-TOTAL (WS-PT-SUB) TO DC-TOTAL (WS-DC-MATCH)
           END-IF
           EXIT
           .
       MATCH-DED-CODE.
           IF DC-CODE (WS-DC-SUB) = PTN-DC-CODE (WS-PT-SUB)
               SET WS-FOUND TO TRUE
               MOVE WS-DC-SUB TO WS-DC-MATCH
           END-IF
           EXIT
           .
       MERGE-EXPENSE-CATEGORY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-EXPENSE-CATEGORY
               VARYING WS-XC-SUB FROM 1 BY 1
               UNTIL WS-XC-SUB > WS-XC-COUNT
                   OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-XC-COUNT < 20
                   ADD 1 TO WS-XC-COUNT
                   MOVE WS-XC-COUNT TO WS-XC-MATCH
                   MOVE PTN-XC-CATEGORY (WS-PT-SUB)
                       TO XC-CATEGORY (WS-XC-MATCH)
                   MOVE ZERO TO XC-TOTAL (WS-XC-MATCH)
                   SET WS-FOUND TO TRUE
               ELSE
                   MOVE "EXPENSE CATEGORY TOTALS TABLE FULL"
                       TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           IF WS-FOUND
               ADD PTN-XC-TOTAL (WS-PT-SUB) TO XC-TOTAL (WS-XC-MATCH)
           END-IF
           EXIT
           .
       MATCH-EXPENSE-CATEGORY.
           IF XC-CATEGORY (WS-XC-SUB) = PTN-XC-CATEGORY (WS-PT-SUB)
               SET WS-FOUND TO TRUE
               MOVE WS-XC-SUB TO WS-XC-MATCH
           END-IF
           EXIT
           .
       MERGE-COUNTY-DIST.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-COUNTY-DIST
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
                   OR WS-FOUND
           IF NOT WS-FOUND
               IF WS-CD-COUNT < 20
                   ADD 1 TO WS-CD-COUNT
                   MOVE WS-CD-COUNT TO WS-CD-MATCH
                   MOVE PTN-CD-COUNTY-NAME (WS-PT-SUB)
                       TO CD-COUNTY-NAME (WS-CD-MATCH)
                   MOVE ZERO TO CD-GROSS (WS-CD-MATCH)
                   MOVE ZERO TO CD-EMPR-COST (WS-CD-MATCH)
                   SET WS-FOUND TO TRUE
               ELSE
                   MOVE "COUNTY DISTRIBUTION TABLE FULL"
                       TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           IF WS-FOUND
               ADD PTN-CD-GROSS (WS-PT-SUB) TO CD-GROSS (WS-CD-MATCH)
               ADD PTN-CD-EMPR-COST (WS-PT-SUB)
                   TO CD-EMPR-COST (WS-CD-MATCH)
           END-IF
           EXIT
           .
       MATCH-COUNTY-DIST.
           IF CD-COUNTY-NAME (WS-CD-SUB)
               = PTN-CD-COUNTY-NAME (WS-PT-SUB)
               SET WS-FOUND TO TRUE
               MOVE WS-CD-SUB TO WS-CD-MATCH
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The partitions between them must have paid every employee
      * on EMPMAST exactly once.  A county left out of every range,
      * or one covered by two, shows here as a count that does not
      * match, and nothing is released.
      *--------------------------------------------------------------
       CHECK-EMPLOYEE-COVERAGE.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMP-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EMPLOYEE-MASTER OPEN FAILED, STATUS: "
                   WS-EMP-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               SET WS-MERGE-REFUSED TO TRUE
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-EMPLOYEE
               PERFORM COUNT-EMPLOYEE UNTIL WS-EOF
               CLOSE EMPLOYEE-MASTER
               IF WS-EMPMAST-COUNT NOT = WS-PART-EMP-TOTAL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PARTITIONS PAID " WS-PART-EMP-TOTAL
                       " OF " WS-EMPMAST-COUNT
                       " EMPMAST EMPLOYEES, MERGE REFUSED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-MERGE-REFUSED TO TRUE
               END-IF
           END-IF
           EXIT
           .
       READ-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       COUNT-EMPLOYEE.
           ADD 1 TO WS-EMPMAST-COUNT
           PERFORM READ-EMPLOYEE
           EXIT
           .
       MERGE-PARTITIONS.
           OPEN INPUT PAY-STAGE
           IF WS-STG-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYSTAGE OPEN FAILED, STATUS: " WS-STG-STATUS
                   ", MERGE REFUSED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               PERFORM FLAG-STEP-FAILURE
           ELSE
               PERFORM OPEN-MERGE-OUTPUTS
               MOVE "DATA3RPT" TO WS-STAGE-FILE
               PERFORM COPY-STAGED-FILE
               MOVE "PAYEXTR " TO WS-STAGE-FILE
               PERFORM COPY-STAGED-FILE
               MOVE "BANKEXT " TO WS-STAGE-FILE
               PERFORM COPY-STAGED-FILE
               MOVE "CHQPRINT" TO WS-STAGE-FILE
               PERFORM COPY-STAGED-FILE
               MOVE "ORDREMIT" TO WS-STAGE-FILE
               PERFORM COPY-STAGED-FILE
               MOVE "PENSREM " TO WS-STAGE-FILE
               PERFORM COPY-STAGED-FILE
               MOVE "LDISTEXT" TO WS-STAGE-FILE
               PERFORM COPY-STAGED-FILE
               CLOSE PAY-STAGE
               PERFORM FINISH-PAYROLL-REGISTER
               PERFORM POST-MERGE-TOTALS
               PERFORM MARK-PARTITIONS-MERGED
                   VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-COUNT
               PERFORM MARK-PERIOD-PAID
               PERFORM CLOSE-MERGE-OUTPUTS
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PARTITIONS MERGED: " WS-PART-COUNT
                   ", EMPLOYEES: " WS-PAYEXTR-COUNT
                   ", CHEQUES: " WS-CHEQUE-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       OPEN-MERGE-OUTPUTS.
           OPEN OUTPUT PAYROLL-REGISTER
           OPEN OUTPUT PAYSLIP-EXTRACT
           OPEN OUTPUT BANK-EXTRACT
           OPEN EXTEND COUNTY-ACTUALS
           IF WS-CYA-STATUS = "35"
               OPEN OUTPUT COUNTY-ACTUALS
           END-IF
           OPEN OUTPUT ORDER-REMITTANCE
           OPEN OUTPUT PENSION-REMITTANCE
           OPEN OUTPUT LABOR-DIST-DETAIL
           OPEN INPUT EMPLOYEE-BANK
           IF WS-BNK-STATUS = "00"
               SET WS-BNK-OPEN TO TRUE
           ELSE
               MOVE "NO BANK DETAILS MASTER, RETRO PAID BY CHEQUE"
                   TO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       CLOSE-MERGE-OUTPUTS.
           CLOSE PAYROLL-REGISTER
           CLOSE PAYSLIP-EXTRACT
           CLOSE BANK-EXTRACT
           CLOSE COUNTY-ACTUALS
           CLOSE ORDER-REMITTANCE
           CLOSE PENSION-REMITTANCE
           CLOSE LABOR-DIST-DETAIL
           IF WS-BNK-OPEN
               CLOSE EMPLOYEE-BANK
           END-IF
           IF WS-CHQ-OPEN
               CLOSE CHEQUE-PRINT
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * One output file's staged records, partition by partition in
      * partition order, each partition's in the order it wrote
      * them.
      *--------------------------------------------------------------
       COPY-STAGED-FILE.
           PERFORM COPY-PARTITION-FILE
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           EXIT
           .
       COPY-PARTITION-FILE.
           MOVE "N" TO WS-STG-END-SW
           MOVE PLT-PARTITION-ID (WS-PART-SUB) TO PG-PARTITION-ID
           MOVE WS-STAGE-FILE TO PG-FILE-NAME
           MOVE ZERO          TO PG-SEQUENCE
           START PAY-STAGE KEY IS NOT LESS THAN PG-KEY
               INVALID KEY MOVE "Y" TO WS-STG-END-SW
           END-START
           PERFORM READ-STAGED-RECORD
           PERFORM WRITE-STAGED-RECORD UNTIL WS-STG-END
           EXIT
           .
       READ-STAGED-RECORD.
           IF NOT WS-STG-END
               READ PAY-STAGE NEXT RECORD
                   AT END MOVE "Y" TO WS-STG-END-SW
               END-READ
           END-IF
           IF NOT WS-STG-END
               IF PG-PARTITION-ID NOT = PLT-PARTITION-ID (WS-PART-SUB)
                   OR PG-FILE-NAME NOT = WS-STAGE-FILE
                   MOVE "Y" TO WS-STG-END-SW
               END-IF
           END-IF
           EXIT
           .
       WRITE-STAGED-RECORD.
           EVALUATE WS-STAGE-FILE
               WHEN "DATA3RPT"
                   WRITE PAYROLL-REG-REC FROM PG-DATA
               WHEN "PAYEXTR "
                   MOVE PG-DATA TO PAYSLIP-EXTRACT-REC
                   WRITE PAYSLIP-EXTRACT-REC
                   ADD 1 TO WS-PAYEXTR-COUNT
                   ADD PX-GROSS-PAY TO WS-STAGED-GROSS
               WHEN "BANKEXT "
                   MOVE PG-DATA TO WS-BANK-DETAIL-REC
                   WRITE BANK-EXTRACT-REC FROM WS-BANK-DETAIL-REC
                   ADD 1 TO WS-BANK-COUNT
                   ADD WS-BD-NET-AMOUNT TO WS-BANK-HASH
               WHEN "CHQPRINT"
                   MOVE PG-CHQ-EMP-NO   TO WS-CHQ-EMP-NO
                   MOVE PG-CHQ-EMP-NAME TO WS-CHQ-EMP-NAME
                   MOVE PG-CHQ-AMOUNT   TO WS-CHQ-AMOUNT
                   PERFORM WRITE-CHEQUE-LINE
               WHEN "ORDREMIT"
                   MOVE PG-DATA TO ORDER-REMIT-REC
                   WRITE ORDER-REMIT-REC
               WHEN "PENSREM "
                   MOVE PG-DATA TO PENSION-REMIT-REC
                   WRITE PENSION-REMIT-REC
               WHEN "LDISTEXT"
                   MOVE PG-DATA TO LABOR-DIST-DETAIL-REC
                   WRITE LABOR-DIST-DETAIL-REC
           END-EVALUATE
           PERFORM READ-STAGED-RECORD
           EXIT
           .
      *--------------------------------------------------------------
      * What DATA3 does after its last employee, from the combined
      * figures of the partitions.
      *--------------------------------------------------------------
       FINISH-PAYROLL-REGISTER.
           PERFORM WRITE-COUNTY-SUBTOTAL
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
           MOVE WS-COMPANY-TOTAL TO WS-CT-SALARY
           WRITE PAYROLL-REG-REC FROM WS-COMPANY-TOTAL-LINE
           MOVE PAYROLL-REG-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE WS-TOTAL-ORDERS TO WS-OT-AMOUNT
           WRITE PAYROLL-REG-REC FROM WS-ORDERS-TOTAL-LINE
           MOVE PAYROLL-REG-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE WS-TOTAL-EXPENSES TO WS-XT-AMOUNT
           WRITE PAYROLL-REG-REC FROM WS-EXPENSES-TOTAL-LINE
           MOVE PAYROLL-REG-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE WS-TOTAL-PENSION      TO WS-PT-EMP-AMOUNT
           MOVE WS-TOTAL-EMPR-PENSION TO WS-PT-EMPR-AMOUNT
           WRITE PAYROLL-REG-REC FROM WS-PENSION-TOTAL-LINE
           MOVE PAYROLL-REG-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           PERFORM INCLUDE-RETRO-PENDING
           PERFORM WRITE-BANK-TRAILER
           PERFORM POST-GL-JOURNAL
           EXIT
           .
       WRITE-COUNTY-SUBTOTAL.
           IF CD-GROSS (WS-CD-SUB) > ZERO
               OR CD-EMPR-COST (WS-CD-SUB) > ZERO
               MOVE CD-COUNTY-NAME (WS-CD-SUB) TO WS-CS-COUNTY
               MOVE CD-GROSS (WS-CD-SUB)       TO WS-CS-SALARY
               MOVE CD-EMPR-COST (WS-CD-SUB)   TO WS-CS-EMPR-COST
               WRITE PAYROLL-REG-REC FROM WS-COUNTY-SUB-LINE
               MOVE PAYROLL-REG-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               MOVE CD-COUNTY-NAME (WS-CD-SUB) TO CY-COUNTY-NAME
               MOVE CD-GROSS (WS-CD-SUB)       TO CY-PAYROLL-TOTAL
               MOVE CD-EMPR-COST (WS-CD-SUB)   TO CY-EMPR-COST
               WRITE COUNTY-ACTUAL-REC
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Retro nets queued by RETROPAY ride with the merged extract
      * exactly as they ride with a single-pass DATA3 run, and the
      * pending file is emptied so they cannot be paid twice.
      *--------------------------------------------------------------
       INCLUDE-RETRO-PENDING.
           MOVE "N" TO WS-RTP-EOF-SW
           OPEN INPUT RETRO-PENDING
           IF WS-RTP-STATUS = "00"
               PERFORM READ-RETRO-PENDING
               PERFORM ADD-RETRO-BANK-DETAIL UNTIL WS-RTP-EOF
               CLOSE RETRO-PENDING
               OPEN OUTPUT RETRO-PENDING
               CLOSE RETRO-PENDING
               IF WS-RETRO-COUNT > ZERO
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "RETRO PAYMENTS SWEPT TO BANK: "
                       WS-RETRO-COUNT
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
       READ-RETRO-PENDING.
           READ RETRO-PENDING
               AT END MOVE "Y" TO WS-RTP-EOF-SW
           END-READ
           EXIT
           .
       ADD-RETRO-BANK-DETAIL.
           ADD 1 TO WS-RETRO-COUNT
           MOVE "N" TO WS-FOUND-SW
           IF WS-BNK-OPEN
               MOVE RP-EMP-NO TO EB-EMP-NO
               READ EMPLOYEE-BANK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-FOUND
               MOVE RP-EMP-NO        TO WS-BD-EMP-NO
               MOVE RP-EMP-NAME      TO WS-BD-EMP-NAME
               MOVE RP-NET-AMOUNT    TO WS-BD-NET-AMOUNT
               MOVE WS-RUN-PERIOD-ID TO WS-BD-PERIOD-ID
               MOVE EB-SORT-CODE     TO WS-BD-SORT-CODE
               MOVE EB-ACCT-NO       TO WS-BD-ACCT-NO
               MOVE EB-ACCT-NAME     TO WS-BD-ACCT-NAME
               WRITE BANK-EXTRACT-REC FROM WS-BANK-DETAIL-REC
               ADD 1 TO WS-BANK-COUNT
               ADD RP-NET-AMOUNT TO WS-BANK-HASH
           ELSE
               MOVE RP-EMP-NO     TO WS-CHQ-EMP-NO
               MOVE RP-EMP-NAME   TO WS-CHQ-EMP-NAME
               MOVE RP-NET-AMOUNT TO WS-CHQ-AMOUNT
               PERFORM WRITE-CHEQUE-LINE
           END-IF
           PERFORM READ-RETRO-PENDING
           EXIT
           .
       WRITE-CHEQUE-LINE.
           IF NOT WS-CHQ-OPEN
               OPEN OUTPUT CHEQUE-PRINT
               SET WS-CHQ-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-CHEQUE-COUNT
           MOVE WS-CHQ-EMP-NO    TO WS-CQ-EMP-NO
           MOVE WS-CHQ-EMP-NAME  TO WS-CQ-EMP-NAME
           MOVE WS-CHQ-AMOUNT    TO WS-CQ-AMOUNT
           MOVE WS-RUN-PERIOD-ID TO WS-CQ-PERIOD-ID
           PERFORM ISSUE-CHEQUE-SERIAL
           WRITE CHEQUE-PRINT-REC FROM WS-CHEQUE-LINE
           MOVE CHEQUE-PRINT-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Cheques are registered under DATA3, as a single pass would
      * register them.  One CHQISSUE could not register still
      * prints with serial zero and an ERROR, as in DATA3.
      *--------------------------------------------------------------
       ISSUE-CHEQUE-SERIAL.
           CALL "CHQISSUE" USING WS-PAY-SOURCE WS-RUN-DATE
               WS-CHQ-EMP-NO WS-CHQ-EMP-NAME WS-CHQ-AMOUNT
               WS-RUN-PERIOD-ID WS-CHQ-SERIAL WS-CHQ-RESULT
           MOVE WS-CHQ-SERIAL TO WS-CQ-SERIAL
           EVALUATE WS-CHQ-RESULT
               WHEN ZERO
                   CONTINUE
               WHEN 04
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "POSPAY NOT WRITTEN FOR CHEQUE "
                       WS-CHQ-SERIAL DELIMITED BY SIZE
                       INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CHEQUE ISSUE FAILED FOR EMPLOYEE "
                       WS-CHQ-EMP-NO ", RESULT: " WS-CHQ-RESULT
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
           END-EVALUATE
           EXIT
           .
       WRITE-BANK-TRAILER.
           MOVE WS-BANK-COUNT TO WS-BT-RECORD-COUNT
           MOVE WS-BANK-HASH  TO WS-BT-HASH-TOTAL
           MOVE WS-RUN-PERIOD-ID TO WS-BT-PERIOD-ID
           WRITE BANK-EXTRACT-REC FROM WS-BANK-TRAILER-REC
           EXIT
           .
      *--------------------------------------------------------------
      * The same balanced journal DATA3 posts, under DATA3's name,
      * so QTRRTN and the GL see no difference between a single
      * pass and a partitioned night.
      *--------------------------------------------------------------
       POST-GL-JOURNAL.
           MOVE "SALEXP  "       TO WS-GL-ACCOUNT
           MOVE "D"              TO WS-GL-DC
           MOVE WS-COMPANY-TOTAL TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           MOVE "WHPAY   "        TO WS-GL-ACCOUNT
           MOVE "C"               TO WS-GL-DC
           MOVE WS-TOTAL-WITHHELD TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           MOVE "NETPAY  "   TO WS-GL-ACCOUNT
           MOVE "C"          TO WS-GL-DC
           MOVE WS-TOTAL-NET TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           PERFORM POST-DEDUCTION-CREDIT
               VARYING WS-DC-SUB FROM 1 BY 1
               UNTIL WS-DC-SUB > WS-DC-COUNT
           IF WS-TOTAL-ORDERS > ZERO
               MOVE "ORDPAY  "      TO WS-GL-ACCOUNT
               MOVE "C"             TO WS-GL-DC
               MOVE WS-TOTAL-ORDERS TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
           END-IF
           IF WS-TOTAL-PENSION > ZERO
               OR WS-TOTAL-EMPR-PENSION > ZERO
               MOVE "PENSEXP "            TO WS-GL-ACCOUNT
               MOVE "D"                   TO WS-GL-DC
               MOVE WS-TOTAL-EMPR-PENSION TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
               MOVE "PENSLIAB"            TO WS-GL-ACCOUNT
               MOVE "C"                   TO WS-GL-DC
               COMPUTE WS-GL-AMOUNT =
                   WS-TOTAL-PENSION + WS-TOTAL-EMPR-PENSION
               PERFORM POST-ONE-JOURNAL
           END-IF
           IF WS-TOTAL-EXPENSES > ZERO
               PERFORM POST-EXPENSE-DEBIT
                   VARYING WS-XC-SUB FROM 1 BY 1
                   UNTIL WS-XC-SUB > WS-XC-COUNT
               MOVE "EXPPAY  "        TO WS-GL-ACCOUNT
               MOVE "C"               TO WS-GL-DC
               MOVE WS-TOTAL-EXPENSES TO WS-GL-AMOUNT
               PERFORM POST-ONE-JOURNAL
           END-IF
           EXIT
           .
       POST-EXPENSE-DEBIT.
           MOVE SPACES TO WS-GL-ACCOUNT
           STRING "EXP " XC-CATEGORY (WS-XC-SUB)
               DELIMITED BY SIZE INTO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DC
           MOVE XC-TOTAL (WS-XC-SUB) TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-DEDUCTION-CREDIT.
           MOVE SPACES TO WS-GL-ACCOUNT
           STRING "DED " DC-CODE (WS-DC-SUB)
               DELIMITED BY SIZE INTO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DC
           MOVE DC-TOTAL (WS-DC-SUB) TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-ONE-JOURNAL.
           CALL "GLPOST" USING WS-PAY-SOURCE WS-RUN-DATE
               WS-GL-ACCOUNT WS-GL-DC WS-GL-AMOUNT WS-GL-RESULT
           IF WS-GL-RESULT NOT = ZERO
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GL POSTING REFUSED, RESULT " WS-GL-RESULT
                   " ACCOUNT " WS-GL-ACCOUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * DATA3's salary control total is the gross on the merged
      * payslips; each partition's own gross and head count from
      * its checkpoint go under DATA3Pnn, so BALSUM proves the
      * staged records against what the partitions counted.
      *--------------------------------------------------------------
       POST-MERGE-TOTALS.
           MOVE WS-PAY-SOURCE    TO WS-TOT-PROGRAM
           MOVE "SALARY-TOT  "   TO WS-TOT-COUNTER
           MOVE WS-STAGED-GROSS  TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           PERFORM POST-PARTITION-TOTALS
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
           MOVE WS-LOG-PROGRAM   TO WS-TOT-PROGRAM
           MOVE "PAYEXTR-CT  "   TO WS-TOT-COUNTER
           MOVE WS-PAYEXTR-COUNT TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           MOVE "PART-CT     "   TO WS-TOT-COUNTER
           MOVE WS-PART-COUNT    TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           EXIT
           .
       POST-PARTITION-TOTALS.
           MOVE SPACES TO WS-TOT-PROGRAM
           STRING "DATA3P" PLT-PARTITION-ID (WS-PART-SUB)
               DELIMITED BY SIZE INTO WS-TOT-PROGRAM
           MOVE "SALARY-TOT  "            TO WS-TOT-COUNTER
           MOVE PLT-GROSS (WS-PART-SUB)    TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           MOVE "EMP-CT      "            TO WS-TOT-COUNTER
           MOVE PLT-EMP-COUNT (WS-PART-SUB) TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
           EXIT
           .
       MARK-PARTITIONS-MERGED.
           MOVE PLT-PARTITION-ID (WS-PART-SUB) TO PTN-PARTITION-ID
           READ PAY-PARTITIONS
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PARTITION " PTN-PARTITION-ID
                       " GONE FROM PAYPART, NOT MARKED MERGED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   SET PTN-MERGED TO TRUE
                   REWRITE PAY-PARTITION-REC
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Only the merge flips the period to PAID - a partition
      * never does - and only from a table that held every period.
      *--------------------------------------------------------------
       MARK-PERIOD-PAID.
           IF WS-PERIOD-FOUND
               AND NOT WS-PRD-OVERFLOW
               MOVE "P" TO PPT-STATUS (WS-PRD-MATCH)
               OPEN OUTPUT PAY-PERIOD-CONTROL
               PERFORM WRITE-PAY-PERIOD
                   VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-COUNT
               CLOSE PAY-PERIOD-CONTROL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PERIOD " WS-RUN-PERIOD-ID " MARKED PAID"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       WRITE-PAY-PERIOD.
           MOVE PPT-PERIOD-ID (WS-PRD-SUB)  TO PP-PERIOD-ID
           MOVE PPT-START-DATE (WS-PRD-SUB) TO PP-START-DATE
           MOVE PPT-END-DATE (WS-PRD-SUB)   TO PP-END-DATE
           MOVE PPT-STATUS (WS-PRD-SUB)     TO PP-STATUS
           WRITE PAY-PERIOD-REC
           EXIT
           .
      *--------------------------------------------------------------
      * Report a fatal condition back to RUNCTL through the shared
      * STEPSTAT area (when this run was CALLed with one), carrying
      * the message just logged, so the sequence halts before the
      * bank file is released.  Run standalone, the area is absent
      * and the flagging is skipped.
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
       POST-RUN-TOTAL.
           CALL "RUNTOTS" USING WS-TOT-PROGRAM WS-TOT-COUNTER
               WS-TOT-VALUE
           EXIT
           .
