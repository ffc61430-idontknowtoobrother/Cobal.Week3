      *             short table would silently delete the dropped
      *             periods - PAID flags included - and reopen
      *             them to reruns.
      * 2026-10-15  Court-ordered earnings attachments (attachment-
      *             of-earnings and child-support orders) now come
      *             off in the gross-to-net chain after tax and
      *             ahead of the voluntary deductions, from the
      *             CRTORDER orders master ORDMNT maintains.  An
      *             employee's active orders are taken in priority
      *             order, each limited so net pay stays at or above
      *             that order's protected-earnings floor; whatever
      *             falls short is carried on the order as arrears
      *             and added to the next period's amount, and an
      *             order whose total is reached is marked
      *             satisfied.  Each order is itemized on PAYEXTR
      *             for PAYSLIP, written to the ORDREMIT remittance
      *             detail file ORDREMR registers and pays by
      *             creditor, counted into YTDLEDG's deductions,
      *             and the run's total is credited to ORDPAY on
      *             the GL journal.
      * 2026-10-15  Expense claims EXPEDIT has approved and left
      *             pending on the EXPHIST claims history are now
      *             reimbursed with the employee's pay: the claims
      *             are added, untaxed, on top of net pay in the
      *             BANKEXT detail or CHQPRINT cheque, itemized by
      *             category on PAYEXTR for PAYSLIP, and marked paid
      *             on EXPHIST with the pay date and period.  Each
      *             category's total is debited to its EXP expense
      *             account on the GL journal against an EXPPAY
      *             credit.  Claims past 9999.99 for one employee in
      *             one run wait, with a WARN, for the next run.
      * 2026-10-15  Pension contributions for members on the
      *             PENSMAST scheme membership master PENSMNT
      *             maintains: the employee contribution (a
      *             percentage of gross) comes off before tax, so
      *             the TAXBRKT bracket and withholding are figured
      *             on the reduced gross, and the employer match is
      *             computed alongside it.  Both go on PAYEXTR and
      *             into new YTDLEDG pension buckets, each member's
      *             contribution is written to the PENSREM provider
      *             remittance file PENSSCH schedules, and the GL
      *             journal debits the employer cost to PENSEXP and
      *             credits both contributions to PENSLIAB.
      * 2026-10-15  Labor distribution: an employee with a LABDIST
      *             split (maintained by LABMNT) has gross pay and
      *             employer costs charged across the counties in
      *             the split's percentages instead of wholly to
      *             EM-COUNTY-NAME.  The county subtotals and the
      *             CNTYACT actuals (which now carry the employer
      *             cost beside the gross) are therefore built up
      *             over the whole run and written after the last
      *             employee rather than on each change of home
      *             county.  Each county share is written to the
      *             LDISTEXT detail file LABDRPT reports from.  The
      *             county name table moved to copybook CNTYCODE.
      * 2026-10-15  Every CHQPRINT cheque, regular or retro, now
      *             takes the next controlled serial from the shared
      *             CHQISSUE routine, which records it on the CHQREG
      *             cheque register and the POSPAY positive-pay
      *             file; the serial prints on the cheque line.
      * 2026-10-15  The register run can be split into county-range
      *             partitions run side by side.  A PARTCTL card
      *             (partition number, first and last county) makes
      *             this run one partition: only its counties are
      *             read off EMPMAST, and its register lines and
      *             PAYEXTR, BANKEXT, ORDREMIT, PENSREM and LDISTEXT
      *             records, with the cheques it owes, are staged on
      *             PAYSTAGE instead of written, since partitions
      *             cannot share those files.  Its PAYPART checkpoint
      *             is rewritten after every employee, so a failed
      *             partition is rerun on its own and carries on
      *             where it stopped.  County subtotals, CNTYACT,
      *             the retro sweep, bank trailer, GL journal,
      *             control totals and the PAID flag are left to the
      *             PAYMERGE step that combines the partitions.
      *             With no PARTCTL card the run is the single pass
      *             it always was.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COUNTY-ACTUALS   ASSIGN TO "CNTYACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYA-STATUS.
           SELECT COURT-ORDERS     ASSIGN TO "CRTORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS WS-ORD-STATUS.
           SELECT ORDER-REMITTANCE ASSIGN TO "ORDREMIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPENSE-HISTORY  ASSIGN TO "EXPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EXH-STATUS.
           SELECT PENSION-MEMBERS  ASSIGN TO "PENSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-EMP-NO
               FILE STATUS IS WS-PEN-STATUS.
           SELECT PENSION-REMITTANCE ASSIGN TO "PENSREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-DISTRIBUTION ASSIGN TO "LABDIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LD-EMP-NO
               FILE STATUS IS WS-LBD-STATUS.
           SELECT LABOR-DIST-DETAIL ASSIGN TO "LDISTEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-CONTROL ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.
           SELECT PAY-PARTITIONS   ASSIGN TO "PAYPART"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTN-PARTITION-ID
               FILE STATUS IS WS-PRT-STATUS.
           SELECT PAY-STAGE        ASSIGN TO "PAYSTAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-KEY
               FILE STATUS IS WS-STG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  COUNTY-ACTUAL-REC.
           05  CY-COUNTY-NAME   PIC X(9).
           05  CY-PAYROLL-TOTAL PIC 9(8)V99.
           05  CY-EMPR-COST     PIC 9(8)V99.
       FD  YTD-LEDGER.
       COPY YTDLEDG.
       FD  COURT-ORDERS.
       COPY CRTORDER.
       FD  ORDER-REMITTANCE.
       COPY ORDREMIT.
       FD  EXPENSE-HISTORY.
       COPY EXPHIST.
       FD  PENSION-MEMBERS.
       COPY PENSMAST.
       FD  PENSION-REMITTANCE.
       COPY PENSREM.
       FD  LABOR-DISTRIBUTION.
       COPY LABDIST.
       FD  LABOR-DIST-DETAIL.
       COPY LDISTEXT.
       FD  PARTITION-CONTROL.
       01  PARTITION-CONTROL-REC.
           05  PC-PARTITION-ID  PIC 9(2).
           05  PC-FROM-COUNTY   PIC X(9).
           05  PC-TO-COUNTY     PIC X(9).
       FD  PAY-PARTITIONS.
       COPY PAYPART.
       FD  PAY-STAGE.
       COPY PAYSTAGE.
       FD  PAY-PERIOD-CONTROL.
       01  PAY-PERIOD-REC.
           05  PP-PERIOD-ID     PIC X(6).
           05  FILLER           PIC X(16) VALUE "SUBTOTAL COUNTY ".
           05  WS-CS-COUNTY     PIC X(9).
           05  FILLER           PIC X(3)  VALUE " = ".
           05  WS-CS-SALARY     PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(14) VALUE "  EMPR COST = ".
           05  WS-CS-EMPR-COST  PIC ZZZZZZZ9.99.
           05  FILLER           PIC X(16) VALUE SPACES.

       01  WS-COMPANY-TOTAL-LINE.
           05  FILLER           PIC X(21) VALUE "COMPANY-WIDE TOTAL = ".
       77  WS-EMP-STATUS        PIC X(2)  VALUE "00".
       77  WS-EOF-SW            PIC X(1)  VALUE "N".
           88  WS-EOF                     VALUE "Y".
       77  WS-COMPANY-TOTAL     PIC 9(8)V99 VALUE ZERO.

       77  WS-CANDIDATE-PRICE   PIC S9(6)V999 VALUE ZERO.
       77  WS-DC-FOUND-SW       PIC X(1)    VALUE "N".
           88  WS-DC-FOUND                  VALUE "Y".

       01  WS-EMP-ORDER-TABLE.
           05  WS-EO-ENTRY OCCURS 10 TIMES.
               10  WS-EO-ORDER-NO  PIC X(10).
               10  WS-EO-PRIORITY  PIC 9(2).
               10  WS-EO-DONE-SW   PIC X(1).
       01  WS-EMP-ORD-SLOTS.
           05  WS-OS-ENTRY OCCURS 3 TIMES.
               10  WS-OS-ORDER-NO  PIC X(10).
               10  WS-OS-AMOUNT    PIC 9(4)V99.
               10  WS-OS-ARREARS   PIC 9(7)V99.
       01  WS-ORDERS-TOTAL-LINE.
           05  FILLER           PIC X(21) VALUE "COURT ORDERS TAKEN = ".
           05  WS-OT-AMOUNT     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(49) VALUE SPACES.
       77  WS-ORD-STATUS        PIC X(2)    VALUE "00".
       77  WS-ORD-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-ORD-OPEN                  VALUE "Y".
       77  WS-ORD-END-SW        PIC X(1)    VALUE "N".
           88  WS-ORD-END                   VALUE "Y".
       77  WS-EO-COUNT          PIC 9(2)    VALUE ZERO.
       77  WS-EO-SUB            PIC 9(2)    VALUE ZERO.
       77  WS-EO-PASS           PIC 9(2)    VALUE ZERO.
       77  WS-EO-MATCH          PIC 9(2)    VALUE ZERO.
       77  WS-EO-LOW-PRIORITY   PIC 9(2)    VALUE ZERO.
       77  WS-ORD-SLOT          PIC 9       VALUE ZERO.
       77  WS-ATTACHABLE-NET    PIC 9999V99 VALUE ZERO.
       77  WS-ORD-DUE           PIC 9(7)V99 VALUE ZERO.
       77  WS-ORD-REMAIN        PIC 9(7)V99 VALUE ZERO.
       77  WS-ORD-AVAIL         PIC 9999V99 VALUE ZERO.
       77  WS-ORD-AMT           PIC 9(4)V99 VALUE ZERO.
       77  WS-EMP-ORDERS        PIC 9(4)V99 VALUE ZERO.
       77  WS-TOTAL-ORDERS      PIC 9(8)V99 VALUE ZERO.

       01  WS-EMP-EXP-SLOTS.
           05  WS-XS-ENTRY OCCURS 3 TIMES.
               10  WS-XS-CATEGORY  PIC X(4).
               10  WS-XS-AMOUNT    PIC 9(4)V99.
       01  EXPENSE-CATEGORY-TOTALS.
           05  XCT-ENTRY OCCURS 20 TIMES.
               10  XC-CATEGORY     PIC X(4).
               10  XC-TOTAL        PIC 9(8)V99.
       01  WS-EXPENSES-TOTAL-LINE.
           05  FILLER           PIC X(22)
               VALUE "EXPENSES REIMBURSED = ".
           05  WS-XT-AMOUNT     PIC ZZZZZZ9.99.
           05  FILLER           PIC X(48) VALUE SPACES.
       77  WS-EXH-STATUS        PIC X(2)    VALUE "00".
       77  WS-EXH-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-EXH-OPEN                  VALUE "Y".
       77  WS-EXH-END-SW        PIC X(1)    VALUE "N".
           88  WS-EXH-END                   VALUE "Y".
       77  WS-EXP-SLOT          PIC 9       VALUE ZERO.
       77  WS-EMP-EXPENSES      PIC 9(4)V99 VALUE ZERO.
       77  WS-TOTAL-EXPENSES    PIC 9(8)V99 VALUE ZERO.
       77  WS-PAY-AMOUNT        PIC 9(5)V99 VALUE ZERO.
       77  WS-XC-COUNT          PIC 9(2)    VALUE ZERO.
       77  WS-XC-SUB            PIC 9(2)    VALUE ZERO.
       77  WS-XC-MATCH          PIC 9(2)    VALUE ZERO.
       77  WS-XC-FOUND-SW       PIC X(1)    VALUE "N".
           88  WS-XC-FOUND                  VALUE "Y".

       01  WS-PENSION-TOTAL-LINE.
           05  FILLER           PIC X(19) VALUE "PENSION EMPLOYEE = ".
           05  WS-PT-EMP-AMOUNT PIC ZZZZZZ9.99.
           05  FILLER           PIC X(13) VALUE "  EMPLOYER = ".
           05  WS-PT-EMPR-AMOUNT PIC ZZZZZZ9.99.
           05  FILLER           PIC X(28) VALUE SPACES.
       77  WS-PEN-STATUS        PIC X(2)    VALUE "00".
       77  WS-PEN-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-PEN-OPEN                  VALUE "Y".
       77  WS-TAXABLE-GROSS     PIC 9999V99 VALUE ZERO.
       77  WS-EMP-PENSION       PIC 9999V99 VALUE ZERO.
       77  WS-EMPR-PENSION      PIC 9999V99 VALUE ZERO.
       77  WS-PENSION-SCHEME    PIC X(6)    VALUE SPACES.
       77  WS-TOTAL-PENSION     PIC 9(8)V99 VALUE ZERO.
       77  WS-TOTAL-EMPR-PENSION PIC 9(8)V99 VALUE ZERO.

       01  COUNTY-DIST-TABLE.
           05  CDT-ENTRY OCCURS 20 TIMES.
               10  CD-COUNTY-NAME  PIC X(9).
               10  CD-GROSS        PIC 9(8)V99.
               10  CD-EMPR-COST    PIC 9(8)V99.
       77  WS-CD-COUNT          PIC 9(2)    VALUE ZERO.
       77  WS-CD-SUB            PIC 9(2)    VALUE ZERO.
       77  WS-CD-MATCH          PIC 9(2)    VALUE ZERO.
       77  WS-CD-FOUND-SW       PIC X(1)    VALUE "N".
           88  WS-CD-FOUND                  VALUE "Y".
       77  WS-LBD-STATUS        PIC X(2)    VALUE "00".
       77  WS-LBD-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-LBD-OPEN                  VALUE "Y".
       77  WS-LBD-FOUND-SW      PIC X(1)    VALUE "N".
           88  WS-LBD-FOUND                 VALUE "Y".
       77  WS-LD-SUB            PIC 9       VALUE ZERO.
       77  WS-SHARE-COUNTY      PIC X(9)    VALUE SPACES.
       77  WS-SHARE-PCT         PIC 9(3)V99 VALUE ZERO.
       77  WS-GROSS-SHARE       PIC 9999V99 VALUE ZERO.
       77  WS-EMPR-SHARE        PIC 9999V99 VALUE ZERO.
       77  WS-GROSS-LEFT        PIC 9999V99 VALUE ZERO.
       77  WS-EMPR-LEFT         PIC 9999V99 VALUE ZERO.

       77  WS-TIME-STATUS       PIC X(2)    VALUE "00".
       77  WS-TIME-OPEN-SW      PIC X(1)    VALUE "N".
           88  WS-TIME-OPEN                 VALUE "Y".
           05  WS-CQ-AMOUNT       PIC ZZZZ9.99.
           05  FILLER             PIC X(9)    VALUE "  PERIOD ".
           05  WS-CQ-PERIOD-ID    PIC X(6).
           05  FILLER             PIC X(3)    VALUE " NO".
           05  WS-CQ-SERIAL       PIC 9(8).
       77  WS-BANK-COUNT        PIC 9(7)    VALUE ZERO.
       77  WS-BANK-HASH         PIC 9(9)V99 VALUE ZERO.
       77  WS-BNK-STATUS        PIC X(2)    VALUE "00".
       77  WS-CHQ-OPEN-SW       PIC X(1)    VALUE "N".
           88  WS-CHQ-OPEN                  VALUE "Y".
       77  WS-CHEQUE-COUNT      PIC 9(5)    VALUE ZERO.
       77  WS-CHQ-EMP-NO        PIC 9(5)    VALUE ZERO.
       77  WS-CHQ-EMP-NAME      PIC X(20)   VALUE SPACES.
       77  WS-CHQ-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       77  WS-CHQ-SERIAL        PIC 9(8)    VALUE ZERO.
       77  WS-CHQ-RESULT        PIC 9(2)    VALUE ZERO.
       77  WS-RTP-STATUS        PIC X(2)    VALUE "00".
       77  WS-RTP-EOF-SW        PIC X(1)    VALUE "N".
           88  WS-RTP-EOF                   VALUE "Y".
       77  WS-HOURLY-RATE       PIC 999V99  VALUE ZERO.
       77  WS-OT-THRESHOLD      PIC 99      VALUE 40.

       77  WS-PCT-STATUS        PIC X(2)    VALUE "00".
       77  WS-PRT-STATUS        PIC X(2)    VALUE "00".
       77  WS-STG-STATUS        PIC X(2)    VALUE "00".
       77  WS-PARTITIONED-SW    PIC X(1)    VALUE "N".
           88  WS-PARTITIONED               VALUE "Y".
       77  WS-PART-CARD-BAD-SW  PIC X(1)    VALUE "N".
           88  WS-PART-CARD-BAD             VALUE "Y".
       77  WS-PART-FILES-SW     PIC X(1)    VALUE "N".
           88  WS-PART-FILES-OPEN           VALUE "Y".
       77  WS-PART-ON-FILE-SW   PIC X(1)    VALUE "N".
           88  WS-PART-ON-FILE              VALUE "Y".
       77  WS-PART-RESTART-SW   PIC X(1)    VALUE "N".
           88  WS-PART-RESTART              VALUE "Y".
       77  WS-STAGE-FAILED-SW   PIC X(1)    VALUE "N".
           88  WS-STAGE-FAILED              VALUE "Y".
       77  WS-STG-END-SW        PIC X(1)    VALUE "N".
           88  WS-STG-END                   VALUE "Y".
       77  WS-PART-ID           PIC 9(2)    VALUE ZERO.
       77  WS-PART-FROM-COUNTY  PIC X(9)    VALUE SPACES.
       77  WS-PART-TO-COUNTY    PIC X(9)    VALUE SPACES.
       77  WS-PART-RUN-KEY      PIC X(8)    VALUE SPACES.
       77  WS-PART-LAST-COUNTY  PIC X(9)    VALUE SPACES.
       77  WS-PART-COUNTY-DONE  PIC 9(5)    VALUE ZERO.
       77  WS-PART-SKIP         PIC 9(5)    VALUE ZERO.
       77  WS-PART-LAST-EMP-NO  PIC 9(5)    VALUE ZERO.
       77  WS-PART-SEQUENCE     PIC 9(7)    VALUE ZERO.
       77  WS-PART-EMP-COUNT    PIC 9(5)    VALUE ZERO.
       77  WS-STAGE-FILE        PIC X(8)    VALUE SPACES.

       COPY CNTYCODE.

       77  WS-CANDIDATE-COUNTY  PIC X(9)  VALUE SPACES.
       77  WS-COUNTY-VALID-SW   PIC X(1)  VALUE "N".
       PAYROLL-REGISTER-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-QUARTER = (WS-RUN-MM + 2) / 3
           PERFORM READ-PARTITION-CONTROL
           PERFORM SELECT-PAY-PERIOD
           PERFORM CHECK-CLOSED-YEAR
           IF WS-PART-CARD-BAD
               SET WS-PERIOD-BLOCKED TO TRUE
           END-IF
           IF WS-PARTITIONED
               AND NOT WS-PERIOD-BLOCKED
               PERFORM CLAIM-PARTITION
           END-IF
           IF WS-PERIOD-BLOCKED
               PERFORM FLAG-STEP-FAILURE
           ELSE
               PERFORM RUN-PAYROLL-REGISTER
           END-IF
           IF WS-PART-FILES-OPEN
               CLOSE PAY-PARTITIONS
               CLOSE PAY-STAGE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A PARTCTL card makes this run one county-range partition of
      * a partitioned payroll; each partition's job supplies its own
      * card.  A card that cannot be used refuses the run rather
      * than falling back to the full single pass, which would pay
      * the whole company alongside the other partitions.
      *--------------------------------------------------------------
       READ-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL
           IF WS-PCT-STATUS = "00"
               READ PARTITION-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-PARTITIONED TO TRUE
                       MOVE PC-FROM-COUNTY TO WS-PART-FROM-COUNTY
                       MOVE PC-TO-COUNTY   TO WS-PART-TO-COUNTY
                       IF PC-PARTITION-ID IS NUMERIC
                           MOVE PC-PARTITION-ID TO WS-PART-ID
                       END-IF
               END-READ
               CLOSE PARTITION-CONTROL
           END-IF
           IF WS-PARTITIONED
               MOVE SPACES TO WS-LOG-PROGRAM
               STRING "DATA3P" WS-PART-ID
                   DELIMITED BY SIZE INTO WS-LOG-PROGRAM
               IF WS-PART-ID = ZERO
                   OR WS-PART-FROM-COUNTY > WS-PART-TO-COUNTY
                   MOVE "PARTCTL CARD INVALID, PARTITION RUN REFUSED"
                       TO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-PART-CARD-BAD TO TRUE
               ELSE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PARTITION " WS-PART-ID " COUNTIES "
                       WS-PART-FROM-COUNTY " TO " WS-PART-TO-COUNTY
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The partition's PAYPART record says where it stands for
      * this period.  None, or one left from an earlier period,
      * starts it at its first county with any old staged records
      * cleared.  One still in progress means the last attempt
      * failed: its running figures are restored and the run
      * carries on after the last employee checkpointed.  A
      * partition already complete or merged is not paid twice.
      *--------------------------------------------------------------
       CLAIM-PARTITION.
           IF WS-RUN-PERIOD-ID NOT = SPACES
               MOVE WS-RUN-PERIOD-ID TO WS-PART-RUN-KEY
           ELSE
               MOVE WS-RUN-DATE TO WS-PART-RUN-KEY
           END-IF
           PERFORM OPEN-PARTITION-FILES
           IF WS-PART-FILES-OPEN
               MOVE WS-PART-ID TO PTN-PARTITION-ID
               READ PAY-PARTITIONS
                   INVALID KEY
                       PERFORM START-PARTITION
                   NOT INVALID KEY
                       SET WS-PART-ON-FILE TO TRUE
                       EVALUATE TRUE
                           WHEN PTN-RUN-KEY NOT = WS-PART-RUN-KEY
                               PERFORM START-PARTITION
                           WHEN PTN-IN-PROGRESS
                               PERFORM RESUME-PARTITION
                           WHEN OTHER
                               PERFORM REFUSE-PARTITION-RERUN
                       END-EVALUATE
               END-READ
           ELSE
               SET WS-PERIOD-BLOCKED TO TRUE
           END-IF
           EXIT
           .
       OPEN-PARTITION-FILES.
           OPEN I-O PAY-PARTITIONS
           IF WS-PRT-STATUS = "35"
               OPEN OUTPUT PAY-PARTITIONS
               CLOSE PAY-PARTITIONS
               OPEN I-O PAY-PARTITIONS
           END-IF
           OPEN I-O PAY-STAGE
           IF WS-STG-STATUS = "35"
               OPEN OUTPUT PAY-STAGE
               CLOSE PAY-STAGE
               OPEN I-O PAY-STAGE
           END-IF
           IF WS-PRT-STATUS = "00"
               AND WS-STG-STATUS = "00"
               SET WS-PART-FILES-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PAYPART/PAYSTAGE OPEN FAILED, STATUS: "
                   WS-PRT-STATUS "/" WS-STG-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               IF WS-PRT-STATUS = "00"
                   CLOSE PAY-PARTITIONS
               END-IF
               IF WS-STG-STATUS = "00"
                   CLOSE PAY-STAGE
               END-IF
           END-IF
           EXIT
           .
       START-PARTITION.
           MOVE ZERO TO WS-PART-SEQUENCE
           PERFORM DROP-STAGED-RECORDS
           MOVE WS-PART-ID          TO PTN-PARTITION-ID
           MOVE WS-PART-FROM-COUNTY TO PTN-FROM-COUNTY
           MOVE WS-PART-TO-COUNTY   TO PTN-TO-COUNTY
           MOVE WS-PART-RUN-KEY     TO PTN-RUN-KEY
           SET PTN-IN-PROGRESS TO TRUE
           MOVE WS-RUN-DATE         TO PTN-STARTED-DATE
           MOVE ZERO                TO PTN-ENDED-DATE
           PERFORM SAVE-PARTITION-FIGURES
           IF WS-PART-ON-FILE
               REWRITE PAY-PARTITION-REC
           ELSE
               WRITE PAY-PARTITION-REC
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "PARTITION " WS-PART-ID " STARTED FOR "
               WS-PART-RUN-KEY
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Staged records written after the last checkpoint belong to
      * the employee the failed attempt never finished; they are
      * dropped, and that employee is paid again from the start.
      *--------------------------------------------------------------
       RESUME-PARTITION.
           IF PTN-FROM-COUNTY NOT = WS-PART-FROM-COUNTY
               OR PTN-TO-COUNTY NOT = WS-PART-TO-COUNTY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PARTITION " WS-PART-ID
                   " RANGE DIFFERS FROM ITS CHECKPOINT, REFUSED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               SET WS-PERIOD-BLOCKED TO TRUE
           ELSE
               IF PTN-EMP-COUNT > ZERO
                   SET WS-PART-RESTART TO TRUE
               END-IF
               MOVE PTN-LAST-COUNTY        TO WS-PART-LAST-COUNTY
               MOVE PTN-COUNTY-DONE        TO WS-PART-COUNTY-DONE
               MOVE PTN-LAST-EMP-NO        TO WS-PART-LAST-EMP-NO
               MOVE PTN-LAST-SEQUENCE      TO WS-PART-SEQUENCE
               MOVE PTN-EMP-COUNT          TO WS-PART-EMP-COUNT
               MOVE PTN-COMPANY-TOTAL      TO WS-COMPANY-TOTAL
               MOVE PTN-TOTAL-WITHHELD     TO WS-TOTAL-WITHHELD
               MOVE PTN-TOTAL-NET          TO WS-TOTAL-NET
               MOVE PTN-TOTAL-DEDUCT       TO WS-TOTAL-DEDUCT
               MOVE PTN-TOTAL-ORDERS       TO WS-TOTAL-ORDERS
               MOVE PTN-TOTAL-EXPENSES     TO WS-TOTAL-EXPENSES
               MOVE PTN-TOTAL-PENSION      TO WS-TOTAL-PENSION
               MOVE PTN-TOTAL-EMPR-PENSION TO WS-TOTAL-EMPR-PENSION
               MOVE PTN-DC-COUNT           TO WS-DC-COUNT
               MOVE PTN-DED-CODE-TOTALS    TO DEDUCTION-CODE-TOTALS
               MOVE PTN-XC-COUNT           TO WS-XC-COUNT
               MOVE PTN-EXPENSE-CAT-TOTALS TO EXPENSE-CATEGORY-TOTALS
               MOVE PTN-CD-COUNT           TO WS-CD-COUNT
               MOVE PTN-COUNTY-DIST-TOTALS TO COUNTY-DIST-TABLE
               PERFORM DROP-STAGED-RECORDS
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PARTITION " WS-PART-ID
                   " RESTARTING AFTER EMPLOYEE " WS-PART-LAST-EMP-NO
                   ", " WS-PART-EMP-COUNT " ALREADY PAID"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       REFUSE-PARTITION-RERUN.
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "PARTITION " WS-PART-ID " ALREADY COMPLETE FOR "
               WS-PART-RUN-KEY ", RERUN REFUSED"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "ERROR" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           SET WS-PERIOD-BLOCKED TO TRUE
           EXIT
           .
      *--------------------------------------------------------------
      * Clear the partition's staged records numbered above
      * WS-PART-SEQUENCE - all of them when it is zero.
      *--------------------------------------------------------------
       DROP-STAGED-RECORDS.
           MOVE "N" TO WS-STG-END-SW
           MOVE WS-PART-ID TO PG-PARTITION-ID
           MOVE LOW-VALUES TO PG-FILE-NAME
           MOVE ZERO       TO PG-SEQUENCE
           START PAY-STAGE KEY IS NOT LESS THAN PG-KEY
               INVALID KEY MOVE "Y" TO WS-STG-END-SW
           END-START
           PERFORM DROP-ONE-STAGED-RECORD UNTIL WS-STG-END
           EXIT
           .
       DROP-ONE-STAGED-RECORD.
           READ PAY-STAGE NEXT RECORD
               AT END MOVE "Y" TO WS-STG-END-SW
           END-READ
           IF NOT WS-STG-END
               IF PG-PARTITION-ID NOT = WS-PART-ID
                   MOVE "Y" TO WS-STG-END-SW
               ELSE
                   IF PG-SEQUENCE > WS-PART-SEQUENCE
                       DELETE PAY-STAGE RECORD
                   END-IF
               END-IF
           END-IF
           EXIT
           .
       SAVE-PARTITION-FIGURES.
           MOVE WS-PART-LAST-COUNTY   TO PTN-LAST-COUNTY
           MOVE WS-PART-COUNTY-DONE   TO PTN-COUNTY-DONE
           MOVE WS-PART-LAST-EMP-NO   TO PTN-LAST-EMP-NO
           MOVE WS-PART-SEQUENCE      TO PTN-LAST-SEQUENCE
           MOVE WS-PART-EMP-COUNT     TO PTN-EMP-COUNT
           MOVE WS-COMPANY-TOTAL      TO PTN-COMPANY-TOTAL
           MOVE WS-TOTAL-WITHHELD     TO PTN-TOTAL-WITHHELD
           MOVE WS-TOTAL-NET          TO PTN-TOTAL-NET
           MOVE WS-TOTAL-DEDUCT       TO PTN-TOTAL-DEDUCT
           MOVE WS-TOTAL-ORDERS       TO PTN-TOTAL-ORDERS
           MOVE WS-TOTAL-EXPENSES     TO PTN-TOTAL-EXPENSES
           MOVE WS-TOTAL-PENSION      TO PTN-TOTAL-PENSION
           MOVE WS-TOTAL-EMPR-PENSION TO PTN-TOTAL-EMPR-PENSION
           MOVE WS-DC-COUNT           TO PTN-DC-COUNT
           MOVE DEDUCTION-CODE-TOTALS TO PTN-DED-CODE-TOTALS
           MOVE WS-XC-COUNT           TO PTN-XC-COUNT
           MOVE EXPENSE-CATEGORY-TOTALS TO PTN-EXPENSE-CAT-TOTALS
           MOVE WS-CD-COUNT           TO PTN-CD-COUNT
           MOVE COUNTY-DIST-TABLE     TO PTN-COUNTY-DIST-TOTALS
           EXIT
           .
      *--------------------------------------------------------------
               PERFORM WRITE-LOG
               PERFORM FLAG-STEP-FAILURE
           ELSE
               IF NOT WS-PARTITIONED
                   PERFORM OPEN-REGISTER-OUTPUTS
               END-IF
               PERFORM OPEN-EMPLOYEE-BANK
               PERFORM OPEN-YTD-LEDGER
               PERFORM OPEN-LEAVE-LEDGER
               PERFORM OPEN-COURT-ORDERS
               PERFORM OPEN-EXPENSE-HISTORY
               PERFORM OPEN-PENSION-MEMBERS
               PERFORM OPEN-LABOR-DISTRIBUTION
               IF NOT WS-PART-RESTART
                   PERFORM SEED-COUNTY-DIST
                       VARYING WS-CD-SUB FROM 1 BY 1
                       UNTIL WS-CD-SUB > 8
               END-IF
               IF WS-PARTITIONED
                   PERFORM POSITION-PARTITION
               ELSE
                   MOVE LOW-VALUES TO EM-COUNTY-NAME
                   START EMPLOYEE-MASTER
                       KEY IS NOT LESS THAN EM-COUNTY-NAME
                       INVALID KEY MOVE "Y" TO WS-EOF-SW
                   END-START
                   IF NOT WS-EOF
                       PERFORM READ-EMPLOYEE-BY-COUNTY
                   END-IF
               END-IF
               PERFORM PROCESS-EMPLOYEE UNTIL WS-EOF
               IF WS-PARTITIONED
                   PERFORM COMPLETE-PARTITION
               ELSE
                   PERFORM FINISH-PAYROLL-REGISTER
                   PERFORM CLOSE-REGISTER-OUTPUTS
               END-IF
               CLOSE EMPLOYEE-MASTER
               IF WS-LBD-OPEN
                   CLOSE LABOR-DISTRIBUTION
               END-IF
               IF WS-PEN-OPEN
                   CLOSE PENSION-MEMBERS
               END-IF
               IF WS-ORD-OPEN
                   CLOSE COURT-ORDERS
               END-IF
               IF WS-EXH-OPEN
                   CLOSE EXPENSE-HISTORY
               END-IF
               IF WS-BNK-OPEN
                   CLOSE EMPLOYEE-BANK
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Register outputs of the single pass.  A partition stages
      * these records on PAYSTAGE instead and PAYMERGE writes the
      * files, so a partition never opens them.
      *--------------------------------------------------------------
       OPEN-REGISTER-OUTPUTS.
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
           EXIT
           .
       CLOSE-REGISTER-OUTPUTS.
           CLOSE PAYROLL-REGISTER
           CLOSE PAYSLIP-EXTRACT
           CLOSE BANK-EXTRACT
           CLOSE COUNTY-ACTUALS
           CLOSE ORDER-REMITTANCE
           CLOSE PENSION-REMITTANCE
           CLOSE LABOR-DIST-DETAIL
           EXIT
           .
       FINISH-PAYROLL-REGISTER.
           PERFORM WRITE-COUNTY-SUBTOTAL
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
           MOVE WS-COMPANY-TOTAL TO WS-CT-SALARY
           WRITE PAYROLL-REG-REC FROM WS-COMPANY-TOTAL-LINE
           MOVE PAYROLL-REG-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "SALARY-TOT  " TO WS-TOT-COUNTER
           MOVE WS-COMPANY-TOTAL TO WS-TOT-VALUE
           PERFORM POST-RUN-TOTAL
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
           PERFORM MARK-PERIOD-PAID
           EXIT
           .
      *--------------------------------------------------------------
      * A partition reads its own counties off the county key.  On
      * a restart it picks up in the county it had reached and
      * steps over the employees of that county already paid, in
      * the same key order they were paid in.
      *--------------------------------------------------------------
       POSITION-PARTITION.
           IF WS-PART-RESTART
               MOVE WS-PART-LAST-COUNTY TO EM-COUNTY-NAME
           ELSE
               MOVE WS-PART-FROM-COUNTY TO EM-COUNTY-NAME
           END-IF
           START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-COUNTY-NAME
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT WS-EOF
               PERFORM READ-EMPLOYEE-BY-COUNTY
           END-IF
           IF WS-PART-RESTART
               MOVE ZERO TO WS-PART-SKIP
               PERFORM SKIP-PAID-EMPLOYEE
                   UNTIL WS-EOF
                       OR WS-PART-SKIP NOT < WS-PART-COUNTY-DONE
                       OR EM-COUNTY-NAME NOT = WS-PART-LAST-COUNTY
           END-IF
           EXIT
           .
       SKIP-PAID-EMPLOYEE.
           ADD 1 TO WS-PART-SKIP
           PERFORM READ-EMPLOYEE-BY-COUNTY
           EXIT
           .
      *--------------------------------------------------------------
      * Checkpoint after every employee: the county reached, how
      * many of its employees are done, the last staged record and
      * the running totals, all in one rewrite.
      *--------------------------------------------------------------
       CHECKPOINT-PARTITION.
           ADD 1 TO WS-PART-EMP-COUNT
           IF EM-COUNTY-NAME = WS-PART-LAST-COUNTY
               ADD 1 TO WS-PART-COUNTY-DONE
           ELSE
               MOVE EM-COUNTY-NAME TO WS-PART-LAST-COUNTY
               MOVE 1 TO WS-PART-COUNTY-DONE
           END-IF
           MOVE EM-EMP-NO TO WS-PART-LAST-EMP-NO
           PERFORM SAVE-PARTITION-FIGURES
           REWRITE PAY-PARTITION-REC
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PAYPART CHECKPOINT FAILED, STATUS: "
                       WS-PRT-STATUS " EMP: " EM-EMP-NO
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-STAGE-FAILED TO TRUE
           END-REWRITE
           EXIT
           .
      *--------------------------------------------------------------
      * A partition that reaches the end of its range is marked
      * complete for PAYMERGE.  One whose staging or checkpoint
      * went wrong stays in progress, so the merge refuses until
      * it has been rerun.
      *--------------------------------------------------------------
       COMPLETE-PARTITION.
           IF WS-STAGE-FAILED
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PARTITION " WS-PART-ID
                   " NOT MARKED COMPLETE, STAGING FAILED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               PERFORM FLAG-STEP-FAILURE
           ELSE
               PERFORM SAVE-PARTITION-FIGURES
               SET PTN-COMPLETE TO TRUE
               MOVE WS-RUN-DATE TO PTN-ENDED-DATE
               REWRITE PAY-PARTITION-REC
               MOVE WS-COMPANY-TOTAL TO WS-CT-SALARY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PARTITION " WS-PART-ID " COMPLETE, "
                   WS-PART-EMP-COUNT " EMPLOYEES, GROSS "
                   WS-CT-SALARY
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Stage one output record (already in PG-DATA) under the next
      * sequence number of the partition.
      *--------------------------------------------------------------
       STAGE-OUTPUT-RECORD.
           ADD 1 TO WS-PART-SEQUENCE
           MOVE WS-PART-ID       TO PG-PARTITION-ID
           MOVE WS-STAGE-FILE    TO PG-FILE-NAME
           MOVE WS-PART-SEQUENCE TO PG-SEQUENCE
           WRITE PAY-STAGE-REC
               INVALID KEY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PAYSTAGE WRITE FAILED, STATUS: "
                       WS-STG-STATUS " FILE " WS-STAGE-FILE
                       " EMP: " EM-EMP-NO
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   SET WS-STAGE-FAILED TO TRUE
           END-WRITE
           EXIT
           .
       LOAD-DEDUCTION-MASTER.
           MOVE ZERO TO WS-DED-COUNT
           OPEN INPUT DEDUCTION-MASTER
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF WS-PARTITIONED
               AND NOT WS-EOF
               AND EM-COUNTY-NAME > WS-PART-TO-COUNTY
               MOVE "Y" TO WS-EOF-SW
           END-IF
           EXIT
           .
       PROCESS-EMPLOYEE.
           PERFORM COMPUTE-GROSS-PAY
           ADD WS-GROSS-PAY TO WS-COMPANY-TOTAL
           MOVE EM-EMP-NO TO WS-EL-EMP-NO
           MOVE EM-EMP-NAME TO WS-EL-NAME
           MOVE EM-COUNTY-NAME TO WS-EL-COUNTY
           MOVE WS-GROSS-PAY TO WS-EL-SALARY
           IF WS-PARTITIONED
               MOVE "DATA3RPT" TO WS-STAGE-FILE
               MOVE WS-EMP-LINE TO PG-DATA
               PERFORM STAGE-OUTPUT-RECORD
           ELSE
               WRITE PAYROLL-REG-REC FROM WS-EMP-LINE
           END-IF
           MOVE WS-EMP-LINE TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           PERFORM COMPUTE-WITHHOLDING
           PERFORM DISTRIBUTE-LABOR
           IF WS-PARTITIONED
               PERFORM CHECKPOINT-PARTITION
           END-IF
           PERFORM READ-EMPLOYEE-BY-COUNTY
           EXIT
           .
      *--------------------------------------------------------------
      * Gross and employer cost go to the counties on the
      * employee's LABDIST split, or wholly to the home county when
      * there is none.  Each share is rounded and the last split
      * takes what is left, so the shares always add back to the
      * employee's figures to the cent.
      *--------------------------------------------------------------
       DISTRIBUTE-LABOR.
           MOVE WS-GROSS-PAY    TO WS-GROSS-LEFT
           MOVE WS-EMPR-PENSION TO WS-EMPR-LEFT
           MOVE "N" TO WS-LBD-FOUND-SW
           IF WS-LBD-OPEN
               MOVE EM-EMP-NO TO LD-EMP-NO
               READ LABOR-DISTRIBUTION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LD-SPLIT-COUNT > ZERO
                           AND LD-SPLIT-COUNT NOT > 5
                           SET WS-LBD-FOUND TO TRUE
                       ELSE
                           MOVE SPACES TO WS-LOG-MESSAGE
                           STRING "LABDIST SPLIT COUNT INVALID, "
                               "HOME COUNTY CHARGED FOR EMP: "
                               EM-EMP-NO
                               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                           MOVE "WARN " TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG
                       END-IF
               END-READ
           END-IF
           IF WS-LBD-FOUND
               PERFORM CHARGE-ONE-SPLIT
                   VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > LD-SPLIT-COUNT
           ELSE
               MOVE EM-COUNTY-NAME TO WS-SHARE-COUNTY
               MOVE 100            TO WS-SHARE-PCT
               MOVE WS-GROSS-LEFT  TO WS-GROSS-SHARE
               MOVE WS-EMPR-LEFT   TO WS-EMPR-SHARE
               PERFORM CHARGE-COUNTY-SHARE
           END-IF
           EXIT
           .
       CHARGE-ONE-SPLIT.
           MOVE LD-COUNTY-NAME (WS-LD-SUB) TO WS-SHARE-COUNTY
           MOVE LD-PERCENT (WS-LD-SUB)     TO WS-SHARE-PCT
           IF WS-LD-SUB = LD-SPLIT-COUNT
               MOVE WS-GROSS-LEFT TO WS-GROSS-SHARE
               MOVE WS-EMPR-LEFT  TO WS-EMPR-SHARE
           ELSE
               COMPUTE WS-GROSS-SHARE ROUNDED =
                   WS-GROSS-PAY * WS-SHARE-PCT / 100
               COMPUTE WS-EMPR-SHARE ROUNDED =
                   WS-EMPR-PENSION * WS-SHARE-PCT / 100
               IF WS-GROSS-SHARE > WS-GROSS-LEFT
                   MOVE WS-GROSS-LEFT TO WS-GROSS-SHARE
               END-IF
               IF WS-EMPR-SHARE > WS-EMPR-LEFT
                   MOVE WS-EMPR-LEFT TO WS-EMPR-SHARE
               END-IF
           END-IF
           SUBTRACT WS-GROSS-SHARE FROM WS-GROSS-LEFT
           SUBTRACT WS-EMPR-SHARE  FROM WS-EMPR-LEFT
           PERFORM CHARGE-COUNTY-SHARE
           EXIT
           .
       CHARGE-COUNTY-SHARE.
           MOVE "N" TO WS-CD-FOUND-SW
           PERFORM MATCH-COUNTY-DIST
               VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > WS-CD-COUNT
                   OR WS-CD-FOUND
           IF NOT WS-CD-FOUND
               IF WS-CD-COUNT < 20
                   ADD 1 TO WS-CD-COUNT
                   MOVE WS-CD-COUNT TO WS-CD-MATCH
                   MOVE WS-SHARE-COUNTY TO CD-COUNTY-NAME (WS-CD-MATCH)
                   MOVE ZERO TO CD-GROSS (WS-CD-MATCH)
                   MOVE ZERO TO CD-EMPR-COST (WS-CD-MATCH)
                   SET WS-CD-FOUND TO TRUE
               ELSE
                   MOVE "COUNTY DISTRIBUTION TABLE FULL"
                       TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           IF WS-CD-FOUND
               ADD WS-GROSS-SHARE TO CD-GROSS (WS-CD-MATCH)
               ADD WS-EMPR-SHARE  TO CD-EMPR-COST (WS-CD-MATCH)
           END-IF
           MOVE EM-EMP-NO        TO LX-EMP-NO
           MOVE EM-EMP-NAME      TO LX-EMP-NAME
           MOVE EM-COUNTY-NAME   TO LX-HOME-COUNTY
           MOVE WS-SHARE-COUNTY  TO LX-COUNTY-NAME
           MOVE WS-SHARE-PCT     TO LX-PERCENT
           MOVE WS-GROSS-SHARE   TO LX-GROSS-SHARE
           MOVE WS-EMPR-SHARE    TO LX-EMPR-SHARE
           MOVE WS-RUN-PERIOD-ID TO LX-PERIOD-ID
           MOVE WS-RUN-DATE      TO LX-RUN-DATE
           IF WS-PARTITIONED
               MOVE "LDISTEXT" TO WS-STAGE-FILE
               MOVE LABOR-DIST-DETAIL-REC TO PG-DATA
               PERFORM STAGE-OUTPUT-RECORD
           ELSE
               WRITE LABOR-DIST-DETAIL-REC
           END-IF
           EXIT
           .
       MATCH-COUNTY-DIST.
           IF CD-COUNTY-NAME (WS-CD-SUB) = WS-SHARE-COUNTY
               SET WS-CD-FOUND TO TRUE
               MOVE WS-CD-SUB TO WS-CD-MATCH
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * The valid counties are seeded first so the subtotals come
      * out in county name order; a home county not in CNTYCODE is
      * added after them when first charged.
      *--------------------------------------------------------------
       SEED-COUNTY-DIST.
           MOVE CC-NAME (WS-CD-SUB) TO CD-COUNTY-NAME (WS-CD-SUB)
           MOVE ZERO TO CD-GROSS (WS-CD-SUB)
           MOVE ZERO TO CD-EMPR-COST (WS-CD-SUB)
           MOVE WS-CD-SUB TO WS-CD-COUNT
           EXIT
           .
       OPEN-LABOR-DISTRIBUTION.
           OPEN INPUT LABOR-DISTRIBUTION
           IF WS-LBD-STATUS = "00"
               SET WS-LBD-OPEN TO TRUE
           ELSE
               MOVE "NO LABOR DISTRIBUTION MASTER, HOME COUNTY CHARGED"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       COMPUTE-GROSS-PAY.
           PERFORM FIND-TIMESHEET
           IF WS-TS-FOUND
           EXIT
           .
       COMPUTE-WITHHOLDING.
           PERFORM APPLY-PENSION
           MOVE WS-TAXABLE-GROSS TO WS-SALARY-WHOLE
           CALL "TAXBRKT" USING WS-SALARY-WHOLE WS-WH-RATE-VAL
               WS-WH-BRACKET-ID
           COMPUTE WS-WITHHOLDING = WS-TAXABLE-GROSS * WS-WH-RATE-VAL
           COMPUTE WS-NET-PAY = WS-TAXABLE-GROSS - WS-WITHHOLDING
           PERFORM APPLY-COURT-ORDERS
           PERFORM APPLY-DEDUCTIONS
           PERFORM APPLY-EXPENSE-CLAIMS
           MOVE EM-EMP-NO TO WS-WH-EMP-NO
           MOVE WS-WH-RATE-VAL TO WS-WH-RATE
           MOVE WS-WH-BRACKET-ID TO WS-WH-BRACKET
           MOVE WS-WITHHOLDING TO WS-WH-AMOUNT
           MOVE WS-NET-PAY TO WS-WH-NET
           IF WS-PARTITIONED
               MOVE "DATA3RPT" TO WS-STAGE-FILE
               MOVE WS-WITHHOLD-LINE TO PG-DATA
               PERFORM STAGE-OUTPUT-RECORD
           ELSE
               WRITE PAYROLL-REG-REC FROM WS-WITHHOLD-LINE
           END-IF
           MOVE WS-WITHHOLD-LINE TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           IF WS-YTD-OPEN
               PERFORM POST-YTD-LEDGER
           EXIT
           .
      *--------------------------------------------------------------
      * An active scheme member's contribution comes off gross
      * before anything else, so tax is figured on what is left;
      * the employer match is on full gross and costs the employee
      * nothing.  Each member paid goes on the provider file.
      *--------------------------------------------------------------
       APPLY-PENSION.
           MOVE ZERO   TO WS-EMP-PENSION
           MOVE ZERO   TO WS-EMPR-PENSION
           MOVE SPACES TO WS-PENSION-SCHEME
           IF WS-PEN-OPEN
               MOVE EM-EMP-NO TO PN-EMP-NO
               READ PENSION-MEMBERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PN-ACTIVE
                           PERFORM COMPUTE-PENSION
                       END-IF
               END-READ
           END-IF
           COMPUTE WS-TAXABLE-GROSS = WS-GROSS-PAY - WS-EMP-PENSION
           EXIT
           .
       COMPUTE-PENSION.
           MOVE PN-SCHEME-ID TO WS-PENSION-SCHEME
           COMPUTE WS-EMP-PENSION ROUNDED =
               WS-GROSS-PAY * PN-EMP-RATE / 100
               ON SIZE ERROR
                   MOVE ZERO TO WS-EMP-PENSION
           END-COMPUTE
           COMPUTE WS-EMPR-PENSION ROUNDED =
               WS-GROSS-PAY * PN-EMPR-RATE / 100
               ON SIZE ERROR
                   MOVE ZERO TO WS-EMPR-PENSION
           END-COMPUTE
           ADD WS-EMP-PENSION  TO WS-TOTAL-PENSION
           ADD WS-EMPR-PENSION TO WS-TOTAL-EMPR-PENSION
           MOVE PN-SCHEME-ID     TO PR-SCHEME-ID
           MOVE PN-MEMBER-NO     TO PR-MEMBER-NO
           MOVE EM-EMP-NO        TO PR-EMP-NO
           MOVE EM-EMP-NAME      TO PR-EMP-NAME
           MOVE WS-GROSS-PAY     TO PR-PENSIONABLE-PAY
           MOVE WS-EMP-PENSION   TO PR-EMP-AMOUNT
           MOVE WS-EMPR-PENSION  TO PR-EMPR-AMOUNT
           MOVE WS-RUN-PERIOD-ID TO PR-PERIOD-ID
           MOVE WS-RUN-DATE      TO PR-RUN-DATE
           IF WS-PARTITIONED
               MOVE "PENSREM " TO WS-STAGE-FILE
               MOVE PENSION-REMIT-REC TO PG-DATA
               PERFORM STAGE-OUTPUT-RECORD
           ELSE
               WRITE PENSION-REMIT-REC
           END-IF
           EXIT
           .
       OPEN-PENSION-MEMBERS.
           OPEN INPUT PENSION-MEMBERS
           IF WS-PEN-STATUS = "00"
               SET WS-PEN-OPEN TO TRUE
           ELSE
               MOVE "NO PENSION MEMBERSHIP MASTER THIS RUN"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Court orders come off after tax and before the voluntary
      * deductions.  The employee's active orders are gathered off
      * CRTORDER and taken lowest CO-PRIORITY first (ties in order
      * number sequence).  A percentage order is figured on the net
      * after tax, before any order has been taken.
      *--------------------------------------------------------------
       APPLY-COURT-ORDERS.
           MOVE ZERO TO WS-EMP-ORDERS
           MOVE ZERO TO WS-ORD-SLOT
           MOVE ZERO TO WS-EO-COUNT
           MOVE SPACES TO WS-OS-ORDER-NO (1) WS-OS-ORDER-NO (2)
                          WS-OS-ORDER-NO (3)
           MOVE ZERO TO WS-OS-AMOUNT (1) WS-OS-AMOUNT (2)
                        WS-OS-AMOUNT (3)
           MOVE ZERO TO WS-OS-ARREARS (1) WS-OS-ARREARS (2)
                        WS-OS-ARREARS (3)
           MOVE WS-NET-PAY TO WS-ATTACHABLE-NET
           IF WS-ORD-OPEN
               PERFORM LOAD-EMPLOYEE-ORDERS
               PERFORM TAKE-NEXT-ORDER
                   VARYING WS-EO-PASS FROM 1 BY 1
                   UNTIL WS-EO-PASS > WS-EO-COUNT
           END-IF
           EXIT
           .
       LOAD-EMPLOYEE-ORDERS.
           MOVE "N" TO WS-ORD-END-SW
           MOVE EM-EMP-NO  TO CO-EMP-NO
           MOVE LOW-VALUES TO CO-ORDER-NO
           START COURT-ORDERS KEY IS NOT LESS THAN CO-KEY
               INVALID KEY MOVE "Y" TO WS-ORD-END-SW
           END-START
           IF NOT WS-ORD-END
               PERFORM READ-NEXT-ORDER
           END-IF
           PERFORM STORE-EMPLOYEE-ORDER UNTIL WS-ORD-END
           EXIT
           .
       READ-NEXT-ORDER.
           READ COURT-ORDERS NEXT RECORD
               AT END MOVE "Y" TO WS-ORD-END-SW
           END-READ
           IF NOT WS-ORD-END
               AND CO-EMP-NO NOT = EM-EMP-NO
               MOVE "Y" TO WS-ORD-END-SW
           END-IF
           EXIT
           .
       STORE-EMPLOYEE-ORDER.
           IF CO-ACTIVE
               IF WS-EO-COUNT < 10
                   ADD 1 TO WS-EO-COUNT
                   MOVE CO-ORDER-NO TO WS-EO-ORDER-NO (WS-EO-COUNT)
                   MOVE CO-PRIORITY TO WS-EO-PRIORITY (WS-EO-COUNT)
                   MOVE "N" TO WS-EO-DONE-SW (WS-EO-COUNT)
               ELSE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ORDER TABLE FULL, ORDER " CO-ORDER-NO
                       " NOT TAKEN FOR EMP: " EM-EMP-NO
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           PERFORM READ-NEXT-ORDER
           EXIT
           .
       TAKE-NEXT-ORDER.
           MOVE ZERO TO WS-EO-MATCH
           MOVE ZERO TO WS-EO-LOW-PRIORITY
           PERFORM FIND-NEXT-PRIORITY
               VARYING WS-EO-SUB FROM 1 BY 1
               UNTIL WS-EO-SUB > WS-EO-COUNT
           MOVE "Y" TO WS-EO-DONE-SW (WS-EO-MATCH)
           MOVE EM-EMP-NO TO CO-EMP-NO
           MOVE WS-EO-ORDER-NO (WS-EO-MATCH) TO CO-ORDER-NO
           READ COURT-ORDERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM TAKE-ONE-ORDER
           END-READ
           EXIT
           .
       FIND-NEXT-PRIORITY.
           IF WS-EO-DONE-SW (WS-EO-SUB) = "N"
               IF WS-EO-MATCH = ZERO
                   OR WS-EO-PRIORITY (WS-EO-SUB) < WS-EO-LOW-PRIORITY
                   MOVE WS-EO-SUB TO WS-EO-MATCH
                   MOVE WS-EO-PRIORITY (WS-EO-SUB)
                       TO WS-EO-LOW-PRIORITY
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * This period's amount plus any arrears is due, never more
      * than is left under the order's total.  Only net above the
      * protected floor can be taken; the shortfall becomes the
      * order's new arrears.  Every order that fell due goes to
      * ORDREMIT - a zero amount included - so the creditor sees
      * the shortfall as well as the money.
      *--------------------------------------------------------------
       TAKE-ONE-ORDER.
           IF CO-PCT-OF-NET
               COMPUTE WS-ORD-DUE ROUNDED =
                   WS-ATTACHABLE-NET * CO-VALUE / 100
                   ON SIZE ERROR
                       MOVE ZERO TO WS-ORD-DUE
               END-COMPUTE
           ELSE
               MOVE CO-VALUE TO WS-ORD-DUE
           END-IF
           ADD CO-ARREARS TO WS-ORD-DUE
           IF CO-TOTAL-CAP > ZERO
               IF CO-TAKEN-TO-DATE < CO-TOTAL-CAP
                   COMPUTE WS-ORD-REMAIN =
                       CO-TOTAL-CAP - CO-TAKEN-TO-DATE
               ELSE
                   MOVE ZERO TO WS-ORD-REMAIN
               END-IF
               IF WS-ORD-DUE > WS-ORD-REMAIN
                   MOVE WS-ORD-REMAIN TO WS-ORD-DUE
               END-IF
           END-IF
           IF WS-NET-PAY > CO-PROTECTED-NET
               COMPUTE WS-ORD-AVAIL = WS-NET-PAY - CO-PROTECTED-NET
           ELSE
               MOVE ZERO TO WS-ORD-AVAIL
           END-IF
           IF WS-ORD-DUE > WS-ORD-AVAIL
               MOVE WS-ORD-AVAIL TO WS-ORD-AMT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ORDER " CO-ORDER-NO
                   " SHORT AT PROTECTED FLOOR FOR EMP: " EM-EMP-NO
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               MOVE WS-ORD-DUE TO WS-ORD-AMT
           END-IF
           COMPUTE CO-ARREARS = WS-ORD-DUE - WS-ORD-AMT
           IF WS-ORD-AMT > ZERO
               SUBTRACT WS-ORD-AMT FROM WS-NET-PAY
               ADD WS-ORD-AMT TO WS-EMP-ORDERS
               ADD WS-ORD-AMT TO WS-TOTAL-ORDERS
               ADD WS-ORD-AMT TO CO-TAKEN-TO-DATE
               MOVE WS-RUN-DATE TO CO-LAST-TAKEN-DATE
           END-IF
           IF CO-TOTAL-CAP > ZERO
               AND CO-TAKEN-TO-DATE NOT < CO-TOTAL-CAP
               SET CO-SATISFIED TO TRUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ORDER " CO-ORDER-NO
                   " SATISFIED FOR EMP: " EM-EMP-NO
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           REWRITE COURT-ORDER-REC
           IF WS-ORD-DUE > ZERO
               IF WS-ORD-SLOT < 3
                   ADD 1 TO WS-ORD-SLOT
                   MOVE CO-ORDER-NO TO WS-OS-ORDER-NO (WS-ORD-SLOT)
                   MOVE WS-ORD-AMT  TO WS-OS-AMOUNT (WS-ORD-SLOT)
                   MOVE CO-ARREARS  TO WS-OS-ARREARS (WS-ORD-SLOT)
               END-IF
               PERFORM WRITE-ORDER-REMITTANCE
           END-IF
           EXIT
           .
       WRITE-ORDER-REMITTANCE.
           MOVE CO-CREDITOR-ID   TO OR-CREDITOR-ID
           MOVE CO-CREDITOR-NAME TO OR-CREDITOR-NAME
           MOVE EM-EMP-NO        TO OR-EMP-NO
           MOVE CO-ORDER-NO      TO OR-ORDER-NO
           MOVE WS-ORD-AMT       TO OR-AMOUNT
           MOVE CO-ARREARS       TO OR-ARREARS
           MOVE WS-RUN-PERIOD-ID TO OR-PERIOD-ID
           MOVE WS-RUN-DATE      TO OR-RUN-DATE
           IF WS-PARTITIONED
               MOVE "ORDREMIT" TO WS-STAGE-FILE
               MOVE ORDER-REMIT-REC TO PG-DATA
               PERFORM STAGE-OUTPUT-RECORD
           ELSE
               WRITE ORDER-REMIT-REC
           END-IF
           EXIT
           .
       OPEN-COURT-ORDERS.
           OPEN I-O COURT-ORDERS
           IF WS-ORD-STATUS = "00"
               SET WS-ORD-OPEN TO TRUE
           ELSE
               MOVE "NO COURT ORDERS MASTER, NONE TAKEN THIS RUN"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Deductions come off after tax: each DEDMAST entry for this
      * employee whose effective dates cover the run date is taken
      * from the net, itemized in up to four extract slots, and
           EXIT
           .
      *--------------------------------------------------------------
      * Approved claims pending on EXPHIST ride with this pay as an
      * untaxed reimbursement: they never touch gross, withholding
      * or the YTD ledger, only the amount the bank or the cheque
      * pays.  Each claim is marked paid as it is taken.
      *--------------------------------------------------------------
       APPLY-EXPENSE-CLAIMS.
           MOVE ZERO TO WS-EMP-EXPENSES
           MOVE ZERO TO WS-EXP-SLOT
           MOVE SPACES TO WS-XS-CATEGORY (1) WS-XS-CATEGORY (2)
                          WS-XS-CATEGORY (3)
           MOVE ZERO TO WS-XS-AMOUNT (1) WS-XS-AMOUNT (2)
                        WS-XS-AMOUNT (3)
           IF WS-EXH-OPEN
               MOVE "N" TO WS-EXH-END-SW
               MOVE EM-EMP-NO  TO EH-EMP-NO
               MOVE LOW-VALUES TO EH-CLAIM-REF
               START EXPENSE-HISTORY KEY IS NOT LESS THAN EH-KEY
                   INVALID KEY MOVE "Y" TO WS-EXH-END-SW
               END-START
               IF NOT WS-EXH-END
                   PERFORM READ-NEXT-CLAIM
               END-IF
               PERFORM TAKE-ONE-CLAIM UNTIL WS-EXH-END
           END-IF
           COMPUTE WS-PAY-AMOUNT = WS-NET-PAY + WS-EMP-EXPENSES
           EXIT
           .
       READ-NEXT-CLAIM.
           READ EXPENSE-HISTORY NEXT RECORD
               AT END MOVE "Y" TO WS-EXH-END-SW
           END-READ
           IF NOT WS-EXH-END
               AND EH-EMP-NO NOT = EM-EMP-NO
               MOVE "Y" TO WS-EXH-END-SW
           END-IF
           EXIT
           .
       TAKE-ONE-CLAIM.
           IF EH-PENDING
               ADD EH-AMOUNT TO WS-EMP-EXPENSES
                   ON SIZE ERROR
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "CLAIM " EH-CLAIM-REF
                           " HELD TO NEXT RUN FOR EMP: " EM-EMP-NO
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "WARN " TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   NOT ON SIZE ERROR
                       PERFORM PAY-ONE-CLAIM
               END-ADD
           END-IF
           PERFORM READ-NEXT-CLAIM
           EXIT
           .
       PAY-ONE-CLAIM.
           SET EH-PAID TO TRUE
           MOVE WS-RUN-DATE      TO EH-PAID-DATE
           MOVE WS-RUN-PERIOD-ID TO EH-PERIOD-ID
           REWRITE EXPENSE-HISTORY-REC
           ADD EH-AMOUNT TO WS-TOTAL-EXPENSES
           IF WS-EXP-SLOT < 3
               ADD 1 TO WS-EXP-SLOT
               MOVE EH-CATEGORY TO WS-XS-CATEGORY (WS-EXP-SLOT)
               MOVE EH-AMOUNT   TO WS-XS-AMOUNT (WS-EXP-SLOT)
           ELSE
               ADD EH-AMOUNT TO WS-XS-AMOUNT (3)
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
           END-IF
           PERFORM ADD-EXPENSE-CATEGORY-TOTAL
           EXIT
           .
       ADD-EXPENSE-CATEGORY-TOTAL.
           MOVE "N" TO WS-XC-FOUND-SW
           PERFORM MATCH-EXPENSE-CATEGORY
               VARYING WS-XC-SUB FROM 1 BY 1
               UNTIL WS-XC-SUB > WS-XC-COUNT
                   OR WS-XC-FOUND
           IF NOT WS-XC-FOUND
               IF WS-XC-COUNT < 20
                   ADD 1 TO WS-XC-COUNT
                   MOVE WS-XC-COUNT TO WS-XC-MATCH
                   MOVE EH-CATEGORY TO XC-CATEGORY (WS-XC-MATCH)
                   MOVE ZERO TO XC-TOTAL (WS-XC-MATCH)
                   SET WS-XC-FOUND TO TRUE
               ELSE
                   MOVE "EXPENSE CATEGORY TABLE FULL"
                       TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
           END-IF
           IF WS-XC-FOUND
               ADD EH-AMOUNT TO XC-TOTAL (WS-XC-MATCH)
           END-IF
           EXIT
           .
       MATCH-EXPENSE-CATEGORY.
           IF XC-CATEGORY (WS-XC-SUB) = EH-CATEGORY
               SET WS-XC-FOUND TO TRUE
               MOVE WS-XC-SUB TO WS-XC-MATCH
           END-IF
           EXIT
           .
       OPEN-EXPENSE-HISTORY.
           OPEN I-O EXPENSE-HISTORY
           IF WS-EXH-STATUS = "00"
               SET WS-EXH-OPEN TO TRUE
           ELSE
               MOVE "NO EXPENSE CLAIMS ON FILE THIS RUN"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A bank detail only goes out when the employee has EMPBANK
      * details to put on it; otherwise the net is paid by cheque,
      * so the bank never receives a record it cannot map.
               MOVE EM-EMP-NO TO EB-EMP-NO
               READ EMPLOYEE-BANK
                   INVALID KEY
                       PERFORM PAY-BY-CHEQUE
                   NOT INVALID KEY
                       MOVE EM-EMP-NO   TO WS-BD-EMP-NO
                       MOVE EM-EMP-NAME TO WS-BD-EMP-NAME
                       MOVE WS-PAY-AMOUNT TO WS-BD-NET-AMOUNT
                       MOVE WS-RUN-PERIOD-ID TO WS-BD-PERIOD-ID
                       MOVE EB-SORT-CODE TO WS-BD-SORT-CODE
                       MOVE EB-ACCT-NO   TO WS-BD-ACCT-NO
                       MOVE EB-ACCT-NAME TO WS-BD-ACCT-NAME
                       IF WS-PARTITIONED
                           MOVE "BANKEXT " TO WS-STAGE-FILE
                           MOVE WS-BANK-DETAIL-REC TO PG-DATA
                           PERFORM STAGE-OUTPUT-RECORD
                       ELSE
                           WRITE BANK-EXTRACT-REC
                               FROM WS-BANK-DETAIL-REC
                       END-IF
                       ADD 1 TO WS-BANK-COUNT
                       ADD WS-PAY-AMOUNT TO WS-BANK-HASH
               END-READ
           ELSE
               PERFORM PAY-BY-CHEQUE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A partition cannot take cheque serials itself - the
      * partitions would interleave them on CHQREG - so it stages
      * the cheque owed and PAYMERGE issues it in one run.
      *--------------------------------------------------------------
       PAY-BY-CHEQUE.
           IF WS-PARTITIONED
               MOVE SPACES        TO PG-DATA
               MOVE EM-EMP-NO     TO PG-CHQ-EMP-NO
               MOVE EM-EMP-NAME   TO PG-CHQ-EMP-NAME
               MOVE WS-PAY-AMOUNT TO PG-CHQ-AMOUNT
               MOVE "CHQPRINT"    TO WS-STAGE-FILE
               PERFORM STAGE-OUTPUT-RECORD
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CHEQUE DUE TO EMP: " EM-EMP-NO
                   ", ISSUED AT THE PARTITION MERGE"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM WRITE-CHEQUE-LINE
           END-IF
           ADD 1 TO WS-CHEQUE-COUNT
           MOVE EM-EMP-NO   TO WS-CQ-EMP-NO
           MOVE EM-EMP-NAME TO WS-CQ-EMP-NAME
           MOVE WS-PAY-AMOUNT TO WS-CQ-AMOUNT
           MOVE WS-RUN-PERIOD-ID TO WS-CQ-PERIOD-ID
           MOVE EM-EMP-NO     TO WS-CHQ-EMP-NO
           MOVE EM-EMP-NAME   TO WS-CHQ-EMP-NAME
           MOVE WS-PAY-AMOUNT TO WS-CHQ-AMOUNT
           PERFORM ISSUE-CHEQUE-SERIAL
           WRITE CHEQUE-PRINT-REC FROM WS-CHEQUE-LINE
           MOVE CHEQUE-PRINT-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           MOVE RP-EMP-NAME   TO WS-CQ-EMP-NAME
           MOVE RP-NET-AMOUNT TO WS-CQ-AMOUNT
           MOVE WS-RUN-PERIOD-ID TO WS-CQ-PERIOD-ID
           MOVE RP-EMP-NO     TO WS-CHQ-EMP-NO
           MOVE RP-EMP-NAME   TO WS-CHQ-EMP-NAME
           MOVE RP-NET-AMOUNT TO WS-CHQ-AMOUNT
           PERFORM ISSUE-CHEQUE-SERIAL
           WRITE CHEQUE-PRINT-REC FROM WS-CHEQUE-LINE
           MOVE CHEQUE-PRINT-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * A cheque CHQISSUE could not register still prints (the
      * employee is owed the money) but with serial zero and an
      * ERROR, so it is numbered and registered by hand.
      *--------------------------------------------------------------
       ISSUE-CHEQUE-SERIAL.
           CALL "CHQISSUE" USING WS-LOG-PROGRAM WS-RUN-DATE
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
      *--------------------------------------------------------------
      * Reimbursed claims are a separate balanced set: one debit per
      * expense category against the EXPPAY credit the bank or
      * cheque payment clears.  An overflowed category table would
      * leave the set short; the WARN at the time says so.
      *--------------------------------------------------------------
       POST-EXPENSE-DEBIT.
           MOVE SPACES TO WS-GL-ACCOUNT
           STRING "EXP " XC-CATEGORY (WS-XC-SUB)
               DELIMITED BY SIZE INTO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DC
           MOVE XC-TOTAL (WS-XC-SUB) TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
      *--------------------------------------------------------------
      * One credit per deduction code keeps the batch balanced:
      * the SALEXP debit equals WHPAY plus NETPAY plus the
      * deduction credits plus the ORDPAY court-order credit,
      * since the deductions and orders came out of net.  The
      * PENSLIAB credit carries the employee contributions (out
      * of gross) plus the employer match the PENSEXP debit pays.
      *--------------------------------------------------------------
       POST-DEDUCTION-CREDIT.
           MOVE SPACES TO WS-GL-ACCOUNT
           MOVE WS-ED-AMOUNT (4) TO PX-DED-AMOUNT (4)
           MOVE WS-EMP-DEDUCT    TO PX-TOTAL-DEDUCT
           MOVE WS-LEAVE-BALANCE TO PX-LEAVE-BAL
           MOVE WS-OS-ORDER-NO (1) TO PX-ORD-NO (1)
           MOVE WS-OS-AMOUNT (1)   TO PX-ORD-AMOUNT (1)
           MOVE WS-OS-ARREARS (1)  TO PX-ORD-ARREARS (1)
           MOVE WS-OS-ORDER-NO (2) TO PX-ORD-NO (2)
           MOVE WS-OS-AMOUNT (2)   TO PX-ORD-AMOUNT (2)
           MOVE WS-OS-ARREARS (2)  TO PX-ORD-ARREARS (2)
           MOVE WS-OS-ORDER-NO (3) TO PX-ORD-NO (3)
           MOVE WS-OS-AMOUNT (3)   TO PX-ORD-AMOUNT (3)
           MOVE WS-OS-ARREARS (3)  TO PX-ORD-ARREARS (3)
           MOVE WS-EMP-ORDERS      TO PX-TOTAL-ORDERS
           MOVE WS-XS-CATEGORY (1) TO PX-EXP-CATEGORY (1)
           MOVE WS-XS-AMOUNT (1)   TO PX-EXP-AMOUNT (1)
           MOVE WS-XS-CATEGORY (2) TO PX-EXP-CATEGORY (2)
           MOVE WS-XS-AMOUNT (2)   TO PX-EXP-AMOUNT (2)
           MOVE WS-XS-CATEGORY (3) TO PX-EXP-CATEGORY (3)
           MOVE WS-XS-AMOUNT (3)   TO PX-EXP-AMOUNT (3)
           MOVE WS-EMP-EXPENSES    TO PX-TOTAL-EXPENSES
           MOVE WS-PENSION-SCHEME  TO PX-PENSION-SCHEME
           MOVE WS-EMP-PENSION     TO PX-PENSION-EMP
           MOVE WS-EMPR-PENSION    TO PX-PENSION-EMPR
           IF WS-PARTITIONED
               MOVE "PAYEXTR " TO WS-STAGE-FILE
               MOVE PAYSLIP-EXTRACT-REC TO PG-DATA
               PERFORM STAGE-OUTPUT-RECORD
           ELSE
               WRITE PAYSLIP-EXTRACT-REC
           END-IF
           EXIT
           .
       OPEN-LEAVE-LEDGER.
                        YL-QTR-DEDUCT (3) YL-QTR-DEDUCT (4)
           MOVE ZERO TO YL-QTR-NET (1) YL-QTR-NET (2)
                        YL-QTR-NET (3) YL-QTR-NET (4)
           MOVE ZERO TO YL-QTR-PENSION (1) YL-QTR-PENSION (2)
                        YL-QTR-PENSION (3) YL-QTR-PENSION (4)
           MOVE ZERO TO YL-QTR-EMPR-PENSION (1)
                        YL-QTR-EMPR-PENSION (2)
                        YL-QTR-EMPR-PENSION (3)
                        YL-QTR-EMPR-PENSION (4)
           EXIT
           .
       ADD-TO-YTD-QUARTER.
           ADD WS-GROSS-PAY   TO YL-QTR-GROSS (WS-QUARTER)
           ADD WS-WITHHOLDING TO YL-QTR-WITHHELD (WS-QUARTER)
           ADD WS-EMP-DEDUCT  TO YL-QTR-DEDUCT (WS-QUARTER)
           ADD WS-EMP-ORDERS  TO YL-QTR-DEDUCT (WS-QUARTER)
           ADD WS-NET-PAY     TO YL-QTR-NET (WS-QUARTER)
           ADD WS-EMP-PENSION  TO YL-QTR-PENSION (WS-QUARTER)
           ADD WS-EMPR-PENSION TO YL-QTR-EMPR-PENSION (WS-QUARTER)
           EXIT
           .
      *--------------------------------------------------------------
      * A seeded county nobody was charged to this run gets no
      * subtotal and no CNTYACT record, as before distribution.
      *--------------------------------------------------------------
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
       EDIT-SALE-PRICE.
