      *             MATCHING UNRELIABLE on the exceptions report -
      *             a dropped employee's return no longer passes
      *             for a clean "NOT ON BANK EXTRACT" verdict.
      * 2026-10-15  REISSUEQ is now added to rather than replaced -
      *             CHQSTALE queues voided stale cheques on it too,
      *             and CHQREISS empties it once it has paid the
      *             entries by cheque.  Its layout moved to copybook
      *             REISSUEQ.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT REISSUE-QUEUE ASSIGN TO "REISSUEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQ-STATUS.
           SELECT RETURNS-REPORT ASSIGN TO "BANKREXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  PAYSLIP-EXTRACT.
       COPY PAYEXTR.
       FD  REISSUE-QUEUE.
       COPY REISSUEQ.
       FD  RETURNS-REPORT.
       01  RETURNS-REPORT-REC      PIC X(80).

       77  WS-RET-STATUS           PIC X(2)  VALUE "00".
       77  WS-EXT-STATUS           PIC X(2)  VALUE "00".
       77  WS-PAY-STATUS           PIC X(2)  VALUE "00".
       77  WS-RQ-STATUS            PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-BDT-COUNT            PIC 9(3)  VALUE ZERO.
           ELSE
               PERFORM LOAD-BANK-DETAILS
               PERFORM LOAD-PAYEXTR-EMPLOYEES
               OPEN EXTEND REISSUE-QUEUE
               IF WS-RQ-STATUS = "35"
                   OPEN OUTPUT REISSUE-QUEUE
               END-IF
               OPEN OUTPUT RETURNS-REPORT
               PERFORM READ-BANK-RETURN
               PERFORM MATCH-ONE-RETURN UNTIL WS-EOF
