       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUPR.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Duplicate-customer candidate
      *             report: loads every customer on CUSTMAST with
      *             its CUSTADDR mailing address and compares each
      *             pair on name, street and postcode, listing on
      *             CUSTDUPR every pair that looks like the same
      *             taxpayer added twice - the same name (moved
      *             house), or a near name or the same street at
      *             the same postcode (spelling corrected on a
      *             re-add).  Confirmed pairs are folded together
      *             with a CUSTMRG merge transaction.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUSTOMER-ADDRESSES ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT DUPLICATE-REPORT ASSIGN TO "CUSTDUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  CUSTOMER-ADDRESSES.
       COPY CUSTADDR.
       FD  DUPLICATE-REPORT.
       01  DUPLICATE-REPORT-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  CUSTOMER-COMPARE-TABLE.
           05  CD-ENTRY OCCURS 2000 TIMES.
               10  CD-CUST-NO      PIC 9(5).
               10  CD-NAME         PIC X(15).
               10  CD-STREET       PIC X(20).
               10  CD-POSTCODE     PIC X(8).

       01  WS-DUP-HEADER-LINE.
           05  FILLER              PIC X(24)
               VALUE "CUST   NAME             ".
           05  FILLER              PIC X(24)
               VALUE "CUST   NAME             ".
           05  FILLER              PIC X(32)
               VALUE "SCORE  MATCHED ON               ".

       01  WS-DUP-LINE.
           05  WS-DL-CUST-NO-1     PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME-1        PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-CUST-NO-2     PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME-2        PIC X(15).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-DL-SCORE         PIC 9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-NAME-MATCH    PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-STREET-MATCH  PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DL-POST-MATCH    PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  WS-DUP-TOTAL-LINE.
           05  WS-DT-LABEL         PIC X(22).
           05  WS-DT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-CUST-STATUS          PIC X(2)  VALUE "00".
       77  WS-ADDR-STATUS          PIC X(2)  VALUE "00".
       77  WS-ADR-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-ADR-OPEN                   VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-CD-COUNT             PIC 9(4)  VALUE ZERO.
       77  WS-CD-MAX               PIC 9(4)  VALUE 2000.
       77  WS-CD-SUB-1             PIC 9(4)  VALUE ZERO.
       77  WS-CD-SUB-2             PIC 9(4)  VALUE ZERO.
       77  WS-CD-START-2           PIC 9(4)  VALUE ZERO.
       77  WS-MATCH-SCORE          PIC 9(1)  VALUE ZERO.
       77  WS-MATCH-THRESHOLD      PIC 9(1)  VALUE 2.
       77  WS-NAME-PREFIX-LEN      PIC 9(2)  VALUE 5.
       77  WS-STREET-PREFIX-LEN    PIC 9(2)  VALUE 12.
       77  WS-PAIR-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-NOT-COMPARED-COUNT   PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "CUSTDUPR".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CUSTOMER-MASTER OPEN FAILED, STATUS: "
                   WS-CUST-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT CUSTOMER-ADDRESSES
               IF WS-ADDR-STATUS = "00"
                   SET WS-ADR-OPEN TO TRUE
               ELSE
                   MOVE "NO ADDRESS MASTER, MATCHING ON NAME ONLY"
                       TO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               END-IF
               PERFORM READ-CUSTOMER
               PERFORM LOAD-CUSTOMER UNTIL WS-EOF
               CLOSE CUSTOMER-MASTER
               IF WS-ADR-OPEN
                   CLOSE CUSTOMER-ADDRESSES
               END-IF
               OPEN OUTPUT DUPLICATE-REPORT
               WRITE DUPLICATE-REPORT-REC FROM WS-DUP-HEADER-LINE
               PERFORM COMPARE-FROM-ENTRY
                   VARYING WS-CD-SUB-1 FROM 1 BY 1
                   UNTIL WS-CD-SUB-1 > WS-CD-COUNT
               PERFORM WRITE-DUPLICATE-TOTALS
               CLOSE DUPLICATE-REPORT
           END-IF
           GOBACK
           .
       READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Every customer goes into the compare table with its mailing
      * address (blank when none is on file).  Past the table's
      * size a customer is counted and logged as not compared, so
      * the report never claims to have checked more than it did.
      *--------------------------------------------------------------
       LOAD-CUSTOMER.
           IF WS-CD-COUNT < WS-CD-MAX
               ADD 1 TO WS-CD-COUNT
               MOVE CM-CUST-NO       TO CD-CUST-NO (WS-CD-COUNT)
               MOVE CM-CUSTOMER-NAME TO CD-NAME (WS-CD-COUNT)
               MOVE SPACES           TO CD-STREET (WS-CD-COUNT)
               MOVE SPACES           TO CD-POSTCODE (WS-CD-COUNT)
               IF WS-ADR-OPEN
                   MOVE CM-CUST-NO TO CA-CUST-NO
                   READ CUSTOMER-ADDRESSES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CA-STREET   TO CD-STREET (WS-CD-COUNT)
                           MOVE CA-POSTCODE
                               TO CD-POSTCODE (WS-CD-COUNT)
                   END-READ
               END-IF
           ELSE
               ADD 1 TO WS-NOT-COMPARED-COUNT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "COMPARE TABLE FULL, CUSTOMER NOT COMPARED: "
                   CM-CUST-NO DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           PERFORM READ-CUSTOMER
           EXIT
           .
       COMPARE-FROM-ENTRY.
           COMPUTE WS-CD-START-2 = WS-CD-SUB-1 + 1
           PERFORM COMPARE-PAIR
               VARYING WS-CD-SUB-2 FROM WS-CD-START-2 BY 1
               UNTIL WS-CD-SUB-2 > WS-CD-COUNT
           EXIT
           .
      *--------------------------------------------------------------
      * Scoring: the same full name scores 2 on its own (the
      * taxpayer moved and was added again at the new address);
      * names agreeing only in their first letters score 1, as do
      * the same street and the same postcode.  A pair scoring 2 or
      * more is a candidate - near name plus same postcode, or same
      * street and postcode under a respelled name.
      *--------------------------------------------------------------
       COMPARE-PAIR.
           MOVE ZERO   TO WS-MATCH-SCORE
           MOVE SPACES TO WS-DL-NAME-MATCH
           MOVE SPACES TO WS-DL-STREET-MATCH
           MOVE SPACES TO WS-DL-POST-MATCH
           IF CD-NAME (WS-CD-SUB-1) NOT = SPACES
               IF CD-NAME (WS-CD-SUB-1) = CD-NAME (WS-CD-SUB-2)
                   ADD 2 TO WS-MATCH-SCORE
                   MOVE "NAME  " TO WS-DL-NAME-MATCH
               ELSE
                   IF CD-NAME (WS-CD-SUB-1) (1:WS-NAME-PREFIX-LEN) =
                       CD-NAME (WS-CD-SUB-2) (1:WS-NAME-PREFIX-LEN)
                       ADD 1 TO WS-MATCH-SCORE
                       MOVE "NAME~ " TO WS-DL-NAME-MATCH
                   END-IF
               END-IF
           END-IF
           IF CD-STREET (WS-CD-SUB-1) NOT = SPACES
               AND CD-STREET (WS-CD-SUB-1) (1:WS-STREET-PREFIX-LEN) =
                   CD-STREET (WS-CD-SUB-2) (1:WS-STREET-PREFIX-LEN)
               ADD 1 TO WS-MATCH-SCORE
               MOVE "STREET" TO WS-DL-STREET-MATCH
           END-IF
           IF CD-POSTCODE (WS-CD-SUB-1) NOT = SPACES
               AND CD-POSTCODE (WS-CD-SUB-1) =
                   CD-POSTCODE (WS-CD-SUB-2)
               ADD 1 TO WS-MATCH-SCORE
               MOVE "POSTCODE" TO WS-DL-POST-MATCH
           END-IF
           IF WS-MATCH-SCORE NOT < WS-MATCH-THRESHOLD
               PERFORM WRITE-DUPLICATE-LINE
           END-IF
           EXIT
           .
       WRITE-DUPLICATE-LINE.
           ADD 1 TO WS-PAIR-COUNT
           MOVE CD-CUST-NO (WS-CD-SUB-1) TO WS-DL-CUST-NO-1
           MOVE CD-NAME (WS-CD-SUB-1)    TO WS-DL-NAME-1
           MOVE CD-CUST-NO (WS-CD-SUB-2) TO WS-DL-CUST-NO-2
           MOVE CD-NAME (WS-CD-SUB-2)    TO WS-DL-NAME-2
           MOVE WS-MATCH-SCORE           TO WS-DL-SCORE
           WRITE DUPLICATE-REPORT-REC FROM WS-DUP-LINE
           MOVE DUPLICATE-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-DUPLICATE-TOTALS.
           MOVE "CUSTOMERS COMPARED   " TO WS-DT-LABEL
           MOVE WS-CD-COUNT             TO WS-DT-COUNT
           WRITE DUPLICATE-REPORT-REC FROM WS-DUP-TOTAL-LINE
           MOVE DUPLICATE-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "CUSTOMERS NOT COMPARED" TO WS-DT-LABEL
           MOVE WS-NOT-COMPARED-COUNT    TO WS-DT-COUNT
           WRITE DUPLICATE-REPORT-REC FROM WS-DUP-TOTAL-LINE
           MOVE DUPLICATE-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "CANDIDATE PAIRS      " TO WS-DT-LABEL
           MOVE WS-PAIR-COUNT           TO WS-DT-COUNT
           WRITE DUPLICATE-REPORT-REC FROM WS-DUP-TOTAL-LINE
           MOVE DUPLICATE-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
