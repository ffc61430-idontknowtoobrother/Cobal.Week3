       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXMPTEXP.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Monthly renewal list for the
      *             EXEMPTCT tax exemption certificate master: every
      *             certificate whose expiry date falls within the
      *             next 60 days is printed on EXMPEXPR with the
      *             customer, certificate number, percentage, expiry
      *             date and days left, in customer order, so
      *             renewals can be asked for before the exemption
      *             lapses and DATA1 starts billing the full tax.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPT-CERTIFICATES ASSIGN TO "EXEMPTCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-CUST-NO
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "EXMPEXPR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPT-CERTIFICATES.
       COPY EXEMPTCT.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  EXPIRY-REPORT.
       01  EXPIRY-REPORT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EXPIRY-HEADER-LINE.
           05  FILLER              PIC X(40)
               VALUE "CERTIFICATES EXPIRING WITHIN 60 DAYS OF ".
           05  WS-EH-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(32) VALUE SPACES.

       01  WS-EXPIRY-COLUMN-LINE.
           05  FILLER              PIC X(23)
               VALUE "CUST   NAME            ".
           05  FILLER              PIC X(12) VALUE "CERTIFICATE ".
           05  FILLER              PIC X(9)  VALUE "  PERCENT".
           05  FILLER              PIC X(10) VALUE "  EXPIRES ".
           05  FILLER              PIC X(10) VALUE " DAYS LEFT".
           05  FILLER              PIC X(16) VALUE SPACES.

       01  WS-EXPIRY-LINE.
           05  WS-EL-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EL-NAME          PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EL-CERT-NO       PIC X(10).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  WS-EL-PCT           PIC ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EL-EXPIRY-DATE   PIC 9(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  WS-EL-DAYS-LEFT     PIC ZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-EXPIRY-TOTAL-LINE.
           05  FILLER              PIC X(22)
               VALUE "CERTIFICATES TO RENEW ".
           05  WS-ET-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       01  WS-RUN-DATE-GRP.
           05  WS-RD-YYYY          PIC 9(4).
           05  WS-RD-MM            PIC 99.
           05  WS-RD-DD            PIC 99.
       01  WS-EXP-DATE-GRP.
           05  WS-XD-YYYY          PIC 9(4).
           05  WS-XD-MM            PIC 99.
           05  WS-XD-DD            PIC 99.

       77  WS-CERT-STATUS          PIC X(2)  VALUE "00".
       77  WS-CUST-STATUS          PIC X(2)  VALUE "00".
       77  WS-CUST-OPEN-SW         PIC X(1)  VALUE "N".
           88  WS-CUST-OPEN                  VALUE "Y".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-RUN-DAY-NUMBER       PIC 9(7)  VALUE ZERO.
       77  WS-EXP-DAY-NUMBER       PIC 9(7)  VALUE ZERO.
       77  WS-DAYS-LEFT            PIC S9(7) VALUE ZERO.
       77  WS-RENEWAL-WINDOW       PIC 9(3)  VALUE 60.
       77  WS-RENEW-COUNT          PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "EXMPTEXP".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE-GRP FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DAY-NUMBER =
               (WS-RD-YYYY * 372) + (WS-RD-MM * 31) + WS-RD-DD
           OPEN INPUT EXEMPT-CERTIFICATES
           IF WS-CERT-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "EXEMPT-CERTIFICATES OPEN FAILED, STATUS: "
                   WS-CERT-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS = "00"
                   SET WS-CUST-OPEN TO TRUE
               END-IF
               OPEN OUTPUT EXPIRY-REPORT
               MOVE WS-RUN-DATE-GRP TO WS-EH-RUN-DATE
               WRITE EXPIRY-REPORT-REC FROM WS-EXPIRY-HEADER-LINE
               WRITE EXPIRY-REPORT-REC FROM WS-EXPIRY-COLUMN-LINE
               PERFORM READ-CERTIFICATE
               PERFORM CHECK-CERTIFICATE UNTIL WS-EOF
               MOVE WS-RENEW-COUNT TO WS-ET-COUNT
               WRITE EXPIRY-REPORT-REC FROM WS-EXPIRY-TOTAL-LINE
               MOVE EXPIRY-REPORT-REC TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG
               CLOSE EXEMPT-CERTIFICATES
               CLOSE EXPIRY-REPORT
               IF WS-CUST-OPEN
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF
           GOBACK
           .
       READ-CERTIFICATE.
           READ EXEMPT-CERTIFICATES
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Days left are counted on the same flattened 372-day calendar
      * AGERPT uses.  A certificate already past its expiry has
      * lapsed and is no longer a renewal reminder; one expiring
      * today still is.
      *--------------------------------------------------------------
       CHECK-CERTIFICATE.
           MOVE EC-EXPIRY-DATE TO WS-EXP-DATE-GRP
           COMPUTE WS-EXP-DAY-NUMBER =
               (WS-XD-YYYY * 372) + (WS-XD-MM * 31) + WS-XD-DD
           COMPUTE WS-DAYS-LEFT =
               WS-EXP-DAY-NUMBER - WS-RUN-DAY-NUMBER
           IF WS-DAYS-LEFT NOT < ZERO
               AND WS-DAYS-LEFT NOT > WS-RENEWAL-WINDOW
               PERFORM WRITE-EXPIRY-LINE
           END-IF
           PERFORM READ-CERTIFICATE
           EXIT
           .
       WRITE-EXPIRY-LINE.
           MOVE SPACES TO WS-EL-NAME
           IF WS-CUST-OPEN
               MOVE EC-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-EL-NAME
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-EL-NAME
               END-READ
           END-IF
           ADD 1 TO WS-RENEW-COUNT
           MOVE EC-CUST-NO     TO WS-EL-CUST-NO
           MOVE EC-CERT-NO     TO WS-EL-CERT-NO
           MOVE EC-EXEMPT-PCT  TO WS-EL-PCT
           MOVE EC-EXPIRY-DATE TO WS-EL-EXPIRY-DATE
           MOVE WS-DAYS-LEFT   TO WS-EL-DAYS-LEFT
           WRITE EXPIRY-REPORT-REC FROM WS-EXPIRY-LINE
           MOVE EXPIRY-REPORT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
