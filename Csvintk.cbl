       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVINTK.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  General delimited feed intake,
      *             taking DATA2's validated alphanumeric-to-numeric
      *             conversion beyond the one ALNUMIN field: the
      *             comma-delimited exports now arriving for
      *             TIMEDTL, GRADETRN and PAYMENTS are turned into
      *             the fixed-format files their programs already
      *             read.  The CSVCTL control card names the feed;
      *             its CSVLAYT layout definition maps each column
      *             to a field position, type and decimal scale.
      *             Every column of every row is edited - present
      *             when required, numeric and within the field's
      *             digits and decimals, a real date - and a row
      *             with any bad column is kept out of the fixed
      *             file and listed on CSVEXC with its row number
      *             and column name.  Feeds whose programs balance
      *             a control trailer get the BATCHTRL trailer
      *             (count and hash of the accepted rows) and, for
      *             departmental feeds, the BATCHHDR header.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CONTROL-FILE ASSIGN TO "CSVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FEED-LAYOUT-FILE ASSIGN TO "CSVLAYT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-STATUS.
           SELECT CSV-INPUT-FILE ASSIGN TO "CSVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT FIXED-OUTPUT-FILE ASSIGN TO "CSVOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN TO "CSVEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CONTROL-FILE.
       01  FEED-CONTROL-REC.
           05  FC-FEED-NAME        PIC X(8).
           05  FC-DEPARTMENT       PIC X(15).
           05  FC-BATCH-ID         PIC X(6).
       FD  FEED-LAYOUT-FILE.
       COPY CSVLAYT.
       FD  CSV-INPUT-FILE.
       01  CSV-INPUT-REC           PIC X(256).
       FD  FIXED-OUTPUT-FILE.
       01  FIXED-OUTPUT-REC        PIC X(256).
       FD  EXCEPTIONS-FILE.
       01  EXCEPTIONS-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHHDR.
       COPY BATCHTRL.

       01  CSV-COLUMN-TABLE.
           05  CL-ENTRY OCCURS 40 TIMES.
               10  CL-DEFINED-SW   PIC X(1).
               10  CL-COLUMN-NAME  PIC X(15).
               10  CL-FIELD-POS    PIC 9(3).
               10  CL-FIELD-LEN    PIC 9(2).
               10  CL-FIELD-TYPE   PIC X(1).
               10  CL-SCALE        PIC 9(1).
               10  CL-REQUIRED-SW  PIC X(1).
               10  CL-HASH-SW      PIC X(1).

       01  CSV-FIELD-TABLE.
           05  CF-ENTRY OCCURS 40 TIMES.
               10  CF-TEXT         PIC X(40).
               10  CF-LEN          PIC 9(2).
               10  CF-SIG-LEN      PIC 9(2).
               10  CF-OVERFLOW-SW  PIC X(1).

       01  WS-FIXED-REC            PIC X(256).

       01  WS-NUM-FIELD            PIC X(18).
       01  WS-INT-DIGITS           PIC X(18).
       01  WS-DEC-DIGITS           PIC X(9).
       01  WS-HASH-DIGITS          PIC X(18).
       01  WS-HASH-VALUE REDEFINES WS-HASH-DIGITS
                                   PIC 9(18).
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-DC-YEAR          PIC 9(4).
           05  WS-DC-MONTH         PIC 9(2).
           05  WS-DC-DAY           PIC 9(2).

       01  WS-EXCEPTION-LINE.
           05  FILLER              PIC X(4)  VALUE "ROW ".
           05  WS-EX-ROW-NO        PIC 9(6).
           05  FILLER              PIC X(5)  VALUE " COL ".
           05  WS-EX-COLUMN-NO     PIC 9(2).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-COLUMN-NAME   PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-REASON        PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-VALUE         PIC X(25).

       01  WS-INTAKE-TOTAL-LINE.
           05  WS-IT-LABEL         PIC X(22).
           05  WS-IT-FEED-NAME     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-IT-AMOUNT        PIC Z(10)9.
           05  FILLER              PIC X(37) VALUE SPACES.

       77  WS-CTL-STATUS           PIC X(2)  VALUE "00".
       77  WS-LAY-STATUS           PIC X(2)  VALUE "00".
       77  WS-CSV-STATUS           PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-CONTROL-GOOD-SW      PIC X(1)  VALUE "N".
           88  WS-CONTROL-GOOD               VALUE "Y".
       77  WS-LAYOUT-GOOD-SW       PIC X(1)  VALUE "N".
           88  WS-LAYOUT-GOOD                VALUE "Y".
       77  WS-FEED-FOUND-SW        PIC X(1)  VALUE "N".
           88  WS-FEED-FOUND                 VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".
       77  WS-ROW-GOOD-SW          PIC X(1)  VALUE "Y".
           88  WS-ROW-GOOD                   VALUE "Y".
       77  WS-IN-QUOTES-SW         PIC X(1)  VALUE "N".
           88  WS-IN-QUOTES                  VALUE "Y".
       77  WS-ROW-ENDED-SW         PIC X(1)  VALUE "N".
           88  WS-ROW-ENDED                  VALUE "Y".
       77  WS-TOO-MANY-SW          PIC X(1)  VALUE "N".
           88  WS-TOO-MANY-COLUMNS           VALUE "Y".
       77  WS-DIGIT-SEEN-SW        PIC X(1)  VALUE "N".
           88  WS-DIGIT-SEEN                 VALUE "Y".
       77  WS-POINT-SEEN-SW        PIC X(1)  VALUE "N".
           88  WS-POINT-SEEN                 VALUE "Y".
       77  WS-NUMBER-ENDED-SW      PIC X(1)  VALUE "N".
           88  WS-NUMBER-ENDED               VALUE "Y".
       77  WS-NOT-NUMERIC-SW       PIC X(1)  VALUE "N".
           88  WS-NOT-NUMERIC                VALUE "Y".
       77  WS-FEED-RECORD-LENGTH   PIC 9(3)  VALUE ZERO.
       77  WS-FEED-SKIP-ROWS       PIC 9(1)  VALUE ZERO.
       77  WS-FEED-HEADER-SW       PIC X(1)  VALUE "N".
           88  WS-FEED-WANTS-HEADER          VALUE "Y".
       77  WS-FEED-TRAILER-SW      PIC X(1)  VALUE "N".
           88  WS-FEED-WANTS-TRAILER         VALUE "Y".
       77  WS-CL-COUNT             PIC 9(2)  VALUE ZERO.
       77  WS-CL-SUB               PIC 9(2)  VALUE ZERO.
       77  WS-COL                  PIC 9(2)  VALUE ZERO.
       77  WS-FIELD-COUNT          PIC 9(2)  VALUE ZERO.
       77  WS-ROW-LEN              PIC 9(3)  VALUE ZERO.
       77  WS-CHR-POS              PIC 9(3)  VALUE ZERO.
       77  WS-CHR                  PIC X(1)  VALUE SPACE.
       77  WS-INT-LEN              PIC 9(2)  VALUE ZERO.
       77  WS-INT-ROOM             PIC 9(2)  VALUE ZERO.
       77  WS-INT-START            PIC 9(2)  VALUE ZERO.
       77  WS-DEC-LEN              PIC 9(2)  VALUE ZERO.
       77  WS-FIELD-END            PIC 9(4)  VALUE ZERO.
       77  WS-LAYOUT-REASON        PIC X(30) VALUE SPACES.
       77  WS-ROW-NO               PIC 9(6)  VALUE ZERO.
       77  WS-ROW-HASH             PIC 9(11) VALUE ZERO.
       77  WS-ROWS-READ            PIC 9(7)  VALUE ZERO.
       77  WS-ROWS-ACCEPTED        PIC 9(7)  VALUE ZERO.
       77  WS-ROWS-REJECTED        PIC 9(7)  VALUE ZERO.
       77  WS-TRL-HASH             PIC 9(11) VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "CSVINTK".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           PERFORM READ-FEED-CONTROL
           IF WS-CONTROL-GOOD
               PERFORM LOAD-FEED-LAYOUT
           END-IF
           IF WS-LAYOUT-GOOD
               OPEN INPUT CSV-INPUT-FILE
               IF WS-CSV-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CSVIN OPEN FAILED FOR FEED " FC-FEED-NAME
                       ", STATUS: " WS-CSV-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN OUTPUT FIXED-OUTPUT-FILE
                   IF WS-FEED-WANTS-HEADER
                       PERFORM WRITE-BATCH-HEADER
                   END-IF
                   MOVE "N" TO WS-EOF-SW
                   PERFORM READ-CSV-ROW
                   PERFORM TAKE-IN-CSV-ROW UNTIL WS-EOF
                   IF WS-FEED-WANTS-TRAILER
                       PERFORM WRITE-BATCH-TRAILER
                   END-IF
                   PERFORM LOG-INTAKE-TOTALS
                   CLOSE CSV-INPUT-FILE
                   CLOSE FIXED-OUTPUT-FILE
               END-IF
           END-IF
           IF WS-EXC-OPEN
               CLOSE EXCEPTIONS-FILE
           END-IF
           GOBACK
           .
      *--------------------------------------------------------------
      * The control card names the feed being taken in and, for a
      * departmental feed, the department and batch id its header
      * is to carry.
      *--------------------------------------------------------------
       READ-FEED-CONTROL.
           OPEN INPUT FEED-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CSVCTL CONTROL CARD MISSING, STATUS: "
                   WS-CTL-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               READ FEED-CONTROL-FILE
                   AT END
                       MOVE "CSVCTL CONTROL CARD EMPTY"
                           TO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   NOT AT END
                       IF FC-FEED-NAME = SPACES
                           MOVE "CSVCTL NAMES NO FEED"
                               TO WS-LOG-MESSAGE
                           MOVE "ERROR" TO WS-LOG-SEVERITY
                           PERFORM WRITE-LOG
                       ELSE
                           SET WS-CONTROL-GOOD TO TRUE
                       END-IF
               END-READ
               CLOSE FEED-CONTROL-FILE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Only the named feed's records are taken from CSVLAYT.  A
      * layout with no feed record, no columns, or any column that
      * cannot be honoured refuses the run before CSVIN is opened,
      * so a bad definition never produces a half-built file.
      *--------------------------------------------------------------
       LOAD-FEED-LAYOUT.
           PERFORM CLEAR-COLUMN-ENTRY
               VARYING WS-CL-SUB FROM 1 BY 1 UNTIL WS-CL-SUB > 40
           MOVE ZERO TO WS-CL-COUNT
           MOVE "N" TO WS-FEED-FOUND-SW
           SET WS-LAYOUT-GOOD TO TRUE
           OPEN INPUT FEED-LAYOUT-FILE
           IF WS-LAY-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CSVLAYT OPEN FAILED, STATUS: "
                   WS-LAY-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               MOVE "N" TO WS-LAYOUT-GOOD-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-LAYOUT-RECORD
               PERFORM LOAD-LAYOUT-RECORD UNTIL WS-EOF
               CLOSE FEED-LAYOUT-FILE
               EVALUATE TRUE
                   WHEN NOT WS-FEED-FOUND
                       MOVE "NO FEED RECORD ON CSVLAYT"
                           TO WS-LAYOUT-REASON
                       PERFORM REFUSE-LAYOUT
                   WHEN WS-CL-COUNT = ZERO
                       MOVE "NO COLUMNS ON CSVLAYT"
                           TO WS-LAYOUT-REASON
                       PERFORM REFUSE-LAYOUT
                   WHEN OTHER
                       PERFORM CHECK-COLUMN-FITS
                           VARYING WS-CL-SUB FROM 1 BY 1
                           UNTIL WS-CL-SUB > WS-CL-COUNT
               END-EVALUATE
           END-IF
           EXIT
           .
       CLEAR-COLUMN-ENTRY.
           MOVE "N"    TO CL-DEFINED-SW (WS-CL-SUB)
           MOVE SPACES TO CL-COLUMN-NAME (WS-CL-SUB)
           MOVE ZERO   TO CL-FIELD-POS (WS-CL-SUB)
           MOVE ZERO   TO CL-FIELD-LEN (WS-CL-SUB)
           MOVE SPACE  TO CL-FIELD-TYPE (WS-CL-SUB)
           MOVE ZERO   TO CL-SCALE (WS-CL-SUB)
           MOVE "N"    TO CL-REQUIRED-SW (WS-CL-SUB)
           MOVE "N"    TO CL-HASH-SW (WS-CL-SUB)
           EXIT
           .
       READ-LAYOUT-RECORD.
           READ FEED-LAYOUT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       LOAD-LAYOUT-RECORD.
           IF LY-FEED-NAME = FC-FEED-NAME
               EVALUATE TRUE
                   WHEN LY-IS-FEED
                       PERFORM TAKE-FEED-RECORD
                   WHEN LY-IS-COLUMN
                       PERFORM TAKE-COLUMN-RECORD
               END-EVALUATE
           END-IF
           PERFORM READ-LAYOUT-RECORD
           EXIT
           .
       TAKE-FEED-RECORD.
           IF LY-RECORD-LENGTH NOT NUMERIC
               OR LY-RECORD-LENGTH = ZERO
               OR LY-RECORD-LENGTH > 256
               OR LY-SKIP-ROWS NOT NUMERIC
               MOVE "FEED RECORD LENGTH OR SKIP BAD"
                   TO WS-LAYOUT-REASON
               PERFORM REFUSE-LAYOUT
           ELSE
               SET WS-FEED-FOUND TO TRUE
               MOVE LY-RECORD-LENGTH TO WS-FEED-RECORD-LENGTH
               MOVE LY-SKIP-ROWS     TO WS-FEED-SKIP-ROWS
               MOVE LY-HEADER-SW     TO WS-FEED-HEADER-SW
               MOVE LY-TRAILER-SW    TO WS-FEED-TRAILER-SW
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Text columns are limited to the forty characters a column
      * is read into; numeric columns to the eighteen digits the
      * conversion carries; a date is always eight.  Only a
      * numeric column can count in the hash total.
      *--------------------------------------------------------------
       TAKE-COLUMN-RECORD.
           MOVE SPACES TO WS-LAYOUT-REASON
           EVALUATE TRUE
               WHEN LY-COLUMN-NO NOT NUMERIC
                   OR LY-COLUMN-NO = ZERO
                   OR LY-COLUMN-NO > 40
                   MOVE "COLUMN NUMBER NOT 01-40"
                       TO WS-LAYOUT-REASON
               WHEN CL-DEFINED-SW (LY-COLUMN-NO) = "Y"
                   MOVE "COLUMN DEFINED TWICE" TO WS-LAYOUT-REASON
               WHEN LY-FIELD-POS NOT NUMERIC
                   OR LY-FIELD-LEN NOT NUMERIC
                   OR LY-SCALE NOT NUMERIC
                   MOVE "POSITION, LENGTH OR SCALE BAD"
                       TO WS-LAYOUT-REASON
               WHEN LY-FIELD-POS = ZERO
                   CONTINUE
               WHEN LY-FIELD-LEN = ZERO
                   MOVE "FIELD LENGTH ZERO" TO WS-LAYOUT-REASON
               WHEN LY-FIELD-TYPE = "X"
                   AND LY-FIELD-LEN > 40
                   MOVE "TEXT FIELD OVER 40" TO WS-LAYOUT-REASON
               WHEN LY-FIELD-TYPE = "9"
                   AND (LY-FIELD-LEN > 18
                        OR LY-SCALE > LY-FIELD-LEN)
                   MOVE "NUMERIC LENGTH OR SCALE BAD"
                       TO WS-LAYOUT-REASON
               WHEN LY-FIELD-TYPE = "D"
                   AND LY-FIELD-LEN NOT = 8
                   MOVE "DATE FIELD NOT 8 LONG" TO WS-LAYOUT-REASON
               WHEN LY-FIELD-TYPE NOT = "X"
                   AND LY-FIELD-TYPE NOT = "9"
                   AND LY-FIELD-TYPE NOT = "D"
                   MOVE "TYPE NOT X, 9 OR D" TO WS-LAYOUT-REASON
               WHEN LY-HASH-SW = "Y"
                   AND LY-FIELD-TYPE NOT = "9"
                   MOVE "HASH ON A NON-NUMERIC" TO WS-LAYOUT-REASON
           END-EVALUATE
           IF WS-LAYOUT-REASON NOT = SPACES
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CSVLAYT " FC-FEED-NAME " COLUMN "
                   LY-COLUMN-NO " " LY-COLUMN-NAME ": "
                   WS-LAYOUT-REASON
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
               MOVE "N" TO WS-LAYOUT-GOOD-SW
           ELSE
               MOVE "Y"            TO CL-DEFINED-SW (LY-COLUMN-NO)
               MOVE LY-COLUMN-NAME TO CL-COLUMN-NAME (LY-COLUMN-NO)
               MOVE LY-FIELD-POS   TO CL-FIELD-POS (LY-COLUMN-NO)
               MOVE LY-FIELD-LEN   TO CL-FIELD-LEN (LY-COLUMN-NO)
               MOVE LY-FIELD-TYPE  TO CL-FIELD-TYPE (LY-COLUMN-NO)
               MOVE LY-SCALE       TO CL-SCALE (LY-COLUMN-NO)
               MOVE LY-REQUIRED-SW TO CL-REQUIRED-SW (LY-COLUMN-NO)
               MOVE LY-HASH-SW     TO CL-HASH-SW (LY-COLUMN-NO)
               IF LY-COLUMN-NO > WS-CL-COUNT
                   MOVE LY-COLUMN-NO TO WS-CL-COUNT
               END-IF
           END-IF
           EXIT
           .
       CHECK-COLUMN-FITS.
           IF CL-DEFINED-SW (WS-CL-SUB) = "Y"
               AND CL-FIELD-POS (WS-CL-SUB) > ZERO
               COMPUTE WS-FIELD-END = CL-FIELD-POS (WS-CL-SUB)
                   + CL-FIELD-LEN (WS-CL-SUB) - 1
               IF WS-FIELD-END > WS-FEED-RECORD-LENGTH
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CSVLAYT " FC-FEED-NAME " COLUMN "
                       WS-CL-SUB " " CL-COLUMN-NAME (WS-CL-SUB)
                       ": RUNS PAST RECORD END"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
                   MOVE "N" TO WS-LAYOUT-GOOD-SW
               END-IF
           END-IF
           EXIT
           .
       REFUSE-LAYOUT.
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CSVLAYT " FC-FEED-NAME ": " WS-LAYOUT-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "ERROR" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           MOVE "N" TO WS-LAYOUT-GOOD-SW
           EXIT
           .
       WRITE-BATCH-HEADER.
           MOVE "H"           TO BH-RECORD-TYPE
           MOVE FC-DEPARTMENT TO BH-DEPARTMENT
           MOVE FC-BATCH-ID   TO BH-BATCH-ID
           MOVE SPACES TO FIXED-OUTPUT-REC
           MOVE BATCH-HEADER-REC TO FIXED-OUTPUT-REC
           WRITE FIXED-OUTPUT-REC
           EXIT
           .
       READ-CSV-ROW.
           READ CSV-INPUT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
               NOT AT END ADD 1 TO WS-ROW-NO
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Rows are numbered as the spreadsheet numbers them, title
      * rows included, so an exception can be found in the export
      * it came from.  Blank rows are passed over.
      *--------------------------------------------------------------
       TAKE-IN-CSV-ROW.
           IF WS-ROW-NO > WS-FEED-SKIP-ROWS
               AND CSV-INPUT-REC NOT = SPACES
               ADD 1 TO WS-ROWS-READ
               PERFORM SPLIT-CSV-ROW
               PERFORM BUILD-FIXED-RECORD
               IF WS-ROW-GOOD
                   MOVE WS-FIXED-REC TO FIXED-OUTPUT-REC
                   WRITE FIXED-OUTPUT-REC
                   ADD 1 TO WS-ROWS-ACCEPTED
                   ADD WS-ROW-HASH TO WS-TRL-HASH
               ELSE
                   ADD 1 TO WS-ROWS-REJECTED
               END-IF
           END-IF
           PERFORM READ-CSV-ROW
           EXIT
           .
      *--------------------------------------------------------------
      * Columns are split on commas.  A column in double quotes may
      * hold commas of its own, and a doubled quote inside it is a
      * quote character, as the spreadsheet exports them.  A
      * carriage return left by the export ends the row.
      *--------------------------------------------------------------
       SPLIT-CSV-ROW.
           PERFORM CLEAR-ROW-FIELD
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 40
           MOVE 1   TO WS-COL
           MOVE "N" TO WS-IN-QUOTES-SW
           MOVE "N" TO WS-ROW-ENDED-SW
           MOVE "N" TO WS-TOO-MANY-SW
           MOVE 256 TO WS-ROW-LEN
           PERFORM BACK-UP-ROW-END
               UNTIL CSV-INPUT-REC (WS-ROW-LEN:1) NOT = SPACE
           PERFORM SCAN-ROW-CHARACTER
               VARYING WS-CHR-POS FROM 1 BY 1
               UNTIL WS-CHR-POS > WS-ROW-LEN OR WS-ROW-ENDED
           MOVE WS-COL TO WS-FIELD-COUNT
           EXIT
           .
       CLEAR-ROW-FIELD.
           MOVE SPACES TO CF-TEXT (WS-COL)
           MOVE ZERO   TO CF-LEN (WS-COL)
           MOVE ZERO   TO CF-SIG-LEN (WS-COL)
           MOVE "N"    TO CF-OVERFLOW-SW (WS-COL)
           EXIT
           .
       BACK-UP-ROW-END.
           SUBTRACT 1 FROM WS-ROW-LEN
           EXIT
           .
       SCAN-ROW-CHARACTER.
           MOVE CSV-INPUT-REC (WS-CHR-POS:1) TO WS-CHR
           EVALUATE TRUE
               WHEN WS-IN-QUOTES AND WS-CHR = QUOTE
                   IF WS-CHR-POS < WS-ROW-LEN
                       AND CSV-INPUT-REC (WS-CHR-POS + 1:1) = QUOTE
                       PERFORM APPEND-FIELD-CHARACTER
                       ADD 1 TO WS-CHR-POS
                   ELSE
                       MOVE "N" TO WS-IN-QUOTES-SW
                   END-IF
               WHEN WS-IN-QUOTES
                   PERFORM APPEND-FIELD-CHARACTER
               WHEN WS-CHR = QUOTE
                   SET WS-IN-QUOTES TO TRUE
               WHEN WS-CHR = ","
                   IF WS-COL < 40
                       ADD 1 TO WS-COL
                   ELSE
                       SET WS-TOO-MANY-COLUMNS TO TRUE
                       SET WS-ROW-ENDED TO TRUE
                   END-IF
               WHEN WS-CHR = X"0D"
                   SET WS-ROW-ENDED TO TRUE
               WHEN OTHER
                   PERFORM APPEND-FIELD-CHARACTER
           END-EVALUATE
           EXIT
           .
       APPEND-FIELD-CHARACTER.
           IF CF-LEN (WS-COL) < 40
               ADD 1 TO CF-LEN (WS-COL)
               MOVE WS-CHR TO CF-TEXT (WS-COL) (CF-LEN (WS-COL):1)
               IF WS-CHR NOT = SPACE
                   MOVE CF-LEN (WS-COL) TO CF-SIG-LEN (WS-COL)
               END-IF
           ELSE
               MOVE "Y" TO CF-OVERFLOW-SW (WS-COL)
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Every column is edited, not just the first bad one, so one
      * pass of corrections clears the row.  Trailing empty
      * columns past the layout are tolerated; trailing columns
      * with data in them mean the export is not the layout's.
      *--------------------------------------------------------------
       BUILD-FIXED-RECORD.
           MOVE SPACES TO WS-FIXED-REC
           MOVE ZERO   TO WS-ROW-HASH
           SET WS-ROW-GOOD TO TRUE
           IF WS-IN-QUOTES
               MOVE "QUOTE NOT CLOSED" TO WS-EX-REASON
               PERFORM REJECT-WHOLE-ROW
           END-IF
           IF WS-TOO-MANY-COLUMNS
               MOVE "OVER 40 COLUMNS" TO WS-EX-REASON
               PERFORM REJECT-WHOLE-ROW
           END-IF
           IF WS-FIELD-COUNT > WS-CL-COUNT
               PERFORM CHECK-EXTRA-COLUMN
                   VARYING WS-COL FROM WS-CL-COUNT BY 1
                   UNTIL WS-COL = WS-FIELD-COUNT
           END-IF
           PERFORM EDIT-ONE-COLUMN
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-CL-COUNT
           EXIT
           .
       CHECK-EXTRA-COLUMN.
           IF CF-LEN (WS-COL + 1) > ZERO
               AND WS-ROW-GOOD
               MOVE "EXTRA COLUMN DATA" TO WS-EX-REASON
               PERFORM REJECT-WHOLE-ROW
           END-IF
           EXIT
           .
       EDIT-ONE-COLUMN.
           IF CL-DEFINED-SW (WS-COL) = "Y"
               AND CL-FIELD-POS (WS-COL) > ZERO
               EVALUATE TRUE
                   WHEN CF-OVERFLOW-SW (WS-COL) = "Y"
                       MOVE "VALUE OVER 40 CHARS" TO WS-EX-REASON
                       PERFORM REJECT-COLUMN
                   WHEN CF-SIG-LEN (WS-COL) = ZERO
                       AND CL-REQUIRED-SW (WS-COL) = "Y"
                       MOVE "REQUIRED, MISSING" TO WS-EX-REASON
                       PERFORM REJECT-COLUMN
                   WHEN CF-SIG-LEN (WS-COL) = ZERO
                       AND CL-FIELD-TYPE (WS-COL) NOT = "X"
                       MOVE ZEROS TO WS-FIXED-REC
                           (CL-FIELD-POS (WS-COL):CL-FIELD-LEN (WS-COL))
                   WHEN CF-SIG-LEN (WS-COL) = ZERO
                       CONTINUE
                   WHEN CL-FIELD-TYPE (WS-COL) = "X"
                       IF CF-SIG-LEN (WS-COL) > CL-FIELD-LEN (WS-COL)
                           MOVE "TOO LONG FOR FIELD" TO WS-EX-REASON
                           PERFORM REJECT-COLUMN
                       ELSE
                           MOVE CF-TEXT (WS-COL) (1:CF-SIG-LEN (WS-COL))
                               TO WS-FIXED-REC (CL-FIELD-POS (WS-COL):
                                   CL-FIELD-LEN (WS-COL))
                       END-IF
                   WHEN OTHER
                       PERFORM CONVERT-NUMERIC-TEXT
               END-EVALUATE
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * DATA2's alphanumeric-to-numeric conversion, carried to any
      * width and scale: the column text may have surrounding
      * spaces and at most one decimal point, and nothing but
      * digits otherwise.  The digits are aligned on the field's
      * implied decimal point, zero-filled either side.  Decimal
      * zeros beyond the scale are dropped; any other digit that
      * will not fit refuses the column rather than truncating.
      *--------------------------------------------------------------
       CONVERT-NUMERIC-TEXT.
           MOVE ZERO   TO WS-INT-LEN
           MOVE ZERO   TO WS-DEC-LEN
           MOVE SPACES TO WS-INT-DIGITS
           MOVE SPACES TO WS-DEC-DIGITS
           MOVE "N" TO WS-DIGIT-SEEN-SW
           MOVE "N" TO WS-POINT-SEEN-SW
           MOVE "N" TO WS-NUMBER-ENDED-SW
           MOVE "N" TO WS-NOT-NUMERIC-SW
           PERFORM SCAN-NUMERIC-CHARACTER
               VARYING WS-CHR-POS FROM 1 BY 1
               UNTIL WS-CHR-POS > CF-SIG-LEN (WS-COL)
           IF WS-DEC-LEN > CL-SCALE (WS-COL)
               AND WS-DEC-LEN NOT > 9
               PERFORM DROP-TRAILING-ZERO
                   UNTIL WS-DEC-LEN NOT > CL-SCALE (WS-COL)
                   OR WS-DEC-DIGITS (WS-DEC-LEN:1) NOT = "0"
           END-IF
           COMPUTE WS-INT-ROOM = CL-FIELD-LEN (WS-COL)
               - CL-SCALE (WS-COL)
           EVALUATE TRUE
               WHEN WS-NOT-NUMERIC OR NOT WS-DIGIT-SEEN
                   MOVE "NOT NUMERIC" TO WS-EX-REASON
                   PERFORM REJECT-COLUMN
               WHEN WS-DEC-LEN > CL-SCALE (WS-COL)
                   MOVE "TOO MANY DECIMALS" TO WS-EX-REASON
                   PERFORM REJECT-COLUMN
               WHEN WS-INT-LEN > WS-INT-ROOM
                   MOVE "TOO LARGE FOR FIELD" TO WS-EX-REASON
                   PERFORM REJECT-COLUMN
               WHEN OTHER
                   PERFORM PLACE-NUMERIC-VALUE
           END-EVALUATE
           EXIT
           .
       SCAN-NUMERIC-CHARACTER.
           MOVE CF-TEXT (WS-COL) (WS-CHR-POS:1) TO WS-CHR
           EVALUATE TRUE
               WHEN WS-CHR = SPACE
                   IF WS-DIGIT-SEEN OR WS-POINT-SEEN
                       SET WS-NUMBER-ENDED TO TRUE
                   END-IF
               WHEN WS-NUMBER-ENDED
                   SET WS-NOT-NUMERIC TO TRUE
               WHEN WS-CHR = "."
                   IF WS-POINT-SEEN
                       SET WS-NOT-NUMERIC TO TRUE
                   ELSE
                       SET WS-POINT-SEEN TO TRUE
                   END-IF
               WHEN WS-CHR IS NUMERIC
                   SET WS-DIGIT-SEEN TO TRUE
                   PERFORM KEEP-NUMERIC-DIGIT
               WHEN OTHER
                   SET WS-NOT-NUMERIC TO TRUE
           END-EVALUATE
           EXIT
           .
       KEEP-NUMERIC-DIGIT.
           IF WS-POINT-SEEN
               IF WS-DEC-LEN < 10
                   ADD 1 TO WS-DEC-LEN
               END-IF
               IF WS-DEC-LEN NOT > 9
                   MOVE WS-CHR TO WS-DEC-DIGITS (WS-DEC-LEN:1)
               END-IF
           ELSE
               IF WS-INT-LEN > ZERO OR WS-CHR NOT = "0"
                   IF WS-INT-LEN < 19
                       ADD 1 TO WS-INT-LEN
                   END-IF
                   IF WS-INT-LEN NOT > 18
                       MOVE WS-CHR TO WS-INT-DIGITS (WS-INT-LEN:1)
                   END-IF
               END-IF
           END-IF
           EXIT
           .
       DROP-TRAILING-ZERO.
           SUBTRACT 1 FROM WS-DEC-LEN
           EXIT
           .
       PLACE-NUMERIC-VALUE.
           MOVE ZEROS TO WS-NUM-FIELD
           IF WS-INT-LEN > ZERO
               COMPUTE WS-INT-START = WS-INT-ROOM - WS-INT-LEN + 1
               MOVE WS-INT-DIGITS (1:WS-INT-LEN)
                   TO WS-NUM-FIELD (WS-INT-START:WS-INT-LEN)
           END-IF
           IF WS-DEC-LEN > ZERO
               MOVE WS-DEC-DIGITS (1:WS-DEC-LEN)
                   TO WS-NUM-FIELD (WS-INT-ROOM + 1:WS-DEC-LEN)
           END-IF
           IF CL-FIELD-TYPE (WS-COL) = "D"
               MOVE WS-NUM-FIELD (1:8) TO WS-DATE-CHECK
               IF WS-DC-YEAR < 1900
                   OR WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                   OR WS-DC-DAY < 1 OR WS-DC-DAY > 31
                   MOVE "NOT A VALID DATE" TO WS-EX-REASON
                   PERFORM REJECT-COLUMN
               END-IF
           END-IF
           MOVE WS-NUM-FIELD (1:CL-FIELD-LEN (WS-COL))
               TO WS-FIXED-REC (CL-FIELD-POS (WS-COL):
                   CL-FIELD-LEN (WS-COL))
           IF CL-HASH-SW (WS-COL) = "Y"
               MOVE ZEROS TO WS-HASH-DIGITS
               MOVE WS-NUM-FIELD (1:CL-FIELD-LEN (WS-COL))
                   TO WS-HASH-DIGITS (19 - CL-FIELD-LEN (WS-COL):
                       CL-FIELD-LEN (WS-COL))
               ADD WS-HASH-VALUE TO WS-ROW-HASH
           END-IF
           EXIT
           .
       REJECT-COLUMN.
           MOVE WS-COL                    TO WS-EX-COLUMN-NO
           MOVE CL-COLUMN-NAME (WS-COL)   TO WS-EX-COLUMN-NAME
           MOVE CF-TEXT (WS-COL)          TO WS-EX-VALUE
           PERFORM WRITE-EXCEPTION
           EXIT
           .
       REJECT-WHOLE-ROW.
           MOVE ZERO                      TO WS-EX-COLUMN-NO
           MOVE "(WHOLE ROW)"             TO WS-EX-COLUMN-NAME
           MOVE CSV-INPUT-REC             TO WS-EX-VALUE
           PERFORM WRITE-EXCEPTION
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT EXCEPTIONS-FILE
               SET WS-EXC-OPEN TO TRUE
           END-IF
           MOVE "N" TO WS-ROW-GOOD-SW
           MOVE WS-ROW-NO TO WS-EX-ROW-NO
           WRITE EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-BATCH-TRAILER.
           MOVE "T"              TO BT-RECORD-TYPE
           MOVE WS-ROWS-ACCEPTED TO BT-RECORD-COUNT
           MOVE WS-TRL-HASH      TO BT-HASH-TOTAL
           MOVE SPACES TO FIXED-OUTPUT-REC
           MOVE BATCH-TRAILER-REC TO FIXED-OUTPUT-REC
           WRITE FIXED-OUTPUT-REC
           EXIT
           .
       LOG-INTAKE-TOTALS.
           MOVE FC-FEED-NAME TO WS-IT-FEED-NAME
           MOVE "CSV ROWS READ     FOR " TO WS-IT-LABEL
           MOVE WS-ROWS-READ             TO WS-IT-AMOUNT
           PERFORM LOG-ONE-TOTAL
           MOVE "ROWS ACCEPTED     FOR " TO WS-IT-LABEL
           MOVE WS-ROWS-ACCEPTED         TO WS-IT-AMOUNT
           PERFORM LOG-ONE-TOTAL
           MOVE "ROWS REJECTED     FOR " TO WS-IT-LABEL
           MOVE WS-ROWS-REJECTED         TO WS-IT-AMOUNT
           PERFORM LOG-ONE-TOTAL
           IF WS-FEED-WANTS-TRAILER
               MOVE "TRAILER HASH      FOR " TO WS-IT-LABEL
               MOVE WS-TRL-HASH              TO WS-IT-AMOUNT
               PERFORM LOG-ONE-TOTAL
           END-IF
           EXIT
           .
       LOG-ONE-TOTAL.
           MOVE WS-INTAKE-TOTAL-LINE TO WS-LOG-MESSAGE
           IF WS-ROWS-REJECTED > ZERO
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
