       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXINTK.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Bank lockbox intake: replaces the
      *             hand keying of PAYMENTS from bank slips.  A
      *             pre-pass balances every deposit batch on the
      *             LOCKBOX file against its trailer (item count
      *             and deposit total), the way GRDEDIT balances
      *             its department batches; a batch that does not
      *             balance, or has no trailer, is refused whole
      *             and none of its items post.  Each item of a
      *             balanced batch is matched to a customer through
      *             the remittance reference on the CUSTSTMT stub,
      *             proved with the shared STUBREF check digit and
      *             against CUSTMAST, and written to PAYMENTS for
      *             PAYPOST.  An item that will not match is not
      *             thrown out: it goes to the SUSPENSE unapplied-
      *             cash file with its reason, and the day's
      *             suspended total posts through GLPOST (debit
      *             LBXCASH, credit UNAPPCSH).  The SUSPASGN
      *             assignment transactions staff key from the
      *             suspense report name the customer for an open
      *             suspense item; the item is released to PAYMENTS
      *             and the assigned total moves out of unapplied
      *             cash (debit UNAPPCSH, credit TAXRECV).  Every
      *             batch and item is listed on the LBXREG
      *             register; refused assignments go to LBXEXC.
      * 2026-10-15  PAYMENTS is now appended to rather than
      *             replaced, so the hand-keyed bank slips and the
      *             CSVINTK counter feed already on it still reach
      *             PAYPOST.  A LOCKBOX file with more deposit
      *             batches than the batch table holds is refused
      *             whole: nothing is posted or suspended from it,
      *             since the batches past the table could not be
      *             balanced.
      * 2026-10-15  Every item released to PAYMENTS - a matched
      *             lockbox item or an assigned suspense item - is
      *             now recorded by its deposit date, batch and item
      *             key on the indexed LBXREL file, and a key found
      *             there is not released again, so a rerun over the
      *             same LOCKBOX or SUSPASGN file cannot append the
      *             same payment to PAYMENTS twice.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUS-STATUS.
           SELECT RELEASED-ITEMS ASSIGN TO "LBXREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RX-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO "SUSPASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASG-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT LOCKBOX-REGISTER ASSIGN TO "LBXREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSIGNMENT-EXCEPTIONS ASSIGN TO "LBXEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       COPY LOCKBOX.
       FD  CUSTOMER-MASTER.
       COPY CUSTMAST.
       FD  SUSPENSE-FILE.
       COPY SUSPENSE.
       FD  RELEASED-ITEMS.
       01  RELEASED-ITEM-REC.
           05  RX-KEY.
               10  RX-DEPOSIT-DATE PIC 9(8).
               10  RX-BATCH-ID     PIC X(6).
               10  RX-ITEM-SEQ     PIC 9(5).
           05  RX-SOURCE           PIC X(1).
               88  RX-FROM-LOCKBOX        VALUE "L".
               88  RX-FROM-SUSPENSE       VALUE "S".
           05  RX-CUST-NO          PIC 9(5).
           05  RX-AMOUNT           PIC 9(5)V99.
           05  RX-RELEASED-DATE    PIC 9(8).
       FD  ASSIGNMENT-FILE.
       01  SUSPENSE-ASSIGNMENT-REC.
           05  SA-KEY.
               10  SA-DEPOSIT-DATE PIC 9(8).
               10  SA-BATCH-ID     PIC X(6).
               10  SA-ITEM-SEQ     PIC 9(5).
           05  SA-CUST-NO          PIC 9(5).
           05  SA-ASSIGNED-BY      PIC X(8).
       FD  PAYMENTS-FILE.
       COPY PAYMENTS.
       FD  LOCKBOX-REGISTER.
       01  LOCKBOX-REGISTER-REC    PIC X(80).
       FD  ASSIGNMENT-EXCEPTIONS.
       01  ASSIGNMENT-EXCEPTIONS-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  LOCKBOX-BATCH-TABLE.
           05  LT-ENTRY OCCURS 20 TIMES.
               10  LT-BATCH-ID     PIC X(6).
               10  LT-BATCH-DATE   PIC 9(8).
               10  LT-STATUS       PIC X(1).
               10  LT-REASON       PIC X(17).
               10  LT-GOT-COUNT    PIC 9(5).
               10  LT-GOT-TOTAL    PIC 9(9)V99.

       01  WS-BATCH-LINE.
           05  FILLER              PIC X(6)  VALUE "BATCH ".
           05  WS-BL-BATCH-ID      PIC X(6).
           05  FILLER              PIC X(10) VALUE "  DEPOSIT ".
           05  WS-BL-DATE          PIC 9(8).
           05  FILLER              PIC X(8)  VALUE "  ITEMS ".
           05  WS-BL-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(8)  VALUE "  TOTAL ".
           05  WS-BL-TOTAL         PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-BL-VERDICT       PIC X(17).

       01  WS-ITEM-LINE.
           05  WS-IL-BATCH-ID      PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-IL-ITEM-SEQ      PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-IL-REFERENCE     PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-IL-AMOUNT        PIC ZZZZ9.99.
           05  FILLER              PIC X(7)  VALUE "  CUST ".
           05  WS-IL-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-IL-VERDICT       PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EX-DEPOSIT-DATE  PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-BATCH-ID      PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-ITEM-SEQ      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-CUST-NO       PIC 9(5).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-INTAKE-TOTAL-LINE.
           05  WS-IT-LABEL         PIC X(22).
           05  WS-IT-AMOUNT        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  WS-KEYED-REFERENCE.
           05  WS-KR-CUST-NO       PIC 9(5).
           05  WS-KR-CHECK-DIGIT   PIC 9.
       01  WS-PROVED-REFERENCE.
           05  WS-PR-CUST-NO       PIC 9(5).
           05  WS-PR-CHECK-DIGIT   PIC 9.

       77  WS-LBX-STATUS           PIC X(2)    VALUE "00".
       77  WS-CUST-STATUS          PIC X(2)    VALUE "00".
       77  WS-SUS-STATUS           PIC X(2)    VALUE "00".
       77  WS-REL-STATUS           PIC X(2)    VALUE "00".
       77  WS-ASG-STATUS           PIC X(2)    VALUE "00".
       77  WS-PAY-STATUS           PIC X(2)    VALUE "00".
       77  WS-GL-ACCOUNT           PIC X(8)    VALUE SPACES.
       77  WS-GL-DC                PIC X(1)    VALUE SPACE.
       77  WS-GL-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       77  WS-GL-RESULT            PIC 9(2)    VALUE ZERO.
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-BATCH-OPEN-SW        PIC X(1)    VALUE "N".
           88  WS-BATCH-OPEN                   VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-EXC-OPEN                     VALUE "Y".
       77  WS-RELEASED-SW          PIC X(1)    VALUE "N".
           88  WS-RELEASED                     VALUE "Y".
       77  WS-MATCHED-SW           PIC X(1)    VALUE "N".
           88  WS-MATCHED                      VALUE "Y".
       77  WS-LT-OVERFLOW-SW       PIC X(1)    VALUE "N".
           88  WS-LT-OVERFLOW                  VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-LT-COUNT             PIC 9(2)    VALUE ZERO.
       77  WS-LT-CUR               PIC 9(2)    VALUE ZERO.
       77  WS-LT-SUB               PIC 9(2)    VALUE ZERO.
       77  WS-ITEM-SEQ             PIC 9(5)    VALUE ZERO.
       77  WS-SUSPEND-REASON       PIC X(30)   VALUE SPACES.
       77  WS-ITEM-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-MATCHED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-MATCHED-TOTAL        PIC 9(7)V99 VALUE ZERO.
       77  WS-SUSPENDED-COUNT      PIC 9(5)    VALUE ZERO.
       77  WS-SUSPENDED-TOTAL      PIC 9(7)V99 VALUE ZERO.
       77  WS-REFUSED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-ASSIGNED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-ASSIGNED-TOTAL       PIC 9(7)V99 VALUE ZERO.
       77  WS-ASG-REJECTED-COUNT   PIC 9(5)    VALUE ZERO.
       77  WS-RERELEASE-COUNT      PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "LBXINTK".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CUSTOMER-MASTER OPEN FAILED, STATUS: "
                   WS-CUST-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM OPEN-SUSPENSE-FILE
               IF WS-SUS-STATUS = "00"
                   PERFORM OPEN-RELEASED-ITEMS
               END-IF
               IF WS-SUS-STATUS = "00"
                   AND WS-REL-STATUS = "00"
                   OPEN EXTEND PAYMENTS-FILE
                   IF WS-PAY-STATUS = "35"
                       OPEN OUTPUT PAYMENTS-FILE
                   END-IF
                   OPEN OUTPUT LOCKBOX-REGISTER
                   PERFORM TAKE-IN-LOCKBOX
                   PERFORM TAKE-IN-ASSIGNMENTS
                   PERFORM WRITE-INTAKE-TOTALS
                   CLOSE PAYMENTS-FILE
                   CLOSE LOCKBOX-REGISTER
                   CLOSE SUSPENSE-FILE
                   CLOSE RELEASED-ITEMS
                   IF WS-SUSPENDED-TOTAL > ZERO
                       PERFORM POST-SUSPENSE-JOURNAL
                   END-IF
                   IF WS-ASSIGNED-TOTAL > ZERO
                       PERFORM POST-ASSIGNED-JOURNAL
                   END-IF
               END-IF
               IF WS-SUS-STATUS = "00"
                   AND WS-REL-STATUS NOT = "00"
                   CLOSE SUSPENSE-FILE
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-EXC-OPEN
               CLOSE ASSIGNMENT-EXCEPTIONS
           END-IF
           GOBACK
           .
       OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUS-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUS-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "SUSPENSE OPEN FAILED, STATUS: "
                   WS-SUS-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       OPEN-RELEASED-ITEMS.
           OPEN I-O RELEASED-ITEMS
           IF WS-REL-STATUS = "35"
               OPEN OUTPUT RELEASED-ITEMS
               CLOSE RELEASED-ITEMS
               OPEN I-O RELEASED-ITEMS
           END-IF
           IF WS-REL-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "LBXREL OPEN FAILED, STATUS: "
                   WS-REL-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * No lockbox file is a normal day when the bank has sent
      * nothing; the assignments still run.  A file with more
      * batches than the table holds is refused whole, before any
      * item posts, because the batches past the table could not
      * be proved against their trailers.
      *--------------------------------------------------------------
       TAKE-IN-LOCKBOX.
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "NO LOCKBOX FILE TAKEN IN, STATUS: "
                   WS-LBX-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               PERFORM BALANCE-THE-BATCHES
               IF WS-LT-OVERFLOW
                   MOVE "LOCKBOX FILE OVER 20 BATCHES, NOTHING POSTED"
                       TO WS-LOG-MESSAGE
                   MOVE WS-LOG-MESSAGE TO LOCKBOX-REGISTER-REC
                   WRITE LOCKBOX-REGISTER-REC
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   PERFORM WRITE-BATCH-LINE
                       VARYING WS-LT-SUB FROM 1 BY 1
                       UNTIL WS-LT-SUB > WS-LT-COUNT
                   OPEN INPUT LOCKBOX-FILE
                   MOVE "N" TO WS-BATCH-OPEN-SW
                   MOVE ZERO TO WS-LT-CUR
                   PERFORM READ-LOCKBOX
                   PERFORM POST-LOCKBOX-RECORD UNTIL WS-EOF
                   CLOSE LOCKBOX-FILE
               END-IF
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * Pre-pass: each header opens a deposit batch, its items are
      * counted and totalled, and its trailer proves it.  A count
      * or total that disagrees with the bank's trailer, or a batch
      * the file ends inside, is refused.  Items ahead of any
      * header have no deposit to balance against and are refused
      * as a batch of their own.
      *--------------------------------------------------------------
       BALANCE-THE-BATCHES.
           MOVE ZERO TO WS-LT-COUNT
           MOVE ZERO TO WS-LT-CUR
           MOVE "N" TO WS-LT-OVERFLOW-SW
           MOVE "N" TO WS-BATCH-OPEN-SW
           MOVE "N" TO WS-EOF-SW
           PERFORM READ-LOCKBOX
           PERFORM TALLY-LOCKBOX-RECORD UNTIL WS-EOF
           IF WS-BATCH-OPEN
               PERFORM REFUSE-OPEN-BATCH
           END-IF
           CLOSE LOCKBOX-FILE
           MOVE "N" TO WS-EOF-SW
           EXIT
           .
       READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       TALLY-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN LB-IS-HEADER
                   IF WS-BATCH-OPEN
                       PERFORM REFUSE-OPEN-BATCH
                   END-IF
                   PERFORM OPEN-NEW-BATCH
               WHEN LB-IS-TRAILER
                   IF WS-BATCH-OPEN
                       PERFORM PROVE-CURRENT-BATCH
                   END-IF
                   MOVE "N" TO WS-BATCH-OPEN-SW
               WHEN OTHER
                   IF NOT WS-BATCH-OPEN
                       PERFORM OPEN-HEADERLESS-BATCH
                   END-IF
                   IF WS-LT-CUR > ZERO
                       ADD 1 TO LT-GOT-COUNT (WS-LT-CUR)
                       IF LB-AMOUNT IS NUMERIC
                           ADD LB-AMOUNT TO LT-GOT-TOTAL (WS-LT-CUR)
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM READ-LOCKBOX
           EXIT
           .
       OPEN-NEW-BATCH.
           IF WS-LT-COUNT < 20
               ADD 1 TO WS-LT-COUNT
               MOVE WS-LT-COUNT   TO WS-LT-CUR
               MOVE LB-BATCH-ID   TO LT-BATCH-ID (WS-LT-CUR)
               MOVE LB-BATCH-DATE TO LT-BATCH-DATE (WS-LT-CUR)
               PERFORM INIT-BATCH-ENTRY
               SET WS-BATCH-OPEN TO TRUE
           ELSE
               SET WS-LT-OVERFLOW TO TRUE
           END-IF
           EXIT
           .
       OPEN-HEADERLESS-BATCH.
           IF WS-LT-COUNT < 20
               ADD 1 TO WS-LT-COUNT
               MOVE WS-LT-COUNT TO WS-LT-CUR
               MOVE "------"    TO LT-BATCH-ID (WS-LT-CUR)
               MOVE WS-RUN-DATE TO LT-BATCH-DATE (WS-LT-CUR)
               PERFORM INIT-BATCH-ENTRY
               SET WS-BATCH-OPEN TO TRUE
           ELSE
               SET WS-LT-OVERFLOW TO TRUE
           END-IF
           EXIT
           .
       INIT-BATCH-ENTRY.
           MOVE " "    TO LT-STATUS (WS-LT-CUR)
           MOVE SPACES TO LT-REASON (WS-LT-CUR)
           MOVE ZERO   TO LT-GOT-COUNT (WS-LT-CUR)
           MOVE ZERO   TO LT-GOT-TOTAL (WS-LT-CUR)
           EXIT
           .
       PROVE-CURRENT-BATCH.
           EVALUATE TRUE
               WHEN LT-BATCH-ID (WS-LT-CUR) = "------"
                   MOVE "R" TO LT-STATUS (WS-LT-CUR)
                   MOVE "NO BATCH HEADER" TO LT-REASON (WS-LT-CUR)
               WHEN LB-ITEM-COUNT NOT NUMERIC
                   OR LB-DEPOSIT-TOTAL NOT NUMERIC
                   MOVE "R" TO LT-STATUS (WS-LT-CUR)
                   MOVE "TRAILER BAD" TO LT-REASON (WS-LT-CUR)
               WHEN LT-GOT-COUNT (WS-LT-CUR) NOT = LB-ITEM-COUNT
                   MOVE "R" TO LT-STATUS (WS-LT-CUR)
                   MOVE "COUNT MISMATCH" TO LT-REASON (WS-LT-CUR)
               WHEN LT-GOT-TOTAL (WS-LT-CUR) NOT = LB-DEPOSIT-TOTAL
                   MOVE "R" TO LT-STATUS (WS-LT-CUR)
                   MOVE "TOTAL MISMATCH" TO LT-REASON (WS-LT-CUR)
               WHEN OTHER
                   MOVE "A" TO LT-STATUS (WS-LT-CUR)
                   MOVE "BALANCED" TO LT-REASON (WS-LT-CUR)
           END-EVALUATE
           IF LT-STATUS (WS-LT-CUR) = "R"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "LOCKBOX BATCH REFUSED " LT-BATCH-ID (WS-LT-CUR)
                   ": " LT-REASON (WS-LT-CUR)
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           END-IF
           EXIT
           .
       REFUSE-OPEN-BATCH.
           MOVE "R" TO LT-STATUS (WS-LT-CUR)
           IF LT-BATCH-ID (WS-LT-CUR) = "------"
               MOVE "NO BATCH HEADER" TO LT-REASON (WS-LT-CUR)
           ELSE
               MOVE "TRAILER MISSING" TO LT-REASON (WS-LT-CUR)
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "LOCKBOX BATCH REFUSED " LT-BATCH-ID (WS-LT-CUR)
               ": " LT-REASON (WS-LT-CUR)
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           MOVE "ERROR" TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           MOVE "N" TO WS-BATCH-OPEN-SW
           EXIT
           .
       WRITE-BATCH-LINE.
           MOVE LT-BATCH-ID (WS-LT-SUB)   TO WS-BL-BATCH-ID
           MOVE LT-BATCH-DATE (WS-LT-SUB) TO WS-BL-DATE
           MOVE LT-GOT-COUNT (WS-LT-SUB)  TO WS-BL-COUNT
           MOVE LT-GOT-TOTAL (WS-LT-SUB)  TO WS-BL-TOTAL
           MOVE LT-REASON (WS-LT-SUB)     TO WS-BL-VERDICT
           WRITE LOCKBOX-REGISTER-REC FROM WS-BATCH-LINE
           MOVE LOCKBOX-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * Posting pass: the same batch bookkeeping as the pre-pass,
      * so each item knows whether its batch balanced.  Items are
      * numbered within their batch; with the batch's deposit date
      * and id that number keys the item on SUSPENSE.
      *--------------------------------------------------------------
       POST-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN LB-IS-HEADER
                   IF WS-LT-CUR < WS-LT-COUNT
                       ADD 1 TO WS-LT-CUR
                   END-IF
                   MOVE ZERO TO WS-ITEM-SEQ
                   SET WS-BATCH-OPEN TO TRUE
               WHEN LB-IS-TRAILER
                   MOVE "N" TO WS-BATCH-OPEN-SW
               WHEN OTHER
                   IF NOT WS-BATCH-OPEN
                       IF WS-LT-CUR < WS-LT-COUNT
                           ADD 1 TO WS-LT-CUR
                       END-IF
                       MOVE ZERO TO WS-ITEM-SEQ
                       SET WS-BATCH-OPEN TO TRUE
                   END-IF
                   ADD 1 TO WS-ITEM-SEQ
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM POST-LOCKBOX-ITEM
           END-EVALUATE
           PERFORM READ-LOCKBOX
           EXIT
           .
       POST-LOCKBOX-ITEM.
           MOVE LT-BATCH-ID (WS-LT-CUR) TO WS-IL-BATCH-ID
           MOVE WS-ITEM-SEQ             TO WS-IL-ITEM-SEQ
           MOVE LB-REFERENCE            TO WS-IL-REFERENCE
           MOVE ZERO                    TO WS-IL-CUST-NO
           IF LB-AMOUNT IS NUMERIC
               MOVE LB-AMOUNT TO WS-IL-AMOUNT
           ELSE
               MOVE ZERO TO WS-IL-AMOUNT
           END-IF
           IF LT-STATUS (WS-LT-CUR) = "R"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "BATCH REFUSED, NOT POSTED" TO WS-IL-VERDICT
           ELSE
               PERFORM MATCH-REFERENCE
               IF WS-MATCHED
                   PERFORM RELEASE-MATCHED-ITEM
               ELSE
                   PERFORM SUSPEND-ITEM
               END-IF
           END-IF
           WRITE LOCKBOX-REGISTER-REC FROM WS-ITEM-LINE
           MOVE LOCKBOX-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * The reference must read as the six digits printed on the
      * stub, its check digit must be the one STUBREF gives for the
      * customer number in it, and that customer must be on file.
      *--------------------------------------------------------------
       MATCH-REFERENCE.
           MOVE "N" TO WS-MATCHED-SW
           EVALUATE TRUE
               WHEN LB-AMOUNT NOT NUMERIC OR LB-AMOUNT = ZERO
                   MOVE "AMOUNT MISSING OR NOT NUMERIC"
                       TO WS-SUSPEND-REASON
               WHEN LB-REFERENCE (1:6) NOT NUMERIC
                   OR LB-REFERENCE (7:4) NOT = SPACES
                   MOVE "REFERENCE NOT READABLE" TO WS-SUSPEND-REASON
               WHEN OTHER
                   MOVE LB-REFERENCE (1:6) TO WS-KEYED-REFERENCE
                   CALL "STUBREF" USING WS-KR-CUST-NO
                       WS-PROVED-REFERENCE
                   IF WS-PROVED-REFERENCE NOT = WS-KEYED-REFERENCE
                       MOVE "REFERENCE CHECK DIGIT WRONG"
                           TO WS-SUSPEND-REASON
                   ELSE
                       MOVE WS-KR-CUST-NO TO CM-CUST-NO
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE "REFERENCE CUSTOMER NOT ON FILE"
                                   TO WS-SUSPEND-REASON
                           NOT INVALID KEY
                               SET WS-MATCHED TO TRUE
                       END-READ
                   END-IF
           END-EVALUATE
           EXIT
           .
       RELEASE-MATCHED-ITEM.
           MOVE LT-BATCH-DATE (WS-LT-CUR) TO RX-DEPOSIT-DATE
           MOVE LT-BATCH-ID (WS-LT-CUR)   TO RX-BATCH-ID
           MOVE WS-ITEM-SEQ               TO RX-ITEM-SEQ
           MOVE "L"                       TO RX-SOURCE
           MOVE WS-KR-CUST-NO             TO RX-CUST-NO
           MOVE LB-AMOUNT                 TO RX-AMOUNT
           PERFORM RECORD-RELEASED-ITEM
           MOVE WS-KR-CUST-NO TO WS-IL-CUST-NO
           IF WS-RELEASED
               MOVE WS-KR-CUST-NO   TO PY-CUST-NO
               MOVE LB-DEPOSIT-DATE TO PY-PAY-DATE
               MOVE LB-AMOUNT       TO PY-AMOUNT
               WRITE PAYMENT-REC
               ADD 1 TO WS-MATCHED-COUNT
               ADD LB-AMOUNT TO WS-MATCHED-TOTAL
               MOVE "MATCHED, SENT TO PAYMENTS" TO WS-IL-VERDICT
           ELSE
               MOVE "ALREADY RELEASED, NOT SENT" TO WS-IL-VERDICT
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * An item goes to PAYMENTS only if its key is not yet on
      * LBXREL; a key already there was released by an earlier run
      * over the same file and PAYPOST has it already.
      *--------------------------------------------------------------
       RECORD-RELEASED-ITEM.
           MOVE "N" TO WS-RELEASED-SW
           MOVE WS-RUN-DATE TO RX-RELEASED-DATE
           WRITE RELEASED-ITEM-REC
               INVALID KEY
                   ADD 1 TO WS-RERELEASE-COUNT
               NOT INVALID KEY
                   SET WS-RELEASED TO TRUE
           END-WRITE
           EXIT
           .
      *--------------------------------------------------------------
      * An item already on SUSPENSE under the same key was suspended
      * by an earlier run over this file; it is not suspended or
      * journaled a second time.
      *--------------------------------------------------------------
       SUSPEND-ITEM.
           MOVE LT-BATCH-DATE (WS-LT-CUR) TO SU-DEPOSIT-DATE
           MOVE LT-BATCH-ID (WS-LT-CUR)   TO SU-BATCH-ID
           MOVE WS-ITEM-SEQ               TO SU-ITEM-SEQ
           MOVE LB-REFERENCE              TO SU-REFERENCE
           IF LB-AMOUNT IS NUMERIC
               MOVE LB-AMOUNT TO SU-AMOUNT
           ELSE
               MOVE ZERO TO SU-AMOUNT
           END-IF
           MOVE WS-SUSPEND-REASON         TO SU-REASON
           MOVE "O"                       TO SU-STATUS
           MOVE ZERO                      TO SU-ASSIGNED-CUST-NO
           MOVE ZERO                      TO SU-ASSIGNED-DATE
           MOVE SPACES                    TO SU-ASSIGNED-BY
           WRITE SUSPENSE-REC
               INVALID KEY
                   MOVE "ALREADY IN SUSPENSE" TO WS-IL-VERDICT
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENDED-COUNT
                   ADD SU-AMOUNT TO WS-SUSPENDED-TOTAL
                   MOVE WS-SUSPEND-REASON TO WS-IL-VERDICT
           END-WRITE
           EXIT
           .
      *--------------------------------------------------------------
      * Assignments name the customer for an open suspense item.
      * A rerun finds the item already assigned today to the same
      * customer; it goes to PAYMENTS only if LBXREL shows it was
      * never released, and the money is not moved twice.
      *--------------------------------------------------------------
       TAKE-IN-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE
           IF WS-ASG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM READ-ASSIGNMENT
               PERFORM APPLY-ASSIGNMENT UNTIL WS-EOF
               CLOSE ASSIGNMENT-FILE
           END-IF
           EXIT
           .
       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
       APPLY-ASSIGNMENT.
           MOVE SA-KEY TO SU-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "SUSPENSE ITEM NOT ON FILE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SU-ASSIGNED
                           AND SU-ASSIGNED-DATE = WS-RUN-DATE
                           AND SU-ASSIGNED-CUST-NO = SA-CUST-NO
                           PERFORM RELEASE-SUSPENSE-ITEM
                       WHEN SU-ASSIGNED
                           MOVE "SUSPENSE ITEM ALREADY ASSIGNED"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN SA-ASSIGNED-BY = SPACES
                           MOVE "ASSIGNMENT WITHOUT STAFF ID"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN OTHER
                           PERFORM ASSIGN-SUSPENSE-ITEM
                   END-EVALUATE
           END-READ
           PERFORM READ-ASSIGNMENT
           EXIT
           .
       ASSIGN-SUSPENSE-ITEM.
           MOVE SA-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE "A"            TO SU-STATUS
                   MOVE SA-CUST-NO     TO SU-ASSIGNED-CUST-NO
                   MOVE WS-RUN-DATE    TO SU-ASSIGNED-DATE
                   MOVE SA-ASSIGNED-BY TO SU-ASSIGNED-BY
                   REWRITE SUSPENSE-REC
                   ADD SU-AMOUNT TO WS-ASSIGNED-TOTAL
                   PERFORM RELEASE-SUSPENSE-ITEM
           END-READ
           EXIT
           .
       RELEASE-SUSPENSE-ITEM.
           MOVE SU-KEY              TO RX-KEY
           MOVE "S"                 TO RX-SOURCE
           MOVE SU-ASSIGNED-CUST-NO TO RX-CUST-NO
           MOVE SU-AMOUNT           TO RX-AMOUNT
           PERFORM RECORD-RELEASED-ITEM
           IF WS-RELEASED
               MOVE SU-ASSIGNED-CUST-NO TO PY-CUST-NO
               MOVE SU-DEPOSIT-DATE     TO PY-PAY-DATE
               MOVE SU-AMOUNT           TO PY-AMOUNT
               WRITE PAYMENT-REC
               ADD 1 TO WS-ASSIGNED-COUNT
               MOVE "SUSPENSE ASSIGNED, SENT      " TO WS-IL-VERDICT
           ELSE
               MOVE "ALREADY RELEASED, NOT SENT" TO WS-IL-VERDICT
           END-IF
           MOVE SU-BATCH-ID         TO WS-IL-BATCH-ID
           MOVE SU-ITEM-SEQ         TO WS-IL-ITEM-SEQ
           MOVE SU-REFERENCE        TO WS-IL-REFERENCE
           MOVE SU-AMOUNT           TO WS-IL-AMOUNT
           MOVE SU-ASSIGNED-CUST-NO TO WS-IL-CUST-NO
           WRITE LOCKBOX-REGISTER-REC FROM WS-ITEM-LINE
           MOVE LOCKBOX-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT ASSIGNMENT-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-ASG-REJECTED-COUNT
           MOVE SA-DEPOSIT-DATE TO WS-EX-DEPOSIT-DATE
           MOVE SA-BATCH-ID     TO WS-EX-BATCH-ID
           MOVE SA-ITEM-SEQ     TO WS-EX-ITEM-SEQ
           MOVE SA-CUST-NO      TO WS-EX-CUST-NO
           WRITE ASSIGNMENT-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE ASSIGNMENT-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-INTAKE-TOTALS.
           MOVE "LOCKBOX ITEMS READ    " TO WS-IT-LABEL
           MOVE WS-ITEM-COUNT            TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ITEMS MATCHED         " TO WS-IT-LABEL
           MOVE WS-MATCHED-COUNT         TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "AMOUNT MATCHED        " TO WS-IT-LABEL
           MOVE WS-MATCHED-TOTAL         TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ITEMS SUSPENDED       " TO WS-IT-LABEL
           MOVE WS-SUSPENDED-COUNT       TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "AMOUNT SUSPENDED      " TO WS-IT-LABEL
           MOVE WS-SUSPENDED-TOTAL       TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ITEMS IN REFUSED BATCH" TO WS-IT-LABEL
           MOVE WS-REFUSED-COUNT         TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "SUSPENSE ASSIGNED     " TO WS-IT-LABEL
           MOVE WS-ASSIGNED-COUNT        TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ASSIGNMENTS REFUSED   " TO WS-IT-LABEL
           MOVE WS-ASG-REJECTED-COUNT    TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ALREADY RELEASED      " TO WS-IT-LABEL
           MOVE WS-RERELEASE-COUNT       TO WS-IT-AMOUNT
           PERFORM WRITE-ONE-TOTAL
           EXIT
           .
       WRITE-ONE-TOTAL.
           WRITE LOCKBOX-REGISTER-REC FROM WS-INTAKE-TOTAL-LINE
           MOVE LOCKBOX-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       POST-SUSPENSE-JOURNAL.
           MOVE "LBXCASH "         TO WS-GL-ACCOUNT
           MOVE "D"                TO WS-GL-DC
           MOVE WS-SUSPENDED-TOTAL TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           MOVE "UNAPPCSH"         TO WS-GL-ACCOUNT
           MOVE "C"                TO WS-GL-DC
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-ASSIGNED-JOURNAL.
           MOVE "UNAPPCSH"         TO WS-GL-ACCOUNT
           MOVE "D"                TO WS-GL-DC
           MOVE WS-ASSIGNED-TOTAL  TO WS-GL-AMOUNT
           PERFORM POST-ONE-JOURNAL
           MOVE "TAXRECV "         TO WS-GL-ACCOUNT
           MOVE "C"                TO WS-GL-DC
           PERFORM POST-ONE-JOURNAL
           EXIT
           .
       POST-ONE-JOURNAL.
           CALL "GLPOST" USING WS-LOG-PROGRAM WS-RUN-DATE
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
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
