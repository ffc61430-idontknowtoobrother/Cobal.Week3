       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNCORR.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Correction intake for the PRO1
      *             transaction suspense file.  Each SUSPCORR
      *             correction names a TRNSUSP item by its original
      *             run date and TRANFILE record number and either
      *             amends it (a replacement operation code and
      *             operands) or asks for it to be cancelled, with
      *             the operator's id.  An accepted amendment marks
      *             the item for PRO1 to feed back ahead of its next
      *             TRANFILE; an accepted cancellation marks it for
      *             PRO1 to close.  A correction for an item not in
      *             suspense or already closed, without an operator
      *             id, or with an amendment that still could not
      *             be computed is refused.  Every correction is
      *             listed on the TRNCRPT register with its verdict.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE ASSIGN TO "SUSPCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT TRAN-SUSPENSE ASSIGN TO "TRNSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CORRECTION-REGISTER ASSIGN TO "TRNCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-FILE.
       01  SUSPENSE-CORRECTION-REC.
           05  SC-KEY.
               10  SC-ORIG-RUN-DATE PIC 9(8).
               10  SC-ITEM-SEQ     PIC 9(5).
           05  SC-ACTION           PIC X(1).
               88  SC-AMEND               VALUE "A".
               88  SC-CANCEL              VALUE "C".
           05  SC-TRAN-IMAGE.
               10  SC-OP-CODE      PIC X(1).
                   88  SC-OP-VALID        VALUE "A" "S" "M" "D".
               10  SC-NUM1         PIC 9(4).
               10  SC-NUM2         PIC 9(4).
           05  SC-CORRECTED-BY     PIC X(8).
       FD  TRAN-SUSPENSE.
       COPY TRNSUSP.
       FD  CORRECTION-REGISTER.
       01  CORRECTION-REGISTER-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CORRECTION-LINE.
           05  WS-CL-RUN-DATE      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-ITEM-SEQ      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-TRAN-IMAGE    PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CL-CORRECTED-BY  PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-CL-VERDICT       PIC X(30).
           05  FILLER              PIC X(13) VALUE SPACES.

       01  WS-INTAKE-TOTAL-LINE.
           05  WS-IT-LABEL         PIC X(22).
           05  WS-IT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-COR-STATUS           PIC X(2)  VALUE "00".
       77  WS-SUSP-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-APPLIED-SW           PIC X(1)  VALUE "N".
           88  WS-APPLIED                    VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-READ-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-AMEND-COUNT          PIC 9(5)  VALUE ZERO.
       77  WS-CANCEL-COUNT         PIC 9(5)  VALUE ZERO.
       77  WS-REFUSED-COUNT        PIC 9(5)  VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "TRNCORR".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CORRECTION-FILE
           IF WS-COR-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "NO SUSPCORR CORRECTIONS TAKEN IN, STATUS: "
                   WS-COR-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "WARN " TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN I-O TRAN-SUSPENSE
               IF WS-SUSP-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "TRNSUSP OPEN FAILED, STATUS: "
                       WS-SUSP-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN OUTPUT CORRECTION-REGISTER
                   PERFORM READ-CORRECTION
                   PERFORM APPLY-CORRECTION UNTIL WS-EOF
                   PERFORM WRITE-INTAKE-TOTALS
                   CLOSE CORRECTION-REGISTER
                   CLOSE TRAN-SUSPENSE
               END-IF
               CLOSE CORRECTION-FILE
           END-IF
           GOBACK
           .
       READ-CORRECTION.
           READ CORRECTION-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * An amendment is proved the way PROBLEM12 will judge it -
      * a known operation code and numeric operands - so an item
      * is not fed back only to fall straight into suspense again.
      * A later correction for the same item before PRO1 runs
      * replaces the earlier one.
      *--------------------------------------------------------------
       APPLY-CORRECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE "N" TO WS-APPLIED-SW
           MOVE SPACES TO WS-CL-VERDICT
           EVALUATE TRUE
               WHEN SC-CORRECTED-BY = SPACES
                   MOVE "CORRECTION WITHOUT OPERATOR ID"
                       TO WS-CL-VERDICT
               WHEN NOT SC-AMEND AND NOT SC-CANCEL
                   MOVE "ACTION NOT A OR C" TO WS-CL-VERDICT
               WHEN SC-AMEND AND NOT SC-OP-VALID
                   MOVE "OPERATION CODE NOT A/S/M/D"
                       TO WS-CL-VERDICT
               WHEN SC-AMEND
                   AND (SC-NUM1 NOT NUMERIC OR SC-NUM2 NOT NUMERIC)
                   MOVE "OPERANDS NOT NUMERIC" TO WS-CL-VERDICT
           END-EVALUATE
           IF WS-CL-VERDICT = SPACES
               MOVE SC-KEY TO TS-KEY
               READ TRAN-SUSPENSE
                   INVALID KEY
                       MOVE "ITEM NOT IN SUSPENSE" TO WS-CL-VERDICT
                   NOT INVALID KEY
                       IF TS-STILL-OPEN
                           PERFORM UPDATE-SUSPENSE-ITEM
                       ELSE
                           MOVE "ITEM ALREADY CLOSED"
                               TO WS-CL-VERDICT
                       END-IF
               END-READ
           END-IF
           IF NOT WS-APPLIED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-CORRECTION-LINE
           PERFORM READ-CORRECTION
           EXIT
           .
       UPDATE-SUSPENSE-ITEM.
           IF SC-AMEND
               MOVE SC-TRAN-IMAGE TO TS-TRAN-IMAGE
               SET TS-AMENDED TO TRUE
               ADD 1 TO WS-AMEND-COUNT
               MOVE "AMENDED, FED BACK NEXT PRO1" TO WS-CL-VERDICT
           ELSE
               SET TS-CANCEL-ASKED TO TRUE
               ADD 1 TO WS-CANCEL-COUNT
               MOVE "CANCELLED AT NEXT PRO1" TO WS-CL-VERDICT
           END-IF
           MOVE SC-CORRECTED-BY TO TS-CORRECTED-BY
           MOVE WS-RUN-DATE     TO TS-CORRECTED-DATE
           REWRITE TRAN-SUSPENSE-REC
           SET WS-APPLIED TO TRUE
           EXIT
           .
       WRITE-CORRECTION-LINE.
           MOVE SC-ORIG-RUN-DATE TO WS-CL-RUN-DATE
           MOVE SC-ITEM-SEQ      TO WS-CL-ITEM-SEQ
           MOVE SC-ACTION        TO WS-CL-ACTION
           MOVE SC-TRAN-IMAGE    TO WS-CL-TRAN-IMAGE
           MOVE SC-CORRECTED-BY  TO WS-CL-CORRECTED-BY
           WRITE CORRECTION-REGISTER-REC FROM WS-CORRECTION-LINE
           MOVE CORRECTION-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-INTAKE-TOTALS.
           MOVE "CORRECTIONS READ      " TO WS-IT-LABEL
           MOVE WS-READ-COUNT            TO WS-IT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ITEMS AMENDED         " TO WS-IT-LABEL
           MOVE WS-AMEND-COUNT           TO WS-IT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "ITEMS TO BE CANCELLED " TO WS-IT-LABEL
           MOVE WS-CANCEL-COUNT          TO WS-IT-COUNT
           PERFORM WRITE-ONE-TOTAL
           MOVE "CORRECTIONS REFUSED   " TO WS-IT-LABEL
           MOVE WS-REFUSED-COUNT         TO WS-IT-COUNT
           PERFORM WRITE-ONE-TOTAL
           EXIT
           .
       WRITE-ONE-TOTAL.
           WRITE CORRECTION-REGISTER-REC FROM WS-INTAKE-TOTAL-LINE
           MOVE CORRECTION-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
