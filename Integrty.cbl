      *             a step trips over the gap.  A reference file
      *             absent this run is noted and its relationship
      *             skipped.
      * 2026-10-15  INVFILE orphans are reported by customer and
      *             invoice number now that the file is keyed on
      *             both.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPEN-INVOICES ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-KEY
               FILE STATUS IS WS-CHK-STATUS.
           SELECT ORPHAN-REPORT ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-OR-KEY
                   STRING IN-CUST-NO "/" IN-INVOICE-NO
                       DELIMITED BY SIZE INTO WS-OR-KEY
                   PERFORM WRITE-ORPHAN-LINE
               NOT INVALID KEY
                   CONTINUE
