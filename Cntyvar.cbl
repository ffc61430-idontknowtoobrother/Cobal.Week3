      *             so the figures here are year to date; the
      *             operator empties CNTYACT and CNTYAOUT at year
      *             start, with the new year's CNTYBUD lines.
      * 2026-10-15  CNTYACT records now carry the county's share of
      *             employer costs beside the distributed gross;
      *             both count as payroll actual against the
      *             budget.  Records written before the field
      *             existed carry no employer cost and count gross
      *             only.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  COUNTY-ACTUAL-REC.
           05  CY-COUNTY-NAME      PIC X(9).
           05  CY-PAYROLL-TOTAL    PIC 9(8)V99.
           05  CY-EMPR-COST        PIC 9(8)V99.
       FD  ALLOCATION-OUT.
       01  ALLOCATION-OUT-REC.
           05  AO-COUNTY-NAME      PIC X(9).
           PERFORM FIND-COUNTY-ENTRY
           IF WS-VT-FOUND
               ADD CY-PAYROLL-TOTAL TO VT-ACT-PAYROLL (WS-VT-MATCH)
               IF CY-EMPR-COST IS NUMERIC
                   ADD CY-EMPR-COST TO VT-ACT-PAYROLL (WS-VT-MATCH)
               END-IF
           END-IF
           PERFORM READ-ACTUAL
           EXIT
