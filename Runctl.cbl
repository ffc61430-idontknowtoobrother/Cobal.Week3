      *             run-id column - the behavior RUNLOG and
      *             RUNTOTS always documented - instead of being
      *             misattributed to the finished run.
      * 2026-10-15  GENCAT added to the built-in sequence after
      *             BALSUM, so the day's hand-off files are kept as
      *             cataloged generations once the balancing is
      *             done; a RUNPLAN names GENCAT as its last step
      *             to do the same.
      * 2026-10-15  PENDRPT added to the built-in sequence ahead of
      *             DATA3, so the payroll manager has the pending
      *             bank detail and salary changes (and any just
      *             expired) in hand before each payroll run.
      * 2026-10-15  RECALC added to the built-in sequence straight
      *             after DATA3: the day's invoices and payslips are
      *             worked out again independently, and a difference
      *             over tolerance fails the step, so the run halts
      *             before PAYVAR releases the bank file or CUSTSTMT
      *             mails statements.  A RUNPLAN places RECALC after
      *             DATA3 and ahead of both to do the same.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER              PIC X(8) VALUE "PRO1    ".
           05  FILLER              PIC X(8) VALUE "DATA1   ".
           05  FILLER              PIC X(8) VALUE "Data2   ".
           05  FILLER              PIC X(8) VALUE "PENDRPT ".
           05  FILLER              PIC X(8) VALUE "DATA3   ".
           05  FILLER              PIC X(8) VALUE "RECALC  ".
           05  FILLER              PIC X(8) VALUE "DATA4   ".
           05  FILLER              PIC X(8) VALUE "GRDEDIT ".
           05  FILLER              PIC X(8) VALUE "DATA5   ".
           05  FILLER              PIC X(8) VALUE "BALSUM  ".
           05  FILLER              PIC X(8) VALUE "GENCAT  ".
       01  STEP-NAME-ENTRIES REDEFINES STEP-NAME-TABLE.
           05  STEP-PROGRAM-ID     PIC X(8) OCCURS 11 TIMES.

       01  PLAN-TABLE.
           05  PT-ENTRY OCCURS 30 TIMES.
               DISPLAY "RUNCTL: NO RUN PLAN, BUILT-IN SEQUENCE USED"
               PERFORM LOAD-DEFAULT-PLAN
                   VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > 11
           ELSE
               PERFORM READ-PLAN-ENTRY
               PERFORM STORE-PLAN-ENTRY UNTIL WS-PLAN-EOF
