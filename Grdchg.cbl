       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCHG.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Post-term grade changes in place
      *             of hand edits to GRADHIST: each GRDCHGTR
      *             transaction (a lecturer's correction or a
      *             resolved Incomplete) is checked against the
      *             GRADHIST attempt it names - the old grade must
      *             be the grade on file and the new one a grade
      *             DATA5 knows - and applied with a before/after
      *             image, reason and authorizing officer on the
      *             GRDCHAUD audit file.  The term is then
      *             recalculated from GRADHIST with DATA5's rules
      *             into TERMHIST, SM-GPA is replaced when the term
      *             is the student's latest, and SM-CUM-GPA is
      *             reweighted over TERMHIST the way CUMGPA does.
      *             The GRDCHREG register shows each change with
      *             the term and cumulative GPA before and after and
      *             flags a student whose honor-roll or probation
      *             standing moved (PROBATN's thresholds), so a
      *             corrected transcript or letter can follow.
      *             Refused changes go to GRDCHEXC with a reason.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGES ASSIGN TO "GRDCHGTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRH-STATUS.
           SELECT TERM-HISTORY ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT CHANGE-AUDIT ASSIGN TO "GRDCHAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-REGISTER ASSIGN TO "GRDCHREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-EXCEPTIONS ASSIGN TO "GRDCHEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGES.
       COPY GRDCHG.
       FD  GRADE-HISTORY.
       COPY GRADHIST.
       FD  TERM-HISTORY.
       COPY TERMHIST.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  CHANGE-AUDIT.
       01  CHANGE-AUDIT-REC        PIC X(80).
       FD  CHANGE-REGISTER.
       01  CHANGE-REGISTER-REC     PIC X(80).
       FD  CHANGE-EXCEPTIONS.
       01  CHANGE-EXCEPTIONS-REC   PIC X(80).

       WORKING-STORAGE SECTION.
       01  GRADE-POINT-VALUES.
           05  FILLER  PIC X(5) VALUE "A 400".
           05  FILLER  PIC X(5) VALUE "B+350".
           05  FILLER  PIC X(5) VALUE "B 300".
           05  FILLER  PIC X(5) VALUE "C+250".
           05  FILLER  PIC X(5) VALUE "C 200".
           05  FILLER  PIC X(5) VALUE "D+150".
           05  FILLER  PIC X(5) VALUE "D 100".
           05  FILLER  PIC X(5) VALUE "F 000".
       01  GRADE-POINT-TABLE REDEFINES GRADE-POINT-VALUES.
           05  GRADE-POINT-ENTRY OCCURS 8 TIMES INDEXED BY GP-IDX.
               10  GP-CODE     PIC X(2).
               10  GP-POINTS   PIC 9V99.

       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(24).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-REASON        PIC X(20).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-OFFICER       PIC X(8).
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  WS-REGISTER-HEADER-LINE.
           05  FILLER              PIC X(23)
               VALUE "GRADE CHANGE REGISTER  ".
           05  FILLER              PIC X(6)  VALUE "DATE: ".
           05  WS-RH-DATE          PIC 9(8).
           05  FILLER              PIC X(43) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-RG-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-SUB-CODE      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-TERM          PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-OLD-GRADE     PIC X(2).
           05  FILLER              PIC X(2)  VALUE "->".
           05  WS-RG-NEW-GRADE     PIC X(2).
           05  FILLER              PIC X(6)  VALUE " TERM ".
           05  WS-RG-OLD-TERM-GPA  PIC 9.99.
           05  FILLER              PIC X(1)  VALUE ">".
           05  WS-RG-NEW-TERM-GPA  PIC 9.99.
           05  FILLER              PIC X(5)  VALUE " CUM ".
           05  WS-RG-OLD-CUM-GPA   PIC 9.99.
           05  FILLER              PIC X(1)  VALUE ">".
           05  WS-RG-NEW-CUM-GPA   PIC 9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-FLAG          PIC X(21).

       01  WS-EXCEPTION-LINE.
           05  WS-EX-STU-ID        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-SUB-CODE      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-TERM          PIC X(4).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-TRAN-STATUS          PIC X(2)    VALUE "00".
       77  WS-GRH-STATUS           PIC X(2)    VALUE "00".
       77  WS-HIST-STATUS          PIC X(2)    VALUE "00".
       77  WS-STU-STATUS           PIC X(2)    VALUE "00".
       77  WS-EOF-SW               PIC X(1)    VALUE "N".
           88  WS-EOF                          VALUE "Y".
       77  WS-WALK-EOF-SW          PIC X(1)    VALUE "N".
           88  WS-WALK-EOF                     VALUE "Y".
       77  WS-TRAN-VALID-SW        PIC X(1)    VALUE "Y".
           88  WS-TRAN-VALID                   VALUE "Y".
       77  WS-EXC-OPEN-SW          PIC X(1)    VALUE "N".
           88  WS-EXC-OPEN                     VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZERO.
       77  WS-CUR-GRADE            PIC X(2)    VALUE SPACES.
           88  WS-GRADE-NO-POINTS        VALUE "I " "W " "P " "NP".
           88  WS-GRADE-LOAD-ONLY        VALUE "I " "P ".
       77  WS-QUALITY-POINTS       PIC 9(3)V99 VALUE ZERO.
       77  WS-TOTAL-UNITS          PIC 9(3)    VALUE ZERO.
       77  WS-LOAD-UNITS           PIC 9(3)    VALUE ZERO.
       77  WS-TERM-GPA             PIC 9V99    VALUE ZERO.
       77  WS-OLD-TERM-GPA         PIC 9V99    VALUE ZERO.
       77  WS-WEIGHTED-POINTS      PIC 9(5)V99 VALUE ZERO.
       77  WS-TOTAL-CREDITS        PIC 9(4)    VALUE ZERO.
       77  WS-LATEST-TERM          PIC X(4)    VALUE SPACES.
       77  WS-CUM-GPA              PIC 9V99    VALUE ZERO.
       77  WS-OLD-CUM-GPA          PIC 9V99    VALUE ZERO.
       77  WS-GPA-TO-CLASSIFY      PIC 9V99    VALUE ZERO.
       77  WS-CATEGORY             PIC X(1)    VALUE SPACE.
       77  WS-OLD-CATEGORY         PIC X(1)    VALUE SPACE.
       77  WS-NEW-CATEGORY         PIC X(1)    VALUE SPACE.
       77  WS-PROBATION-FLOOR      PIC 9V99    VALUE 2.00.
       77  WS-HONOR-FLOOR          PIC 9V99    VALUE 3.50.
       77  WS-TRAN-COUNT           PIC 9(5)    VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)    VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)    VALUE ZERO.
       77  WS-FLAGGED-COUNT        PIC 9(5)    VALUE ZERO.

       77  WS-LOG-PROGRAM          PIC X(8)    VALUE "GRDCHG".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)    VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O GRADE-HISTORY
           OPEN I-O TERM-HISTORY
           OPEN I-O STUDENT-MASTER
           IF WS-GRH-STATUS NOT = "00"
               OR WS-HIST-STATUS NOT = "00"
               OR WS-STU-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "GRADHIST/TERMHIST/STUDMAST OPEN FAILED, "
                   "STATUS: " WS-GRH-STATUS "/" WS-HIST-STATUS "/"
                   WS-STU-STATUS DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN INPUT GRADE-CHANGES
               IF WS-TRAN-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "GRDCHGTR OPEN FAILED, STATUS: "
                       WS-TRAN-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN OUTPUT CHANGE-AUDIT
                   OPEN OUTPUT CHANGE-REGISTER
                   MOVE WS-RUN-DATE TO WS-RH-DATE
                   WRITE CHANGE-REGISTER-REC
                       FROM WS-REGISTER-HEADER-LINE
                   PERFORM READ-GRADE-CHANGE
                   PERFORM APPLY-GRADE-CHANGE UNTIL WS-EOF
                   PERFORM WRITE-REGISTER-TOTALS
                   CLOSE CHANGE-REGISTER
                   CLOSE CHANGE-AUDIT
                   CLOSE GRADE-CHANGES
               END-IF
           END-IF
           IF WS-GRH-STATUS = "00"
               CLOSE GRADE-HISTORY
           END-IF
           IF WS-HIST-STATUS = "00"
               CLOSE TERM-HISTORY
           END-IF
           IF WS-STU-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF
           IF WS-EXC-OPEN
               CLOSE CHANGE-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-GRADE-CHANGE.
           READ GRADE-CHANGES
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       APPLY-GRADE-CHANGE.
           PERFORM EDIT-GRADE-CHANGE
           IF WS-TRAN-VALID
               PERFORM POST-GRADE-CHANGE
               PERFORM RECALCULATE-TERM
               PERFORM RECALCULATE-STUDENT
               PERFORM WRITE-REGISTER-LINE
           ELSE
               PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM READ-GRADE-CHANGE
           EXIT
           .
      *--------------------------------------------------------------
      * The attempt must be on GRADHIST carrying the old grade the
      * officer saw, and the new grade must be one DATA5 posts -
      * a letter grade off the GRADE-POINT-TABLE or I, W, P, NP.
      * A successful edit leaves the GRADHIST record in the buffer.
      *--------------------------------------------------------------
       EDIT-GRADE-CHANGE.
           MOVE "Y" TO WS-TRAN-VALID-SW
           MOVE GC-NEW-GRADE TO WS-CUR-GRADE
           PERFORM FIND-GRADE-POINTS
           EVALUATE TRUE
               WHEN GC-STU-ID IS NOT NUMERIC
                   OR GC-SUB-CODE IS NOT NUMERIC
                   MOVE "STUDENT OR SUBJECT NOT NUMERIC"
                       TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN GC-NEW-GRADE = GC-OLD-GRADE
                   MOVE "NEW GRADE SAME AS OLD" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN NOT WS-GRADE-NO-POINTS
                   AND GP-IDX > 8
                   MOVE "UNKNOWN NEW GRADE CODE" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN GC-OFFICER = SPACES
                   MOVE "NO AUTHORIZING OFFICER" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               WHEN OTHER
                   PERFORM CHECK-STUDENT-ON-FILE
           END-EVALUATE
           IF WS-TRAN-VALID
               MOVE GC-STU-ID    TO GH-STU-ID
               MOVE GC-SUB-CODE  TO GH-SUB-CODE
               MOVE GC-TERM-CODE TO GH-TERM-CODE
               READ GRADE-HISTORY
                   INVALID KEY
                       MOVE "GRADE NOT ON GRADHIST" TO WS-EX-REASON
                       MOVE "N" TO WS-TRAN-VALID-SW
                   NOT INVALID KEY
                       IF GH-SUB-GRADE NOT = GC-OLD-GRADE
                           MOVE "OLD GRADE NOT AS ON GRADHIST"
                               TO WS-EX-REASON
                           MOVE "N" TO WS-TRAN-VALID-SW
                       END-IF
               END-READ
           END-IF
           EXIT
           .
       CHECK-STUDENT-ON-FILE.
           MOVE GC-STU-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENT NOT ON MASTER" TO WS-EX-REASON
                   MOVE "N" TO WS-TRAN-VALID-SW
               NOT INVALID KEY
                   CONTINUE
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * Leaves GP-IDX on the grade's table entry, or past the end
      * (9) when WS-CUR-GRADE carries no grade points.
      *--------------------------------------------------------------
       FIND-GRADE-POINTS.
           SET GP-IDX TO 1
           SEARCH GRADE-POINT-ENTRY
               AT END
                   SET GP-IDX TO 9
               WHEN GP-CODE (GP-IDX) = WS-CUR-GRADE
                   CONTINUE
           END-SEARCH
           EXIT
           .
      *--------------------------------------------------------------
      * The superseded flag is left as it stands; a change that
      * alters which repeat attempt is best is settled by the next
      * GRDFORGV run.
      *--------------------------------------------------------------
       POST-GRADE-CHANGE.
           MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE GC-NEW-GRADE TO GH-SUB-GRADE
           REWRITE GRADE-HISTORY-REC
           MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           ADD 1 TO WS-APPLIED-COUNT
           EXIT
           .
       WRITE-AUDIT-IMAGE.
           MOVE WS-RUN-DATE       TO WS-AU-DATE
           MOVE GRADE-HISTORY-REC TO WS-AU-IMAGE
           MOVE GC-REASON         TO WS-AU-REASON
           MOVE GC-OFFICER        TO WS-AU-OFFICER
           WRITE CHANGE-AUDIT-REC FROM WS-AUDIT-LINE
           MOVE CHANGE-AUDIT-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
      *--------------------------------------------------------------
      * The term's GPA and credit load are rebuilt from every
      * GRADHIST subject the student took in the term, with the
      * rules DATA5 posts by: I, W, P and NP carry no points and
      * stay out of the divisor; I and P units still count toward
      * the load, W and NP units do not.
      *--------------------------------------------------------------
       RECALCULATE-TERM.
           MOVE ZERO TO WS-QUALITY-POINTS
           MOVE ZERO TO WS-TOTAL-UNITS
           MOVE ZERO TO WS-LOAD-UNITS
           MOVE ZERO TO WS-TERM-GPA
           MOVE "N" TO WS-WALK-EOF-SW
           MOVE GC-STU-ID  TO GH-STU-ID
           MOVE ZERO       TO GH-SUB-CODE
           MOVE LOW-VALUES TO GH-TERM-CODE
           START GRADE-HISTORY KEY IS NOT LESS THAN GH-KEY
               INVALID KEY MOVE "Y" TO WS-WALK-EOF-SW
           END-START
           IF NOT WS-WALK-EOF
               PERFORM READ-STUDENT-GRADE
           END-IF
           PERFORM ADD-ONE-TERM-GRADE UNTIL WS-WALK-EOF
           IF WS-TOTAL-UNITS > ZERO
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-QUALITY-POINTS / WS-TOTAL-UNITS
           END-IF
           MOVE GC-STU-ID    TO TH-STU-ID
           MOVE GC-TERM-CODE TO TH-TERM-CODE
           READ TERM-HISTORY
               INVALID KEY
                   MOVE ZERO TO WS-OLD-TERM-GPA
                   MOVE WS-TERM-GPA   TO TH-GPA
                   MOVE WS-LOAD-UNITS TO TH-CREDIT-LOAD
                   WRITE TERM-HISTORY-REC
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "NO TERMHIST FOR " GC-STU-ID " TERM "
                       GC-TERM-CODE ", TERM RECORD ADDED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "WARN " TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               NOT INVALID KEY
                   MOVE TH-GPA        TO WS-OLD-TERM-GPA
                   MOVE WS-TERM-GPA   TO TH-GPA
                   MOVE WS-LOAD-UNITS TO TH-CREDIT-LOAD
                   REWRITE TERM-HISTORY-REC
           END-READ
           EXIT
           .
       READ-STUDENT-GRADE.
           READ GRADE-HISTORY NEXT RECORD
               AT END MOVE "Y" TO WS-WALK-EOF-SW
           END-READ
           IF NOT WS-WALK-EOF
               AND GH-STU-ID NOT = GC-STU-ID
               MOVE "Y" TO WS-WALK-EOF-SW
           END-IF
           EXIT
           .
       ADD-ONE-TERM-GRADE.
           IF GH-TERM-CODE = GC-TERM-CODE
               MOVE GH-SUB-GRADE TO WS-CUR-GRADE
               EVALUATE TRUE
                   WHEN WS-GRADE-LOAD-ONLY
                       ADD GH-SUB-UNIT TO WS-LOAD-UNITS
                   WHEN WS-GRADE-NO-POINTS
                       CONTINUE
                   WHEN OTHER
                       PERFORM FIND-GRADE-POINTS
                       IF GP-IDX NOT > 8
                           ADD GH-SUB-UNIT TO WS-TOTAL-UNITS
                           ADD GH-SUB-UNIT TO WS-LOAD-UNITS
                           COMPUTE WS-QUALITY-POINTS =
                               WS-QUALITY-POINTS +
                               (GH-SUB-UNIT * GP-POINTS (GP-IDX))
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-STUDENT-GRADE
           EXIT
           .
      *--------------------------------------------------------------
      * SM-CUM-GPA is reweighted over every TERMHIST term by credit
      * load as CUMGPA does, and SM-GPA - the latest term's figure -
      * is replaced only when the corrected term is that latest
      * term.
      *--------------------------------------------------------------
       RECALCULATE-STUDENT.
           MOVE ZERO   TO WS-WEIGHTED-POINTS
           MOVE ZERO   TO WS-TOTAL-CREDITS
           MOVE ZERO   TO WS-CUM-GPA
           MOVE SPACES TO WS-LATEST-TERM
           MOVE "N" TO WS-WALK-EOF-SW
           MOVE GC-STU-ID  TO TH-STU-ID
           MOVE LOW-VALUES TO TH-TERM-CODE
           START TERM-HISTORY KEY IS NOT LESS THAN TH-KEY
               INVALID KEY MOVE "Y" TO WS-WALK-EOF-SW
           END-START
           IF NOT WS-WALK-EOF
               PERFORM READ-STUDENT-TERM
           END-IF
           PERFORM WEIGH-ONE-TERM UNTIL WS-WALK-EOF
           IF WS-TOTAL-CREDITS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-WEIGHTED-POINTS / WS-TOTAL-CREDITS
           END-IF
           MOVE GC-STU-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-OLD-CUM-GPA
               NOT INVALID KEY
                   MOVE SM-CUM-GPA TO WS-OLD-CUM-GPA
                   MOVE WS-CUM-GPA TO SM-CUM-GPA
                   IF WS-LATEST-TERM = GC-TERM-CODE
                       MOVE WS-TERM-GPA TO SM-GPA
                   END-IF
                   REWRITE STUDENT-MASTER-REC
           END-READ
           EXIT
           .
       READ-STUDENT-TERM.
           READ TERM-HISTORY NEXT RECORD
               AT END MOVE "Y" TO WS-WALK-EOF-SW
           END-READ
           IF NOT WS-WALK-EOF
               AND TH-STU-ID NOT = GC-STU-ID
               MOVE "Y" TO WS-WALK-EOF-SW
           END-IF
           EXIT
           .
       WEIGH-ONE-TERM.
           MOVE TH-TERM-CODE TO WS-LATEST-TERM
           ADD TH-CREDIT-LOAD TO WS-TOTAL-CREDITS
           COMPUTE WS-WEIGHTED-POINTS =
               WS-WEIGHTED-POINTS + (TH-GPA * TH-CREDIT-LOAD)
           PERFORM READ-STUDENT-TERM
           EXIT
           .
      *--------------------------------------------------------------
      * The term is classified before and after on PROBATN's
      * thresholds (the honor roll DEANLIST writes to, probation
      * under 2.00).  A move between categories, or a cumulative
      * crossing the probation floor PROBATN brakes suspension
      * with, is flagged for a corrected transcript or letter.
      *--------------------------------------------------------------
       WRITE-REGISTER-LINE.
           MOVE WS-OLD-TERM-GPA TO WS-GPA-TO-CLASSIFY
           PERFORM CLASSIFY-TERM-GPA
           MOVE WS-CATEGORY TO WS-OLD-CATEGORY
           MOVE WS-TERM-GPA TO WS-GPA-TO-CLASSIFY
           PERFORM CLASSIFY-TERM-GPA
           MOVE WS-CATEGORY TO WS-NEW-CATEGORY
           EVALUATE TRUE
               WHEN WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
                   AND WS-NEW-CATEGORY = "H"
                   MOVE "HONOR ROLL GAINED    " TO WS-RG-FLAG
               WHEN WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
                   AND WS-NEW-CATEGORY = "P"
                   MOVE "PROBATION ENTERED    " TO WS-RG-FLAG
               WHEN WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
                   AND WS-OLD-CATEGORY = "H"
                   MOVE "HONOR ROLL LOST      " TO WS-RG-FLAG
               WHEN WS-NEW-CATEGORY NOT = WS-OLD-CATEGORY
                   MOVE "PROBATION CLEARED    " TO WS-RG-FLAG
               WHEN WS-OLD-CUM-GPA < WS-PROBATION-FLOOR
                   AND WS-CUM-GPA NOT < WS-PROBATION-FLOOR
                   MOVE "CUM GPA UP TO 2.00   " TO WS-RG-FLAG
               WHEN WS-OLD-CUM-GPA NOT < WS-PROBATION-FLOOR
                   AND WS-CUM-GPA < WS-PROBATION-FLOOR
                   MOVE "CUM GPA BELOW 2.00   " TO WS-RG-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-RG-FLAG
           END-EVALUATE
           IF WS-RG-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE GC-STU-ID       TO WS-RG-STU-ID
           MOVE GC-SUB-CODE     TO WS-RG-SUB-CODE
           MOVE GC-TERM-CODE    TO WS-RG-TERM
           MOVE GC-OLD-GRADE    TO WS-RG-OLD-GRADE
           MOVE GC-NEW-GRADE    TO WS-RG-NEW-GRADE
           MOVE WS-OLD-TERM-GPA TO WS-RG-OLD-TERM-GPA
           MOVE WS-TERM-GPA     TO WS-RG-NEW-TERM-GPA
           MOVE WS-OLD-CUM-GPA  TO WS-RG-OLD-CUM-GPA
           MOVE WS-CUM-GPA      TO WS-RG-NEW-CUM-GPA
           WRITE CHANGE-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE CHANGE-REGISTER-REC TO WS-LOG-MESSAGE
           IF WS-RG-FLAG NOT = SPACES
               MOVE "WARN " TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-LOG
           EXIT
           .
       CLASSIFY-TERM-GPA.
           EVALUATE TRUE
               WHEN WS-GPA-TO-CLASSIFY NOT < WS-HONOR-FLOOR
                   MOVE "H" TO WS-CATEGORY
               WHEN WS-GPA-TO-CLASSIFY < WS-PROBATION-FLOOR
                   MOVE "P" TO WS-CATEGORY
               WHEN OTHER
                   MOVE "G" TO WS-CATEGORY
           END-EVALUATE
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT CHANGE-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE GC-STU-ID    TO WS-EX-STU-ID
           MOVE GC-SUB-CODE  TO WS-EX-SUB-CODE
           MOVE GC-TERM-CODE TO WS-EX-TERM
           WRITE CHANGE-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE CHANGE-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO CHANGE-REGISTER-REC
           WRITE CHANGE-REGISTER-REC
           MOVE "CHANGES READ         " TO WS-RT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-RT-COUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE "CHANGES APPLIED      " TO WS-RT-LABEL
           MOVE WS-APPLIED-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE "CHANGES REJECTED     " TO WS-RT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-RT-COUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           MOVE "STANDING CHANGES     " TO WS-RT-LABEL
           MOVE WS-FLAGGED-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-REGISTER-TOTAL-LINE
           EXIT
           .
       WRITE-REGISTER-TOTAL-LINE.
           WRITE CHANGE-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE CHANGE-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
