       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVMNT.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Transaction-driven maintenance for
      *             academic advising in the PENSMNT mold: reads
      *             ADVTRAN records adding (A) an advisor to the
      *             ADVMAST advisor master, changing (C) their name
      *             or department, retiring (R) them, or assigning
      *             (S) a student to an advisor on ADVASGN.  An
      *             assignment must name a student on STUDMAST and
      *             an active advisor whose department is the
      *             CO-DEPARTMENT of the student's course on the
      *             course master; a reassignment replaces the old
      *             one.  Applied transactions are listed on the
      *             ADVMREG register and rejects go to the ADVMEXC
      *             exceptions report with a reason per record.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVISOR-MASTER ASSIGN TO "ADVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-STAFF-ID
               FILE STATUS IS WS-ADV-STATUS.
           SELECT ADVISOR-ASSIGNMENTS ASSIGN TO "ADVASGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AA-STU-ID
               FILE STATUS IS WS-ASG-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STU-STATUS.
           SELECT COURSE-MASTER ASSIGN TO "COURSMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CO-COURSE-ID
               FILE STATUS IS WS-CRS-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "ADVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-REGISTER   ASSIGN TO "ADVMREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "ADVMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADVISOR-MASTER.
       COPY ADVMAST.
       FD  ADVISOR-ASSIGNMENTS.
       COPY ADVASGN.
       FD  STUDENT-MASTER.
       COPY STUDMAST.
       FD  COURSE-MASTER.
       COPY COURSEMAST.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-RETIRE              VALUE "R".
               88  MT-ASSIGN              VALUE "S".
           05  MT-STAFF-ID         PIC X(8).
           05  MT-ADVISOR-NAME     PIC X(20).
           05  MT-DEPARTMENT       PIC X(15).
           05  MT-STU-ID           PIC 9(8).
       FD  MAINT-REGISTER.
       01  MAINT-REGISTER-REC      PIC X(80).
       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-LINE.
           05  WS-RG-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-ACTION        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-STAFF-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-NAME          PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-DEPARTMENT    PIC X(15).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-STU-ID        PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-RG-OLD-STAFF-ID  PIC X(8).

       01  WS-EXCEPTION-LINE.
           05  WS-EX-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-STAFF-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-EX-STU-ID        PIC X(8).
           05  FILLER              PIC X(10) VALUE "  REASON: ".
           05  WS-EX-REASON        PIC X(30).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL         PIC X(22).
           05  WS-RT-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X(53) VALUE SPACES.

       77  WS-ADV-STATUS           PIC X(2)  VALUE "00".
       77  WS-ASG-STATUS           PIC X(2)  VALUE "00".
       77  WS-STU-STATUS           PIC X(2)  VALUE "00".
       77  WS-CRS-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-OLD-STAFF-ID         PIC X(8)  VALUE SPACES.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".

       77  WS-LOG-PROGRAM          PIC X(8)  VALUE "ADVMNT".
       77  WS-LOG-MESSAGE          PIC X(80).
       77  WS-LOG-SEVERITY         PIC X(5)  VALUE "INFO ".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O ADVISOR-MASTER
           IF WS-ADV-STATUS = "35"
               OPEN OUTPUT ADVISOR-MASTER
               CLOSE ADVISOR-MASTER
               OPEN I-O ADVISOR-MASTER
           END-IF
           OPEN I-O ADVISOR-ASSIGNMENTS
           IF WS-ASG-STATUS = "35"
               OPEN OUTPUT ADVISOR-ASSIGNMENTS
               CLOSE ADVISOR-ASSIGNMENTS
               OPEN I-O ADVISOR-ASSIGNMENTS
           END-IF
           OPEN INPUT STUDENT-MASTER
           OPEN INPUT COURSE-MASTER
           EVALUATE TRUE
               WHEN WS-ADV-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ADVISOR-MASTER OPEN FAILED, STATUS: "
                       WS-ADV-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-ASG-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "ADVISOR-ASSIGNMENTS OPEN FAILED, STATUS: "
                       WS-ASG-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-STU-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "STUDENT-MASTER OPEN FAILED, STATUS: "
                       WS-STU-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN WS-CRS-STATUS NOT = "00"
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "COURSE-MASTER OPEN FAILED, STATUS: "
                       WS-CRS-STATUS
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               WHEN OTHER
                   OPEN INPUT MAINT-TRANSACTIONS
                   IF WS-TRAN-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "ADVTRAN OPEN FAILED, STATUS: "
                           WS-TRAN-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   ELSE
                       OPEN OUTPUT MAINT-REGISTER
                       PERFORM READ-TRANSACTION
                       PERFORM APPLY-TRANSACTION UNTIL WS-EOF
                       PERFORM WRITE-REGISTER-TOTALS
                       CLOSE MAINT-TRANSACTIONS
                       CLOSE MAINT-REGISTER
                   END-IF
           END-EVALUATE
           IF WS-ADV-STATUS = "00"
               CLOSE ADVISOR-MASTER
           END-IF
           IF WS-ASG-STATUS = "00"
               CLOSE ADVISOR-ASSIGNMENTS
           END-IF
           IF WS-STU-STATUS = "00"
               CLOSE STUDENT-MASTER
           END-IF
           IF WS-CRS-STATUS = "00"
               CLOSE COURSE-MASTER
           END-IF
           IF WS-EXC-OPEN
               CLOSE MAINT-EXCEPTIONS
           END-IF
           GOBACK
           .
       READ-TRANSACTION.
           READ MAINT-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-TRAN-COUNT
           END-IF
           EXIT
           .
       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN MT-STAFF-ID = SPACES
                   MOVE "STAFF ID MISSING" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN MT-ADD
                   PERFORM APPLY-ADD
               WHEN MT-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN MT-RETIRE
                   PERFORM APPLY-RETIRE
               WHEN MT-ASSIGN
                   PERFORM APPLY-ASSIGN
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE
           PERFORM READ-TRANSACTION
           EXIT
           .
       APPLY-ADD.
           IF MT-ADVISOR-NAME = SPACES OR MT-DEPARTMENT = SPACES
               MOVE "NAME OR DEPARTMENT MISSING" TO WS-EX-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE MT-STAFF-ID TO AV-STAFF-ID
               READ ADVISOR-MASTER
                   INVALID KEY
                       MOVE MT-STAFF-ID     TO AV-STAFF-ID
                       MOVE MT-ADVISOR-NAME TO AV-ADVISOR-NAME
                       MOVE MT-DEPARTMENT   TO AV-DEPARTMENT
                       SET AV-ACTIVE TO TRUE
                       MOVE WS-RUN-DATE     TO AV-STATUS-DATE
                       WRITE ADVISOR-MASTER-REC
                       MOVE "ADDED   " TO WS-RG-ACTION
                       PERFORM WRITE-ADVISOR-REGISTER
                   NOT INVALID KEY
                       MOVE "DUPLICATE ADVISOR, ON FILE"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-IF
           EXIT
           .
      *--------------------------------------------------------------
      * A blank name or department on a change keeps the one on
      * file.  Students already assigned are not moved when the
      * department changes; ADVCASE lists any left outside it.
      *--------------------------------------------------------------
       APPLY-CHANGE.
           MOVE MT-STAFF-ID TO AV-STAFF-ID
           READ ADVISOR-MASTER
               INVALID KEY
                   MOVE "CHANGE TO MISSING ADVISOR" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF MT-ADVISOR-NAME NOT = SPACES
                       MOVE MT-ADVISOR-NAME TO AV-ADVISOR-NAME
                   END-IF
                   IF MT-DEPARTMENT NOT = SPACES
                       MOVE MT-DEPARTMENT TO AV-DEPARTMENT
                   END-IF
                   REWRITE ADVISOR-MASTER-REC
                   MOVE "CHANGED " TO WS-RG-ACTION
                   PERFORM WRITE-ADVISOR-REGISTER
           END-READ
           EXIT
           .
       APPLY-RETIRE.
           MOVE MT-STAFF-ID TO AV-STAFF-ID
           READ ADVISOR-MASTER
               INVALID KEY
                   MOVE "RETIRE OF MISSING ADVISOR" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF AV-RETIRED
                       MOVE "ADVISOR ALREADY RETIRED" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       SET AV-RETIRED TO TRUE
                       MOVE WS-RUN-DATE TO AV-STATUS-DATE
                       REWRITE ADVISOR-MASTER-REC
                       MOVE "RETIRED " TO WS-RG-ACTION
                       PERFORM WRITE-ADVISOR-REGISTER
                   END-IF
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The student, their course and the advisor must all be on
      * file, the advisor active and advising for the department
      * that owns the student's course.
      *--------------------------------------------------------------
       APPLY-ASSIGN.
           EVALUATE TRUE
               WHEN MT-STU-ID IS NOT NUMERIC
                   MOVE "STU-ID NOT NUMERIC" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   MOVE MT-STU-ID TO SM-STUDENT-ID
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE "STUDENT NOT ON MASTER"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       NOT INVALID KEY
                           PERFORM CHECK-ASSIGN-ADVISOR
                   END-READ
           END-EVALUATE
           EXIT
           .
       CHECK-ASSIGN-ADVISOR.
           MOVE MT-STAFF-ID TO AV-STAFF-ID
           READ ADVISOR-MASTER
               INVALID KEY
                   MOVE "ADVISOR NOT ON MASTER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF AV-RETIRED
                       MOVE "ADVISOR RETIRED" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM CHECK-ASSIGN-DEPARTMENT
                   END-IF
           END-READ
           EXIT
           .
       CHECK-ASSIGN-DEPARTMENT.
           MOVE SM-COURSE-ID TO CO-COURSE-ID
           READ COURSE-MASTER
               INVALID KEY
                   MOVE "STUDENT COURSE NOT ON MASTER" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF CO-DEPARTMENT NOT = AV-DEPARTMENT
                       MOVE "ADVISOR OUTSIDE DEPARTMENT"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       PERFORM WRITE-ASSIGNMENT
                   END-IF
           END-READ
           EXIT
           .
       WRITE-ASSIGNMENT.
           MOVE SPACES TO WS-OLD-STAFF-ID
           MOVE MT-STU-ID TO AA-STU-ID
           READ ADVISOR-ASSIGNMENTS
               INVALID KEY
                   MOVE MT-STU-ID   TO AA-STU-ID
                   MOVE MT-STAFF-ID TO AA-STAFF-ID
                   MOVE WS-RUN-DATE TO AA-DATE-ASSIGNED
                   WRITE ADVISOR-ASSIGN-REC
                   MOVE "ASSIGNED" TO WS-RG-ACTION
                   PERFORM WRITE-ASSIGN-REGISTER
               NOT INVALID KEY
                   IF AA-STAFF-ID = MT-STAFF-ID
                       MOVE "ALREADY ASSIGNED TO ADVISOR"
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE AA-STAFF-ID TO WS-OLD-STAFF-ID
                       MOVE MT-STAFF-ID TO AA-STAFF-ID
                       MOVE WS-RUN-DATE TO AA-DATE-ASSIGNED
                       REWRITE ADVISOR-ASSIGN-REC
                       MOVE "MOVED   " TO WS-RG-ACTION
                       PERFORM WRITE-ASSIGN-REGISTER
                   END-IF
           END-READ
           EXIT
           .
       WRITE-ADVISOR-REGISTER.
           MOVE SPACES TO WS-RG-STU-ID
           MOVE SPACES TO WS-RG-OLD-STAFF-ID
           PERFORM WRITE-REGISTER-LINE
           EXIT
           .
       WRITE-ASSIGN-REGISTER.
           MOVE MT-STU-ID       TO WS-RG-STU-ID
           MOVE WS-OLD-STAFF-ID TO WS-RG-OLD-STAFF-ID
           PERFORM WRITE-REGISTER-LINE
           EXIT
           .
       WRITE-REGISTER-LINE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-RUN-DATE     TO WS-RG-DATE
           MOVE AV-STAFF-ID     TO WS-RG-STAFF-ID
           MOVE AV-ADVISOR-NAME TO WS-RG-NAME
           MOVE AV-DEPARTMENT   TO WS-RG-DEPARTMENT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT MAINT-EXCEPTIONS
               SET WS-EXC-OPEN TO TRUE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT
           MOVE MT-ACTION   TO WS-EX-ACTION
           MOVE MT-STAFF-ID TO WS-EX-STAFF-ID
           IF MT-ASSIGN
               MOVE MT-STU-ID TO WS-EX-STU-ID
           ELSE
               MOVE SPACES TO WS-EX-STU-ID
           END-IF
           WRITE MAINT-EXCEPTIONS-REC FROM WS-EXCEPTION-LINE
           MOVE MAINT-EXCEPTIONS-REC TO WS-LOG-MESSAGE
           MOVE "WARN " TO WS-LOG-SEVERITY
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-REGISTER-TOTALS.
           MOVE "TRANSACTIONS READ    " TO WS-RT-LABEL
           MOVE WS-TRAN-COUNT           TO WS-RT-COUNT
           PERFORM WRITE-REGISTER-TOTAL
           MOVE "TRANSACTIONS APPLIED " TO WS-RT-LABEL
           MOVE WS-APPLIED-COUNT        TO WS-RT-COUNT
           PERFORM WRITE-REGISTER-TOTAL
           MOVE "TRANSACTIONS REJECTED" TO WS-RT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-RT-COUNT
           PERFORM WRITE-REGISTER-TOTAL
           EXIT
           .
       WRITE-REGISTER-TOTAL.
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-LOG.
           CALL "RUNLOG" USING WS-LOG-PROGRAM WS-LOG-SEVERITY
               WS-LOG-MESSAGE
           MOVE "INFO " TO WS-LOG-SEVERITY
           EXIT
           .
