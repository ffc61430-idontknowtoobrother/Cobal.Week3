      *             go to the BANKMEXC exceptions report with a
      *             reason per record, so the bank's manually
      *             maintained account mapping can be retired.
      * 2026-10-15  Bank adds and changes no longer reach EMPBANK
      *             directly: each is held on the PENDCHG pending-
      *             change file under the keying user id (new
      *             MT-USER-ID), registered as PENDING, and applied
      *             only when a "P" approval transaction arrives
      *             from a different user id; an "R" transaction
      *             rejects it.  Every record touched now writes a
      *             dated, timed image (PENDING, APPROVD, REJECTD
      *             and the usual ADDED, BEFORE, AFTER and DELETED)
      *             with the user id to the BANKAUDT audit file,
      *             opened EXTEND so the trail survives across runs.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EM-EMP-NO
               ALTERNATE RECORD KEY IS EM-COUNTY-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PND-STATUS.
           SELECT MAINT-TRANSACTIONS ASSIGN TO "BANKTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT MAINT-REGISTER   ASSIGN TO "BANKMREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT      ASSIGN TO "BANKAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "BANKMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY EMPBANK.
       FD  EMPLOYEE-MASTER.
       COPY EMPMAST.
       FD  PENDING-CHANGES.
       COPY PENDCHG.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRAN-REC.
           05  MT-ACTION           PIC X(1).
               88  MT-ADD                 VALUE "A".
               88  MT-CHANGE              VALUE "C".
               88  MT-DELETE              VALUE "D".
               88  MT-APPROVE             VALUE "P".
               88  MT-REJECT              VALUE "R".
           05  MT-EMP-NO           PIC 9(5).
           05  MT-SORT-CODE        PIC X(6).
           05  MT-ACCT-NO          PIC X(8).
           05  MT-ACCT-NAME        PIC X(20).
           05  MT-USER-ID          PIC X(8).
       FD  MAINT-REGISTER.
       01  MAINT-REGISTER-REC      PIC X(80).
       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC         PIC X(80).
       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXCEPTIONS-REC    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LINE.
           05  WS-AU-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-TIME          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-ACTION        PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE-TYPE    PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(40).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-USER-ID       PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-RG-DATE          PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
       77  WS-BNK-STATUS           PIC X(2)  VALUE "00".
       77  WS-EMP-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-PND-STATUS           PIC X(2)  VALUE "00".
       77  WS-AUDT-STATUS          PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-EMP-ON-FILE-SW       PIC X(1)  VALUE "N".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-HELD-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(5)  VALUE ZERO.
       77  WS-EXC-OPEN-SW          PIC X(1)  VALUE "N".
           88  WS-EXC-OPEN                   VALUE "Y".
                   MOVE "ERROR" TO WS-LOG-SEVERITY
                   PERFORM WRITE-LOG
               ELSE
                   OPEN I-O PENDING-CHANGES
                   IF WS-PND-STATUS = "35"
                       OPEN OUTPUT PENDING-CHANGES
                       CLOSE PENDING-CHANGES
                       OPEN I-O PENDING-CHANGES
                   END-IF
                   IF WS-PND-STATUS NOT = "00"
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "PENDCHG OPEN FAILED, STATUS: "
                           WS-PND-STATUS
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       MOVE "ERROR" TO WS-LOG-SEVERITY
                       PERFORM WRITE-LOG
                   ELSE
                       PERFORM PROCESS-TRANSACTIONS
                       CLOSE PENDING-CHANGES
                   END-IF
                   CLOSE EMPLOYEE-MASTER
               END-IF
           END-IF
           GOBACK
           .
       PROCESS-TRANSACTIONS.
           OPEN INPUT MAINT-TRANSACTIONS
           IF WS-TRAN-STATUS NOT = "00"
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "BANKTRAN OPEN FAILED, STATUS: "
                   WS-TRAN-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               MOVE "ERROR" TO WS-LOG-SEVERITY
               PERFORM WRITE-LOG
           ELSE
               OPEN OUTPUT MAINT-REGISTER
               OPEN EXTEND MAINT-AUDIT
               IF WS-AUDT-STATUS = "35"
                   OPEN OUTPUT MAINT-AUDIT
               END-IF
               PERFORM READ-TRANSACTION
               PERFORM APPLY-TRANSACTION UNTIL WS-EOF
               PERFORM WRITE-REGISTER-TOTALS
               CLOSE MAINT-TRANSACTIONS
               CLOSE MAINT-REGISTER
               CLOSE MAINT-AUDIT
           END-IF
           EXIT
           .
       READ-TRANSACTION.
           READ MAINT-TRANSACTIONS
               AT END MOVE "Y" TO WS-EOF-SW
                   PERFORM APPLY-CHANGE
               WHEN MT-DELETE
                   PERFORM APPLY-DELETE
               WHEN MT-APPROVE
                   PERFORM APPROVE-PENDING-CHANGE
               WHEN MT-REJECT
                   PERFORM REJECT-PENDING-CHANGE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
      *--------------------------------------------------------------
      * Adds and changes carry real account fields, so both must
      * pass the numeric edits and name a real EMPMAST employee
      * before they are held, and must say who keyed them.
      *--------------------------------------------------------------
       EDIT-BANK-FIELDS.
           MOVE "Y" TO WS-EMP-ON-FILE-SW
           EVALUATE TRUE
               WHEN MT-USER-ID = SPACES
                   MOVE "USER ID MISSING" TO WS-EX-REASON
                   MOVE "N" TO WS-EMP-ON-FILE-SW
               WHEN MT-SORT-CODE IS NOT NUMERIC
                   MOVE "SORT CODE NOT NUMERIC" TO WS-EX-REASON
                   MOVE "N" TO WS-EMP-ON-FILE-SW
               MOVE MT-EMP-NO TO EB-EMP-NO
               READ EMPLOYEE-BANK
                   INVALID KEY
                       PERFORM HOLD-BANK-CHANGE
                   NOT INVALID KEY
                       MOVE "DUPLICATE ADD, ON FILE" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                           TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM HOLD-BANK-CHANGE
               END-READ
           END-IF
           EXIT
                   MOVE "DELETE OF MISSING DETAILS" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
                   DELETE EMPLOYEE-BANK
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "DELETED" TO WS-RG-ACTION
                   PERFORM WRITE-REGISTER-LINE
                   MOVE "DELETED" TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * A new account can redirect an employee's net pay, so an add
      * or change goes no further than PENDCHG until a second user
      * approves it.  One change per employee waits at a time; the
      * first must be approved or rejected before another is keyed.
      *--------------------------------------------------------------
       HOLD-BANK-CHANGE.
           MOVE "B"       TO PD-CHANGE-TYPE
           MOVE MT-EMP-NO TO PD-EMP-NO
           READ PENDING-CHANGES
               INVALID KEY
                   PERFORM MOVE-TRAN-TO-MASTER
                   MOVE MT-ACTION   TO PD-ACTION
                   MOVE MT-USER-ID  TO PD-MAKER
                   MOVE WS-RUN-DATE TO PD-SUBMIT-DATE
                   MOVE EMPLOYEE-BANK-REC TO PD-PROPOSED-IMAGE
                   WRITE PENDING-CHANGE-REC
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "PENDING" TO WS-RG-ACTION
                   PERFORM WRITE-REGISTER-LINE
                   MOVE "PENDING" TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-PENDING-IMAGE
               NOT INVALID KEY
                   MOVE "BANK CHANGE ALREADY PENDING" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The approver must be a different user id from the one that
      * keyed the change.  The held details then go on EMPBANK as
      * an add or a change, whichever the master now needs, with
      * the usual before/after images behind the APPROVD image.
      *--------------------------------------------------------------
       APPROVE-PENDING-CHANGE.
           MOVE "B"       TO PD-CHANGE-TYPE
           MOVE MT-EMP-NO TO PD-EMP-NO
           READ PENDING-CHANGES
               INVALID KEY
                   MOVE "NO BANK CHANGE PENDING" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MT-USER-ID = SPACES
                           MOVE "USER ID MISSING" TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN MT-USER-ID = PD-MAKER
                           MOVE "APPROVER IS THE MAKER"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN OTHER
                           MOVE MT-EMP-NO TO EM-EMP-NO
                           READ EMPLOYEE-MASTER
                               INVALID KEY
                                   MOVE "EMPLOYEE NOT ON MASTER"
                                       TO WS-EX-REASON
                                   PERFORM WRITE-EXCEPTION
                               NOT INVALID KEY
                                   PERFORM APPLY-APPROVED-CHANGE
                           END-READ
                   END-EVALUATE
           END-READ
           EXIT
           .
       APPLY-APPROVED-CHANGE.
           MOVE "APPROVD" TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-PENDING-IMAGE
           MOVE PD-EMP-NO TO EB-EMP-NO
           READ EMPLOYEE-BANK
               INVALID KEY
                   MOVE PD-PROPOSED-IMAGE TO EMPLOYEE-BANK-REC
                   WRITE EMPLOYEE-BANK-REC
                   MOVE "ADDED  " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
               NOT INVALID KEY
                   MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
                   MOVE PD-PROPOSED-IMAGE TO EMPLOYEE-BANK-REC
                   REWRITE EMPLOYEE-BANK-REC
                   MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-AUDIT-IMAGE
           END-READ
           DELETE PENDING-CHANGES
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPROVD" TO WS-RG-ACTION
           PERFORM WRITE-REGISTER-LINE
           EXIT
           .
       REJECT-PENDING-CHANGE.
           MOVE "B"       TO PD-CHANGE-TYPE
           MOVE MT-EMP-NO TO PD-EMP-NO
           READ PENDING-CHANGES
               INVALID KEY
                   MOVE "NO BANK CHANGE PENDING" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF MT-USER-ID = SPACES
                       MOVE "USER ID MISSING" TO WS-EX-REASON
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       MOVE "REJECTD" TO WS-AU-IMAGE-TYPE
                       PERFORM WRITE-PENDING-IMAGE
                       DELETE PENDING-CHANGES
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE PD-PROPOSED-IMAGE TO EMPLOYEE-BANK-REC
                       MOVE "REJECTD" TO WS-RG-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   END-IF
           END-READ
           EXIT
           .
       WRITE-AUDIT-IMAGE.
           MOVE EMPLOYEE-BANK-REC TO WS-AU-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT
           .
       WRITE-PENDING-IMAGE.
           MOVE PD-PROPOSED-IMAGE TO WS-AU-IMAGE
           PERFORM WRITE-AUDIT-LINE
           EXIT
           .
       WRITE-AUDIT-LINE.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           ACCEPT WS-AU-TIME FROM TIME
           MOVE MT-ACTION   TO WS-AU-ACTION
           MOVE MT-USER-ID  TO WS-AU-USER-ID
           WRITE MAINT-AUDIT-REC FROM WS-AUDIT-LINE
           EXIT
           .
       MOVE-TRAN-TO-MASTER.
           MOVE MT-EMP-NO    TO EB-EMP-NO
           MOVE MT-SORT-CODE TO EB-SORT-CODE
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "CHANGES HELD PENDING " TO WS-RT-LABEL
           MOVE WS-HELD-COUNT           TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           MOVE "TRANSACTIONS REJECTED" TO WS-RT-LABEL
           MOVE WS-REJECTED-COUNT       TO WS-RT-COUNT
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-TOTAL-LINE
