      *             CUSTMNT image convention - giving the MSTRFWD
      *             roll-forward utility the replayable images the
      *             employee master never had.
      * 2026-10-15  A termination no longer deletes the master: it
      *             carries the leaving date (blank means the run
      *             date) and queues a final-pay record on FINPAYQ,
      *             registered as TERMPND.  FINPAY settles the final
      *             pay and retires the master, leave ledger and
      *             bank records, writing the EMPAUDT images itself.
      * 2026-10-15  A change that alters EM-SALARY no longer reaches
      *             the master directly: the new salary is held on
      *             the PENDCHG pending-change file under the keying
      *             user id (new MT-USER-ID), registered as PENDING,
      *             and applied only when a "P" approval transaction
      *             arrives from a different user id; an "R"
      *             transaction rejects it.  Name and county on the
      *             same change still apply at once.  The PENDING,
      *             APPROVD and REJECTD images go to EMPAUDT with
      *             the user id alongside the before/after images.
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
           SELECT MAINT-TRANSACTIONS ASSIGN TO "EMPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT MAINT-EXCEPTIONS ASSIGN TO "EMPMEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-PAY-QUEUE  ASSIGN TO "FINPAYQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           05  MT-EMP-NAME         PIC X(20).
           05  MT-COUNTY-NAME      PIC X(9).
           05  MT-SALARY           PIC 9999V99.
           05  MT-LEAVE-DATE       PIC X(8).
           05  MT-LEAVE-DATE-N REDEFINES MT-LEAVE-DATE.
               10  MT-LEAVE-YYYY   PIC 9(4).
               10  MT-LEAVE-MM     PIC 9(2).
               10  MT-LEAVE-DD     PIC 9(2).
           05  MT-USER-ID          PIC X(8).
       FD  MAINT-REGISTER.
       01  MAINT-REGISTER-REC      PIC X(80).
       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC         PIC X(80).
       FD  MAINT-EXCEPTIONS.
       01  MAINT-EXCEPTIONS-REC    PIC X(80).
       FD  FINAL-PAY-QUEUE.
       COPY FINPAYQ.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-LINE.
           05  WS-AU-IMAGE-TYPE    PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-IMAGE         PIC X(40).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-AU-USER-ID       PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  WS-RG-DATE          PIC 9(8).
       77  WS-EMP-STATUS           PIC X(2)  VALUE "00".
       77  WS-TRAN-STATUS          PIC X(2)  VALUE "00".
       77  WS-AUDT-STATUS          PIC X(2)  VALUE "00".
       77  WS-PND-STATUS           PIC X(2)  VALUE "00".
       77  WS-FPQ-STATUS           PIC X(2)  VALUE "00".
       77  WS-EOF-SW               PIC X(1)  VALUE "N".
           88  WS-EOF                        VALUE "Y".
       77  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       77  WS-TRAN-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(5)  VALUE ZERO.
       77  WS-HELD-COUNT           PIC 9(5)  VALUE ZERO.
       77  WS-NEW-SALARY           PIC 9999V99 VALUE ZERO.
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
               STRING "EMPTRAN OPEN FAILED, STATUS: "
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
               OPEN EXTEND FINAL-PAY-QUEUE
               IF WS-FPQ-STATUS = "35"
                   OPEN OUTPUT FINAL-PAY-QUEUE
               END-IF
               PERFORM READ-TRANSACTION
               PERFORM APPLY-TRANSACTION UNTIL WS-EOF
               PERFORM WRITE-REGISTER-TOTALS
               CLOSE MAINT-TRANSACTIONS
               CLOSE MAINT-REGISTER
               CLOSE MAINT-AUDIT
               CLOSE FINAL-PAY-QUEUE
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
                   MOVE "CHANGE TO MISSING EMPLOYEE" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MT-SALARY = EM-SALARY
                           PERFORM APPLY-MASTER-CHANGE
                       WHEN MT-USER-ID = SPACES
                           MOVE "USER ID MISSING" TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       WHEN OTHER
                           PERFORM HOLD-SALARY-CHANGE
                   END-EVALUATE
           END-READ
           EXIT
           .
       APPLY-MASTER-CHANGE.
           MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           PERFORM MOVE-TRAN-TO-MASTER
           REWRITE EMPLOYEE-MASTER-REC
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "CHANGED" TO WS-RG-ACTION
           PERFORM WRITE-REGISTER-LINE
           MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           EXIT
           .
      *--------------------------------------------------------------
      * A salary change waits on PENDCHG for a second user's
      * approval; any name or county change keyed with it is not
      * sensitive and goes on the master now, so the held image
      * carries the new salary on the master as it then stands.
      * One salary change per employee waits at a time.
      *--------------------------------------------------------------
       HOLD-SALARY-CHANGE.
           MOVE "S"       TO PD-CHANGE-TYPE
           MOVE MT-EMP-NO TO PD-EMP-NO
           READ PENDING-CHANGES
               INVALID KEY
                   MOVE MT-SALARY TO WS-NEW-SALARY
                   IF MT-EMP-NAME NOT = EM-EMP-NAME
                       OR MT-COUNTY-NAME NOT = EM-COUNTY-NAME
                       MOVE EM-SALARY TO MT-SALARY
                       PERFORM APPLY-MASTER-CHANGE
                       MOVE WS-NEW-SALARY TO MT-SALARY
                   END-IF
                   MOVE MT-ACTION   TO PD-ACTION
                   MOVE MT-USER-ID  TO PD-MAKER
                   MOVE WS-RUN-DATE TO PD-SUBMIT-DATE
                   MOVE EMPLOYEE-MASTER-REC TO PD-PROPOSED-IMAGE
                   MOVE WS-NEW-SALARY TO PD-PE-SALARY
                   WRITE PENDING-CHANGE-REC
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "PENDING" TO WS-RG-ACTION
                   PERFORM WRITE-PENDING-REGISTER-LINE
                   MOVE "PENDING" TO WS-AU-IMAGE-TYPE
                   PERFORM WRITE-PENDING-IMAGE
               NOT INVALID KEY
                   MOVE "SALARY CHANGE ALREADY PENDING"
                       TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * The approver must be a different user id from the one that
      * keyed the change.  Only the held salary is applied, so a
      * name or county change made since stands, and the usual
      * before/after images follow the APPROVD image.
      *--------------------------------------------------------------
       APPROVE-PENDING-CHANGE.
           MOVE "S"       TO PD-CHANGE-TYPE
           MOVE MT-EMP-NO TO PD-EMP-NO
           READ PENDING-CHANGES
               INVALID KEY
                   MOVE "NO SALARY CHANGE PENDING" TO WS-EX-REASON
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
           MOVE "BEFORE " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE PD-PE-SALARY TO EM-SALARY
           REWRITE EMPLOYEE-MASTER-REC
           MOVE "AFTER  " TO WS-AU-IMAGE-TYPE
           PERFORM WRITE-AUDIT-IMAGE
           DELETE PENDING-CHANGES
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "APPROVD" TO WS-RG-ACTION
           PERFORM WRITE-REGISTER-LINE
           EXIT
           .
       REJECT-PENDING-CHANGE.
           MOVE "S"       TO PD-CHANGE-TYPE
           MOVE MT-EMP-NO TO PD-EMP-NO
           READ PENDING-CHANGES
               INVALID KEY
                   MOVE "NO SALARY CHANGE PENDING" TO WS-EX-REASON
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
                       MOVE "REJECTD" TO WS-RG-ACTION
                       PERFORM WRITE-PENDING-REGISTER-LINE
                   END-IF
           END-READ
           EXIT
           .
      *--------------------------------------------------------------
      * A termination leaves the master in place for FINPAY, which
      * needs the salary to settle the final pay and deletes the
      * record (with its audit images) once the money is out.
      *--------------------------------------------------------------
       APPLY-DELETE.
           IF MT-LEAVE-DATE = SPACES
               MOVE WS-RUN-DATE TO MT-LEAVE-DATE
           END-IF
           MOVE MT-EMP-NO TO EM-EMP-NO
           EVALUATE TRUE
               WHEN MT-LEAVE-DATE IS NOT NUMERIC
                   OR MT-LEAVE-MM < 1 OR MT-LEAVE-MM > 12
                   OR MT-LEAVE-DD < 1 OR MT-LEAVE-DD > 31
                   MOVE "LEAVING DATE INVALID" TO WS-EX-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "TERMINATE MISSING EMPLOYEE"
                               TO WS-EX-REASON
                           PERFORM WRITE-EXCEPTION
                       NOT INVALID KEY
                           MOVE MT-EMP-NO     TO FQ-EMP-NO
                           MOVE MT-LEAVE-DATE TO FQ-LEAVE-DATE
                           MOVE WS-RUN-DATE   TO FQ-REQUEST-DATE
                           WRITE FINAL-PAY-QUEUE-REC
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE "TERMPND" TO WS-RG-ACTION
                           PERFORM WRITE-REGISTER-LINE
                   END-READ
           END-EVALUATE
           EXIT
           .
       WRITE-AUDIT-IMAGE.
           MOVE EMPLOYEE-MASTER-REC TO WS-AU-IMAGE
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
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-PENDING-REGISTER-LINE.
           MOVE WS-RUN-DATE      TO WS-RG-DATE
           MOVE PD-PE-EMP-NO     TO WS-RG-EMP-NO
           MOVE PD-PE-EMP-NAME   TO WS-RG-EMP-NAME
           MOVE PD-PE-COUNTY     TO WS-RG-COUNTY
           MOVE PD-PE-SALARY     TO WS-RG-SALARY
           WRITE MAINT-REGISTER-REC FROM WS-REGISTER-LINE
           MOVE MAINT-REGISTER-REC TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG
           EXIT
           .
       WRITE-EXCEPTION.
           IF NOT WS-EXC-OPEN
               OPEN OUTPUT MAINT-EXCEPTIONS
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
