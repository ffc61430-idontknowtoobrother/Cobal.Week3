       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDCHK.
       AUTHOR. 62160246.
      *--------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  New program.  Shared student holds check,
      *             CALLed by every program that must honour a hold
      *             (ENRLADRP adds, TRNSFULF transcripts, the
      *             DEGAUDIT degree audit), the way GLPOST is
      *             shared for journals.  The caller names the
      *             class of hold it cares about - R registration
      *             (REG or ALL holds), T transcript (TRN or ALL),
      *             A any active hold - and gets back how many of
      *             the student's active HOLDMAST holds are in that
      *             class, with the type, office and reason of the
      *             first.  Result 00 is checked; 12 means HOLDMAST
      *             could not be read and the count is zero.  A
      *             missing HOLDMAST means nobody is held.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLDS-MASTER.
       COPY HOLDMAST.

       WORKING-STORAGE SECTION.
       77  WS-HLD-STATUS           PIC X(2)  VALUE "00".
       77  WS-WALK-EOF-SW          PIC X(1)  VALUE "N".
           88  WS-WALK-EOF                   VALUE "Y".

       LINKAGE SECTION.
       01  LK-STU-ID               PIC 9(8).
       01  LK-HOLD-CLASS           PIC X(1).
           88  LK-REGISTRATION-CLASS         VALUE "R".
           88  LK-TRANSCRIPT-CLASS           VALUE "T".
           88  LK-ANY-CLASS                  VALUE "A".
       01  LK-HOLD-COUNT           PIC 9(2).
       01  LK-HOLD-TYPE            PIC X(3).
       01  LK-OFFICE               PIC X(8).
       01  LK-REASON               PIC X(25).
       01  LK-RESULT               PIC 9(2).

       PROCEDURE DIVISION USING LK-STU-ID LK-HOLD-CLASS
               LK-HOLD-COUNT LK-HOLD-TYPE LK-OFFICE LK-REASON
               LK-RESULT.
       Begin.
           MOVE ZERO   TO LK-RESULT
           MOVE ZERO   TO LK-HOLD-COUNT
           MOVE SPACES TO LK-HOLD-TYPE
           MOVE SPACES TO LK-OFFICE
           MOVE SPACES TO LK-REASON
           OPEN INPUT HOLDS-MASTER
           EVALUATE WS-HLD-STATUS
               WHEN "00"
                   PERFORM COUNT-STUDENT-HOLDS
                   CLOSE HOLDS-MASTER
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE 12 TO LK-RESULT
           END-EVALUATE
           GOBACK
           .
      *--------------------------------------------------------------
      * The student's holds are contiguous in key order, so one
      * START on the STU-ID and a forward walk sees every office's
      * hold of every type.
      *--------------------------------------------------------------
       COUNT-STUDENT-HOLDS.
           MOVE "N" TO WS-WALK-EOF-SW
           MOVE LK-STU-ID  TO HD-STU-ID
           MOVE LOW-VALUES TO HD-HOLD-TYPE
           MOVE LOW-VALUES TO HD-OFFICE
           START HOLDS-MASTER KEY IS NOT LESS THAN HD-KEY
               INVALID KEY MOVE "Y" TO WS-WALK-EOF-SW
           END-START
           IF NOT WS-WALK-EOF
               PERFORM READ-STUDENT-HOLD
           END-IF
           PERFORM CHECK-ONE-HOLD UNTIL WS-WALK-EOF
           EXIT
           .
       READ-STUDENT-HOLD.
           READ HOLDS-MASTER NEXT RECORD
               AT END MOVE "Y" TO WS-WALK-EOF-SW
           END-READ
           IF NOT WS-WALK-EOF
               AND HD-STU-ID NOT = LK-STU-ID
               MOVE "Y" TO WS-WALK-EOF-SW
           END-IF
           EXIT
           .
       CHECK-ONE-HOLD.
           IF HD-IS-ACTIVE
               EVALUATE TRUE
                   WHEN LK-REGISTRATION-CLASS
                       IF HD-BLOCKS-REGISTRATION
                           PERFORM COUNT-HOLD
                       END-IF
                   WHEN LK-TRANSCRIPT-CLASS
                       IF HD-BLOCKS-TRANSCRIPT
                           PERFORM COUNT-HOLD
                       END-IF
                   WHEN OTHER
                       PERFORM COUNT-HOLD
               END-EVALUATE
           END-IF
           PERFORM READ-STUDENT-HOLD
           EXIT
           .
       COUNT-HOLD.
           IF LK-HOLD-COUNT = ZERO
               MOVE HD-HOLD-TYPE TO LK-HOLD-TYPE
               MOVE HD-OFFICE    TO LK-OFFICE
               MOVE HD-REASON    TO LK-REASON
           END-IF
           IF LK-HOLD-COUNT < 99
               ADD 1 TO LK-HOLD-COUNT
           END-IF
           EXIT
           .
