      *--------------------------------------------------------------
      * GRDCHG - POST-TERM GRADE CHANGE TRANSACTION RECORD LAYOUT
      * One record per corrected grade, keyed the way GRADHIST is
      * (STU-ID, subject code, term).  GC-OLD-GRADE must match the
      * grade on file, so a change keyed against a stale transcript
      * is refused; an Incomplete "I" resolved the next term comes
      * through here as an ordinary change from "I ".  The reason
      * and the authorizing officer go on the GRDCHG audit images.
      *--------------------------------------------------------------
       01  GRADE-CHANGE-REC.
           05  GC-STU-ID           PIC 9(8).
           05  GC-SUB-CODE         PIC 9(8).
           05  GC-TERM-CODE        PIC X(4).
           05  GC-OLD-GRADE        PIC X(2).
           05  GC-NEW-GRADE        PIC X(2).
           05  GC-REASON           PIC X(20).
           05  GC-OFFICER          PIC X(8).
