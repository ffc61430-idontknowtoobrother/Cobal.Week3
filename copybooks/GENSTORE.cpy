      *--------------------------------------------------------------
      * GENSTORE - HAND-OFF FILE GENERATION STORE RECORD LAYOUT
      * Every record of every generation catalogued on GENCATLG,
      * keyed by file name, generation number and the record's
      * position in the file, trailer included.  The data area is
      * wide enough for the widest hand-off record (PAYEXTR) and
      * is space-filled beyond a shorter file's record length.
      *--------------------------------------------------------------
       01  GEN-STORE-REC.
           05  GS-KEY.
               10  GS-FILE-NAME    PIC X(8).
               10  GS-GENERATION   PIC 9(5).
               10  GS-SEQUENCE     PIC 9(7).
           05  GS-DATA             PIC X(256).
