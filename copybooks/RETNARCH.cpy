      *--------------------------------------------------------------
      * RETNARCH - RECORDS RETENTION ARCHIVE RECORD LAYOUT
      * Written by RETNPRG.  Each purge run appends a dated "H"
      * header, one "D" record per expired history record (tagged
      * with the history file it came from, the record exactly as
      * it stood there) and a "T" trailer per history file carrying
      * the count archived from it, so the section for any purge
      * date can be proved complete before operations take the
      * archive offline.
      *--------------------------------------------------------------
       01  RETENTION-ARCHIVE-REC.
           05  RA-RECORD-TYPE      PIC X(1).
               88  RA-IS-HEADER           VALUE "H".
               88  RA-IS-DATA             VALUE "D".
               88  RA-IS-TRAILER          VALUE "T".
           05  RA-FILE-NAME        PIC X(8).
           05  RA-RECORD-DATA      PIC X(80).
           05  RA-CONTROL-DATA REDEFINES RA-RECORD-DATA.
               10  RA-PURGE-DATE   PIC 9(8).
               10  RA-RECORD-COUNT PIC 9(7).
               10  FILLER          PIC X(65).
