      *--------------------------------------------------------------
      * CHQREG - CHEQUE REGISTER RECORD LAYOUT
      * One record per cheque serial the CHQISSUE routine hands
      * out, keyed by serial: when and by which program it was
      * issued, the payee, amount and pay period, and where it
      * stands - issued (outstanding), cleared by the bank (CHQRECN
      * from the paid-cheques file) or voided (CHQSTALE when it
      * passes six months unpresented).  CR-STATUS-DATE is the
      * date of the last change of status.
      *--------------------------------------------------------------
       01  CHEQUE-REGISTER-REC.
           05  CR-SERIAL           PIC 9(8).
           05  CR-ISSUE-DATE       PIC 9(8).
           05  CR-SOURCE           PIC X(8).
           05  CR-EMP-NO           PIC 9(5).
           05  CR-EMP-NAME         PIC X(20).
           05  CR-AMOUNT           PIC 9(7)V99.
           05  CR-PERIOD-ID        PIC X(6).
           05  CR-STATUS           PIC X(1).
               88  CR-ISSUED              VALUE "I".
               88  CR-CLEARED             VALUE "C".
               88  CR-VOIDED              VALUE "V".
           05  CR-STATUS-DATE      PIC 9(8).
