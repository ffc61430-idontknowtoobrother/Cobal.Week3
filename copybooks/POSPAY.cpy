      *--------------------------------------------------------------
      * POSPAY - POSITIVE-PAY ISSUE FILE RECORD LAYOUT
      * The file the bank verifies presented cheques against: an
      * "I" record for every cheque issued and a "V" record for
      * every cheque voided, carrying the serial, issue date,
      * amount and payee the bank must see on the cheque.
      * PV-ACTION-DATE is the date of the issue or the void.
      *--------------------------------------------------------------
       01  POSITIVE-PAY-REC.
           05  PV-RECORD-TYPE      PIC X(1).
               88  PV-IS-ISSUE            VALUE "I".
               88  PV-IS-VOID             VALUE "V".
           05  PV-SERIAL           PIC 9(8).
           05  PV-ISSUE-DATE       PIC 9(8).
           05  PV-AMOUNT           PIC 9(7)V99.
           05  PV-PAYEE            PIC X(20).
           05  PV-ACTION-DATE      PIC 9(8).
