      *--------------------------------------------------------------
      * DUNLEVEL - DUNNING LEVEL RECORD LAYOUT
      * Keyed on DL-KEY, the customer plus the INVFILE invoice
      * number, one record per invoice chased.  DUNLETTR records
      * the last chasing level sent and when, with the invoice
      * date it was sent for, so an invoice is chased once per
      * level and escalates only as it ages.  CUSTMRG re-keys the
      * records onto the surviving customer when two accounts for
      * the same taxpayer are merged.
      *--------------------------------------------------------------
       01  DUNNING-LEVEL-REC.
           05  DL-KEY.
               10  DL-CUST-NO      PIC 9(5).
               10  DL-INVOICE-NO   PIC 9(5).
           05  DL-LAST-LEVEL       PIC 9(1).
           05  DL-LAST-DATE        PIC 9(8).
           05  DL-INVOICE-DATE     PIC 9(8).
