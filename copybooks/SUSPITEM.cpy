      *****************************************************
      * SUSPITEM - Reject-suspense item record, keyed by   *
      * reference number and sequence, on SUSPITEM.DAT.    *
      * TRANACC adds an open item for every reject it      *
      * posts to suspense, carrying the base amount posted *
      * and the clearing account it was posted against.    *
      * The item is cleared when its resubmission is       *
      * processed and written off when TRANRCYC marks the  *
      * reject written off; the reject date and amount as  *
      * keyed match it to its entry on TRANRJST.DAT.       *
      *****************************************************
       01  SUSP-ITEM-RECORD.
           05  SIT-KEY.
               10  SIT-REFERENCE-NO    PIC X(12).
               10  SIT-SEQ             PIC 9(3).
           05  SIT-STATUS              PIC X.
               88  SIT-OPEN                   VALUE "O".
               88  SIT-CLEARED                VALUE "C".
               88  SIT-WRITTEN-OFF            VALUE "W".
           05  SIT-RECORD-TYPE         PIC X.
           05  SIT-BUSINESS-DATE       PIC 9(8).
           05  SIT-REJECT-DATE         PIC 9(8).
           05  SIT-ACCOUNT-NO          PIC X(10).
           05  SIT-CONTRA-ACCT         PIC X(10).
           05  SIT-KEYED-AMOUNT        PIC S9(7)V99.
           05  SIT-CURRENCY-CODE       PIC X(3).
           05  SIT-SUSP-AMOUNT         PIC S9(11)V99.
           05  SIT-RESOLVED-DATE       PIC 9(8).
