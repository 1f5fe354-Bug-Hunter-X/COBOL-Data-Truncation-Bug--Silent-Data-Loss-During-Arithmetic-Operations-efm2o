      *****************************************************
      * SURVCASE - Surveillance case record, keyed by case *
      * number, on SURVCASE.DAT.  TRANSURV opens a case    *
      * for each account that trips a surveillance rule -  *
      * S structuring just under the authorization limit,  *
      * V daily volume over a multiple of the account's    *
      * trailing average, L a single item over the         *
      * reporting threshold - and adds later hits of the   *
      * same rule on the same account to the case while it *
      * is still open or under investigation.  Compliance  *
      * moves the case to investigation and closes it      *
      * through SURVCMNT.DAT.  The amount and item count   *
      * are those of the latest hit.                       *
      *****************************************************
       01  SURV-CASE-RECORD.
           05  SVC-CASE-NO             PIC 9(8).
           05  SVC-STATUS              PIC X.
               88  SVC-OPEN                   VALUE "O".
               88  SVC-INVESTIGATING          VALUE "I".
               88  SVC-CLOSED                 VALUE "C".
               88  SVC-ACTIVE                 VALUE "O" "I".
           05  SVC-RULE                PIC X.
               88  SVC-STRUCTURING            VALUE "S".
               88  SVC-VOLUME                 VALUE "V".
               88  SVC-LARGE-ITEM             VALUE "L".
           05  SVC-ACCOUNT-NO          PIC X(10).
           05  SVC-OPENED-DATE         PIC 9(8).
           05  SVC-LAST-HIT-DATE       PIC 9(8).
           05  SVC-HIT-COUNT           PIC 9(5).
           05  SVC-ITEM-COUNT          PIC 9(5).
           05  SVC-AMOUNT              PIC S9(13)V99.
           05  SVC-CLOSED-DATE         PIC 9(8).
           05  SVC-CLOSED-BY           PIC X(8).
