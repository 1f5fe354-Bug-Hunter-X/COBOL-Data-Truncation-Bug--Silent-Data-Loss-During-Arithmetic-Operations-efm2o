      *****************************************************
      * ACCTMST - Account balance master record, keyed by  *
      * account number.  Updated by TRANACC at end of run  *
      * and read by the BALINQ balance inquiry.  The       *
      * lifecycle fields are maintained by ACCTSMNT; only  *
      * an open account takes postings.  The account code  *
      * set at opening places the account under an         *
      * ACCTREF.DAT code for month-end fees.               *
      *****************************************************
       01  MASTER-RECORD.
           05  MST-ACCOUNT-NO          PIC X(10).
           05  MST-BALANCE             PIC S9(13)V99.
           05  MST-LAST-POSTED-DATE    PIC 9(8).
           05  MST-TXN-COUNT           PIC 9(9).
           05  MST-ACCOUNT-STATUS      PIC X.
               88  MST-ACCT-OPEN              VALUE "O".
               88  MST-ACCT-FROZEN            VALUE "F".
               88  MST-ACCT-CLOSED            VALUE "C".
           05  MST-OPEN-DATE           PIC 9(8).
           05  MST-CLOSE-DATE          PIC 9(8).
           05  MST-STATUS-DATE         PIC 9(8).
           05  MST-STATUS-REASON       PIC X(30).
           05  MST-ACCT-CODE           PIC X(4).
