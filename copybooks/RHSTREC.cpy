      *****************************************************
      * RHSTREC - Posted-reference history record, keyed   *
      * by reference number, on REFHIST.DAT.  TRANACC      *
      * adds every reference a completed run posted, under *
      * the run's business date, and purges entries older  *
      * than the window of posting days on REFHPARM.DAT at *
      * start-up.  An incoming detail whose reference is   *
      * still held here, and not since reversed, is        *
      * diverted as a suspected cross-day duplicate.       *
      *****************************************************
       01  RHST-RECORD.
           05  RHS-REFERENCE-NO        PIC X(12).
           05  RHS-BUSINESS-DATE       PIC 9(8).
           05  RHS-ACCOUNT-NO          PIC X(10).
           05  RHS-OFFSET-ACCT         PIC X(10).
           05  RHS-AMOUNT              PIC S9(7)V99.
           05  RHS-CURRENCY-CODE       PIC X(3).
           05  RHS-REVERSED-SW         PIC X.
               88  RHS-REVERSED               VALUE "Y".
