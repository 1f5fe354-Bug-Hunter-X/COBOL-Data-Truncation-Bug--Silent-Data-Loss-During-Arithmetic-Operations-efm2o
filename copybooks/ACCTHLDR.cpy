      *****************************************************
      * ACCTHLDR - Account-holder record, keyed by account *
      * number, on ACCTHLDR.DAT.  Carries the name and     *
      * mailing address the account's statements go to,    *
      * the e-mail address for electronic delivery, how    *
      * the holder takes statements and how often.         *
      * Maintained by HLDRMNT and read by TRANSTMT to cut  *
      * the print-vendor extract.  Mail-returned is set    *
      * when the post office sends a statement back, and   *
      * cleared when a new address is taken on.            *
      *****************************************************
       01  HOLDER-RECORD.
           05  HLD-ACCOUNT-NO          PIC X(10).
           05  HLD-NAME                PIC X(40).
           05  HLD-ADDRESS-1           PIC X(40).
           05  HLD-ADDRESS-2           PIC X(40).
           05  HLD-CITY                PIC X(30).
           05  HLD-REGION              PIC X(10).
           05  HLD-POSTAL-CODE         PIC X(10).
           05  HLD-COUNTRY             PIC X(3).
           05  HLD-EMAIL               PIC X(50).
           05  HLD-DELIVERY-PREF       PIC X.
               88  HLD-DELIVER-PAPER          VALUE "P".
               88  HLD-DELIVER-ELECTRONIC     VALUE "E".
               88  HLD-DELIVER-SUPPRESS       VALUE "S".
               88  HLD-DELIVERY-VALID         VALUE "P" "E" "S".
           05  HLD-STMT-CYCLE          PIC X.
               88  HLD-CYCLE-MONTHLY          VALUE "M".
               88  HLD-CYCLE-QUARTERLY        VALUE "Q".
               88  HLD-CYCLE-ANNUAL           VALUE "A".
               88  HLD-CYCLE-VALID            VALUE "M" "Q" "A".
           05  HLD-MAIL-RETURNED-SW    PIC X.
               88  HLD-MAIL-RETURNED          VALUE "Y".
           05  HLD-LAST-CHANGED        PIC 9(8).
