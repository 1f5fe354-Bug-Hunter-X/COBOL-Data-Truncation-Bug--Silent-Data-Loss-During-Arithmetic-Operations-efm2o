      *****************************************************
      * STMTEXT - Statement print-vendor extract record.   *
      * A header, then for each statement going out one    *
      * statement record carrying the delivery details and *
      * balances followed by its entry lines, then a       *
      * trailer with the counts and a hash total of the    *
      * closing balances so the vendor can prove it took   *
      * the whole file.  Amounts are unsigned with a       *
      * separate sign byte of "+" or "-".                  *
      *****************************************************
       01  STMT-EXTRACT-RECORD.
           05  SXT-RECORD-TYPE         PIC X.
               88  SXT-HEADER-REC             VALUE "H".
               88  SXT-STATEMENT-REC          VALUE "S".
               88  SXT-DETAIL-REC             VALUE "D".
               88  SXT-TRAILER-REC            VALUE "T".
           05  SXT-STATEMENT-AREA.
               10  SXT-ACCOUNT-NO      PIC X(10).
               10  SXT-STMT-MONTH      PIC 9(6).
               10  SXT-DELIVERY-PREF   PIC X.
               10  SXT-NAME            PIC X(40).
               10  SXT-ADDRESS-1       PIC X(40).
               10  SXT-ADDRESS-2       PIC X(40).
               10  SXT-CITY            PIC X(30).
               10  SXT-REGION          PIC X(10).
               10  SXT-POSTAL-CODE     PIC X(10).
               10  SXT-COUNTRY         PIC X(3).
               10  SXT-EMAIL           PIC X(50).
               10  SXT-OPEN-SIGN       PIC X.
               10  SXT-OPENING-BALANCE PIC 9(13)V99.
               10  SXT-CLOSE-SIGN      PIC X.
               10  SXT-CLOSING-BALANCE PIC 9(13)V99.
               10  SXT-ENTRY-COUNT     PIC 9(7).
           05  SXT-DETAIL-AREA REDEFINES SXT-STATEMENT-AREA.
               10  SXT-DTL-ACCOUNT-NO  PIC X(10).
               10  SXT-DTL-DATE        PIC 9(8).
               10  SXT-DTL-TYPE        PIC X(8).
               10  SXT-DTL-REFERENCE   PIC X(12).
               10  SXT-DTL-SIGN        PIC X.
               10  SXT-DTL-AMOUNT      PIC 9(13)V99.
               10  SXT-DTL-BAL-SIGN    PIC X.
               10  SXT-DTL-BALANCE     PIC 9(13)V99.
               10  FILLER              PIC X(209).
           05  SXT-HEADER-AREA REDEFINES SXT-STATEMENT-AREA.
               10  SXT-HDR-FILE-ID     PIC X(8).
               10  SXT-HDR-STMT-MONTH  PIC 9(6).
               10  SXT-HDR-CREATED     PIC X(14).
               10  FILLER              PIC X(251).
           05  SXT-TRAILER-AREA REDEFINES SXT-STATEMENT-AREA.
               10  SXT-TRL-STMT-COUNT  PIC 9(7).
               10  SXT-TRL-PAPER-COUNT PIC 9(7).
               10  SXT-TRL-ELECTRONIC-COUNT
                                       PIC 9(7).
               10  SXT-TRL-DETAIL-COUNT
                                       PIC 9(7).
      * Every record on the file, header and trailer included.
               10  SXT-TRL-RECORD-COUNT
                                       PIC 9(7).
               10  SXT-TRL-HASH-TOTAL  PIC 9(15)V99.
               10  FILLER              PIC X(227).
