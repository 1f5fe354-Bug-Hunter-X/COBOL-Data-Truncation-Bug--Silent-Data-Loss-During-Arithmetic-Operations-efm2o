      *****************************************************
      * AUDITREC - Before/after audit trail record for     *
      * every successful ADD to the accumulator, and for   *
      * every movement into or out of reject suspense -    *
      * record type S posted to suspense, C cleared on     *
      * resubmission, W written off - which leaves the     *
      * accumulator where it stood.                        *
      *****************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP           PIC X(26).
           05  AUD-ACCT-CODE           PIC X(4).
           05  AUD-BUSINESS-DATE       PIC 9(8).
           05  AUD-RECORD-TYPE         PIC X.
               88  AUD-SUSPENSE-ENTRY         VALUE "S" "C" "W".
      * Original-currency view of the posting.  The amount
      * added above is in base currency; these carry the
      * currency code and signed amount as keyed, so an FX
