      *****************************************************
      * PERDCTL - Accounting period control record.        *
      * TRANPCLS appends one entry each time a month is    *
      * closed or reopened, so the file reads as a journal *
      * of the period; the latest entry for a month is its *
      * current state.  TRANACC and TRANBKOT refuse a      *
      * business date in a month whose latest entry is a   *
      * close.  A close carries the count and total of the *
      * period-end snapshot ACCTMST.PE.yyyymm.DAT taken    *
      * with it; a reopen carries its authorizer.          *
      *****************************************************
       01  PERIOD-CTL-RECORD.
           05  PER-PERIOD              PIC 9(6).
           05  PER-ACTION              PIC X.
               88  PER-CLOSED                 VALUE "C".
               88  PER-REOPENED               VALUE "R".
           05  PER-ACTION-TS           PIC X(14).
           05  PER-AUTHORIZER          PIC X(8).
           05  PER-REASON              PIC X(30).
           05  PER-SNAP-DATE           PIC 9(8).
           05  PER-SNAP-COUNT          PIC 9(7).
           05  PER-SNAP-TOTAL          PIC S9(13)V99.
