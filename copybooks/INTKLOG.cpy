      *****************************************************
      * INTKLOG - Input intake log record.  TRANINTK       *
      * appends one entry for every feed it takes into     *
      * TRANIN.DAT, under the business date it was taken   *
      * for, and refuses a feed already logged for that    *
      * date.  The counts and total are the feed's as      *
      * taken; the arrival stamp is the feed file's own    *
      * date and time when it was picked up.               *
      *****************************************************
       01  INTAKE-LOG-RECORD.
           05  ILG-BUSINESS-DATE       PIC 9(8).
           05  ILG-FEED-ID             PIC X(8).
           05  ILG-FILE-NAME           PIC X(24).
           05  ILG-RECORD-COUNT        PIC 9(7).
           05  ILG-BATCH-COUNT         PIC 9(5).
           05  ILG-FEED-TOTAL          PIC S9(13)V99.
           05  ILG-ARRIVAL-TS          PIC X(14).
           05  ILG-TAKEN-TS            PIC X(14).
