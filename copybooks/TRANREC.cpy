      * an approved resubmission so the amount that was    *
      * held once does not go straight back on the         *
      * approval queue when it re-enters the next run.     *
      * The suspense flag is set by TRANRCYC on a          *
      * correct-and-resubmit, so TRANACC clears the item's *
      * reject-suspense posting once it is processed.      *
      *****************************************************
       01  TRAN-RECORD.
           05  TRAN-RECORD-TYPE        PIC X.
               10  TRAN-EFFECTIVE-DATE PIC 9(8).
               10  TRAN-AUTH-OVERRIDE  PIC X.
                   88  TRAN-AUTH-APPROVED     VALUE "A".
               10  TRAN-SUSPENSE-FLAG  PIC X(1).
                   88  TRAN-FROM-SUSPENSE     VALUE "S".
           05  TRAN-TRAILER-AREA REDEFINES TRAN-DETAIL-AREA.
               10  FILLER              PIC X(10).
               10  TRAN-BATCH-COUNT    PIC 9(7).
