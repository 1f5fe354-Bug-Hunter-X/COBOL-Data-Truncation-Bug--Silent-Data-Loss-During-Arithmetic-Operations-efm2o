      * CALREC - Processing calendar record.  One entry    *
      * per date; only dates carried as posting days are   *
      * accepted as the business date of a TRANACC run.    *
      * CALMNT generates a year and maintains single days; *
      * weekend and holiday days are both non-posting.     *
      *****************************************************
       01  CAL-RECORD.
           05  CAL-DATE                PIC 9(8).
           05  CAL-DAY-TYPE            PIC X.
               88  CAL-POSTING-DAY            VALUE "P".
               88  CAL-HOLIDAY                VALUE "H".
               88  CAL-WEEKEND                VALUE "W".
               88  CAL-DAY-TYPE-VALID         VALUE "P" "H" "W".
           05  CAL-DESCRIPTION         PIC X(30).
