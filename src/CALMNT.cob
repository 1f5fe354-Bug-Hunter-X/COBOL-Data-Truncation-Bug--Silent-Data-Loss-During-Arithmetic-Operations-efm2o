      ******************************************************************
      * CALMNT - Processing calendar generation and maintenance.
      * Builds and keeps the processing calendar CALENDAR.DAT that
      * TRANACC, TRANACRL, TRANPCLS and GLACKPRC read and that
      * TRANDROL rolls the business date along.  With GEN and a year
      * it generates the whole year: every date is a posting day
      * unless the weekend rule or the holiday list on CALGPARM.DAT
      * says otherwise.  The weekend rule is one W record carrying a
      * Y for each non-posting weekday, Monday first; without one,
      * Saturday and Sunday are the weekend.  Each H record carries
      * a holiday date and its description.  Any entries already on
      * the calendar for the year are replaced.  With no argument it
      * applies single-date maintenance from CALMIN.DAT - add,
      * change or remove one date.  A date already posted, as shown
      * by TRANPOST.DAT, is never changed: a maintenance record for
      * one is rejected, and a year holding one is not regenerated.
      * Every action, applied or rejected, is listed on CALRPT.DAT.
      * The current calendar is loaded into a table, changed there
      * and rewritten in date order, as APPRMNT keeps its file.
      * Invoked as:
      *     CALMNT GEN <yyyy>
      *     CALMNT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO "TRANPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.

           SELECT CAL-PARM-FILE ASSIGN TO "CALGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT MAINT-FILE-IN ASSIGN TO "CALMIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT CAL-RPT-OUT ASSIGN TO "CALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY CALREC.

       FD  POSTED-DATE-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  POSTED-DATE-LINE            PIC 9(8).

       FD  CAL-PARM-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  CGP-RECORD.
           05  CGP-TYPE                PIC X.
               88  CGP-WEEKEND-RULE           VALUE "W".
               88  CGP-HOLIDAY                VALUE "H".
           05  CGP-DATA                PIC X(38).
           05  CGP-WEEKEND-DATA REDEFINES CGP-DATA.
               10  CGP-WEEKEND-FLAGS   PIC X(7).
               10  FILLER              PIC X(31).
           05  CGP-HOLIDAY-DATA REDEFINES CGP-DATA.
               10  CGP-HOL-DATE        PIC 9(8).
               10  CGP-HOL-DESCRIPTION PIC X(30).

      * On a change, a blank day type or description leaves that
      * field as it stands.
       FD  MAINT-FILE-IN
           RECORD CONTAINS 40 CHARACTERS.
       01  CMN-RECORD.
           05  CMN-ACTION              PIC X.
               88  CMN-ADD                    VALUE "A".
               88  CMN-CHANGE                 VALUE "C".
               88  CMN-REMOVE                 VALUE "D".
           05  CMN-DATE                PIC 9(8).
           05  CMN-DAY-TYPE            PIC X.
               88  CMN-DAY-TYPE-VALID         VALUE "P" "H" "W".
           05  CMN-DESCRIPTION         PIC X(30).

       FD  CAL-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MAINT-COUNTS.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
           05  WS-REPLACED-COUNT       PIC 9(5) VALUE 0.
           05  WS-GEN-POSTING-COUNT    PIC 9(3) VALUE 0.
           05  WS-GEN-WEEKEND-COUNT    PIC 9(3) VALUE 0.
           05  WS-GEN-HOLIDAY-COUNT    PIC 9(3) VALUE 0.

       01  WS-FILE-FLAGS.
           05  WS-CAL-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-CAL-EOF-SW           PIC X VALUE "N".
               88  WS-CAL-EOF                  VALUE "Y".
           05  WS-PDAT-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-PDAT-EOF-SW          PIC X VALUE "N".
               88  WS-PDAT-EOF                 VALUE "Y".
           05  WS-PARM-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-PARM-EOF-SW          PIC X VALUE "N".
               88  WS-PARM-EOF                 VALUE "Y".
           05  WS-MNT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MNT-EOF-SW           PIC X VALUE "N".
               88  WS-MNT-EOF                  VALUE "Y".
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-RUN-ARGS.
           05  WS-ARG-FUNCTION         PIC X(8) VALUE SPACES.
               88  WS-GENERATE-YEAR           VALUE "GEN".
               88  WS-APPLY-MAINT             VALUE SPACES.
           05  WS-ARG-YEAR             PIC X(4) VALUE SPACES.
           05  WS-ARG-YEAR-N REDEFINES WS-ARG-YEAR
                                       PIC 9(4).

       01  WS-DATE-FIELDS.
           05  WS-CHECK-DATE           PIC 9(8) VALUE 0.
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR       PIC 9(4).
               10  WS-CHECK-MM         PIC 9(2).
               10  WS-CHECK-DD         PIC 9(2).
           05  WS-DATE-VALID-SW        PIC X VALUE "N".
               88  WS-DATE-VALID              VALUE "Y".
           05  WS-MONTH-LIMIT          PIC 9(2) VALUE 0.
           05  WS-LEAP-QUOTIENT        PIC 9(4) VALUE 0.
           05  WS-LEAP-REM-4           PIC 9(4) VALUE 0.
           05  WS-LEAP-REM-100         PIC 9(4) VALUE 0.
           05  WS-LEAP-REM-400         PIC 9(4) VALUE 0.
           05  WS-YEAR-START           PIC 9(8) VALUE 0.
           05  WS-YEAR-END             PIC 9(8) VALUE 0.
           05  WS-DAY-INTEGER          PIC 9(7) VALUE 0.
           05  WS-GEN-INTEGER          PIC 9(7) VALUE 0.
           05  WS-LAST-INTEGER         PIC 9(7) VALUE 0.
           05  WS-WEEK-QUOTIENT        PIC 9(7) VALUE 0.
           05  WS-WEEKDAY-SUB          PIC 9 VALUE 0.

       01  WS-MONTH-DAY-VALUES         PIC X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.

      * Day 1 of the date integers, 1 January 1601, was a Monday.
       01  WS-DAY-NAME-VALUES.
           05  FILLER                  PIC X(9) VALUE "MONDAY".
           05  FILLER                  PIC X(9) VALUE "TUESDAY".
           05  FILLER                  PIC X(9) VALUE "WEDNESDAY".
           05  FILLER                  PIC X(9) VALUE "THURSDAY".
           05  FILLER                  PIC X(9) VALUE "FRIDAY".
           05  FILLER                  PIC X(9) VALUE "SATURDAY".
           05  FILLER                  PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME             PIC X(9) OCCURS 7 TIMES.

       01  WS-GENERATION-FIELDS.
           05  WS-WEEKEND-FLAGS        PIC X(7) VALUE "NNNNNYY".
           05  WS-GEN-REFUSED-SW       PIC X VALUE "N".
               88  WS-GEN-REFUSED             VALUE "Y".
           05  WS-HOL-COUNT            PIC 9(3) VALUE 0.
           05  WS-HOL-FOUND-SW         PIC X VALUE "N".
               88  WS-HOL-FOUND               VALUE "Y".
           05  WS-HOL-ENTRY OCCURS 100 TIMES INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE         PIC 9(8).
               10  WS-HOL-DESCRIPTION  PIC X(30).

       01  WS-NEW-DAY.
           05  WS-NEW-DATE             PIC 9(8) VALUE 0.
           05  WS-NEW-TYPE             PIC X VALUE SPACE.
           05  WS-NEW-DESCRIPTION      PIC X(30) VALUE SPACES.
           05  WS-OLD-DESCRIPTION      PIC X(30) VALUE SPACES.
           05  WS-SHOW-OLD-DESC-SW     PIC X VALUE "N".
               88  WS-SHOW-OLD-DESC           VALUE "Y".

      * Dates TRANACC has completed posting; none of them may move.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-COUNT         PIC 9(4) VALUE 0.
           05  WS-POSTED-FOUND-SW      PIC X VALUE "N".
               88  WS-POSTED-FOUND            VALUE "Y".
           05  WS-POSTED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-POSTED-IDX  PIC 9(8).

      * The calendar in date order.  Four thousand days is ten
      * years of calendar with room to spare.
       01  WS-CAL-TABLE.
           05  WS-CAL-COUNT            PIC 9(4) VALUE 0.
           05  WS-CAL-SUB              PIC 9(4) VALUE 0.
           05  WS-CAL-SUB-2            PIC 9(4) VALUE 0.
           05  WS-CAL-TABLE-FULL-SW    PIC X VALUE "N".
               88  WS-CAL-TABLE-FULL          VALUE "Y".
           05  WS-CAL-FOUND-SW         PIC X VALUE "N".
               88  WS-CAL-FOUND               VALUE "Y".
           05  WS-CAL-ENTRY OCCURS 4000 TIMES.
               10  WS-CAL-DATE         PIC 9(8).
               10  WS-CAL-TYPE         PIC X.
               10  WS-CAL-DESCRIPTION  PIC X(30).

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING-1        PIC X(80) VALUE
               "PROCESSING CALENDAR MAINTENANCE LISTING".
           05  WS-RPT-COLUMNS.
               10  FILLER              PIC X(58) VALUE
                   "ACTION  DATE      WAS  NOW DESCRIPTION".
               10  FILLER              PIC X(22) VALUE "RESULT".
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACTION       PIC X(7).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-DATE         PIC X(8).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-OLD-TYPE     PIC X.
               10  FILLER              PIC X(4) VALUE SPACES.
               10  WS-RPT-NEW-TYPE     PIC X.
               10  FILLER              PIC X(3) VALUE SPACES.
               10  WS-RPT-DESCRIPTION  PIC X(30).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-RESULT       PIC X(22).
           05  WS-RPT-GEN-SUMMARY.
               10  FILLER              PIC X(5) VALUE "YEAR ".
               10  WS-RPT-GEN-YEAR     PIC X(4).
               10  FILLER              PIC X(11) VALUE
                   " GENERATED ".
               10  WS-RPT-GEN-POSTING  PIC ZZ9.
               10  FILLER              PIC X(9) VALUE " POSTING ".
               10  WS-RPT-GEN-WEEKEND  PIC ZZ9.
               10  FILLER              PIC X(9) VALUE " WEEKEND ".
               10  WS-RPT-GEN-HOLIDAY  PIC ZZ9.
               10  FILLER              PIC X(9) VALUE " HOLIDAY ".
               10  WS-RPT-GEN-REPLACED PIC ZZ,ZZ9.
               10  FILLER              PIC X(9) VALUE " REPLACED".
           05  WS-RPT-MAINT-SUMMARY.
               10  FILLER              PIC X(8) VALUE "APPLIED ".
               10  WS-RPT-APPLIED      PIC ZZ,ZZ9.
               10  FILLER              PIC X(10) VALUE "  REJECTED".
               10  WS-RPT-REJECTED     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           IF WS-GENERATE-YEAR
               PERFORM 3000-GENERATE-YEAR
           ELSE
               PERFORM 100-APPLY-MAINT UNTIL WS-MNT-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-YEAR FROM ARGUMENT-VALUE
           EVALUATE TRUE
               WHEN WS-GENERATE-YEAR AND WS-ARG-YEAR NUMERIC
                   AND WS-ARG-YEAR-N > 1900
                   CONTINUE
               WHEN WS-APPLY-MAINT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALMNT: SPECIFY GEN yyyy TO GENERATE A "
                       "YEAR, OR NO ARGUMENT TO APPLY CALMIN.DAT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 1200-LOAD-POSTED-DATES
           IF WS-APPLY-MAINT
               OPEN INPUT MAINT-FILE-IN
               IF WS-MNT-FILE-STATUS NOT = "00"
                   DISPLAY "CALMNT: UNABLE TO OPEN CALMIN.DAT - "
                       "STATUS " WS-MNT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT CAL-RPT-OUT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "CALMNT: UNABLE TO OPEN CALRPT.DAT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           IF WS-APPLY-MAINT
               PERFORM 2000-READ-MAINT-FILE
           END-IF.

       1100-LOAD-CALENDAR SECTION.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF WS-CAL-COUNT < 4000
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CAL-DATE TO
                                   WS-CAL-DATE (WS-CAL-COUNT)
                               MOVE CAL-DAY-TYPE TO
                                   WS-CAL-TYPE (WS-CAL-COUNT)
                               MOVE CAL-DESCRIPTION TO
                                   WS-CAL-DESCRIPTION (WS-CAL-COUNT)
                           ELSE
                               SET WS-CAL-TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               DISPLAY "CALMNT: LOADED " WS-CAL-COUNT
                   " CALENDAR DATES"
           ELSE
               DISPLAY "CALMNT: CALENDAR.DAT NOT FOUND - "
                   "BUILDING NEW CALENDAR"
           END-IF
      * A calendar that would not fit in the table must not be
      * rewritten from the truncated table.
           IF WS-CAL-TABLE-FULL
               DISPLAY "CALMNT: CALENDAR.DAT EXCEEDS THE CALENDAR "
                   "TABLE - LEFT UNCHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-POSTED-DATES SECTION.
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDAT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PDAT-EOF
                   READ POSTED-DATE-FILE
                       AT END
                           SET WS-PDAT-EOF TO TRUE
                       NOT AT END
                           IF WS-POSTED-COUNT < 5000
                               ADD 1 TO WS-POSTED-COUNT
                               MOVE POSTED-DATE-LINE TO
                                   WS-POSTED-ENTRY (WS-POSTED-COUNT)
                           ELSE
                               DISPLAY "CALMNT: POSTED-DATE TABLE "
                                   "FULL - POSTED DATES CANNOT ALL "
                                   "BE PROTECTED - NOTHING CHANGED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-DATE-FILE
           ELSE
               DISPLAY "CALMNT: NO POSTED DATES ON HAND - TRANPOST.DAT "
                   "STATUS " WS-PDAT-FILE-STATUS
           END-IF.

       100-APPLY-MAINT SECTION.
           MOVE "N" TO WS-SHOW-OLD-DESC-SW
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE CMN-DATE TO WS-RPT-DATE
           MOVE CMN-DAY-TYPE TO WS-RPT-NEW-TYPE
           MOVE CMN-DESCRIPTION TO WS-RPT-DESCRIPTION
           MOVE CMN-DATE TO WS-CHECK-DATE
           PERFORM 1500-CHECK-DATE
           PERFORM 1600-FIND-POSTED-DATE
           MOVE CMN-DATE TO WS-NEW-DATE
           PERFORM 2500-FIND-DAY
           IF WS-CAL-FOUND
               MOVE WS-CAL-TYPE (WS-CAL-SUB) TO WS-RPT-OLD-TYPE
           END-IF
           EVALUATE TRUE
               WHEN CMN-ADD
                   MOVE "ADD" TO WS-RPT-ACTION
               WHEN CMN-CHANGE
                   MOVE "CHANGE" TO WS-RPT-ACTION
               WHEN CMN-REMOVE
                   MOVE "REMOVE" TO WS-RPT-ACTION
               WHEN OTHER
                   MOVE CMN-ACTION TO WS-RPT-ACTION
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT CMN-ADD AND NOT CMN-CHANGE AND NOT CMN-REMOVE
                   MOVE "REJECTED - BAD ACTION" TO WS-RPT-RESULT
               WHEN NOT WS-DATE-VALID
                   MOVE "REJECTED - BAD DATE" TO WS-RPT-RESULT
               WHEN WS-POSTED-FOUND
                   MOVE "REJECTED - POSTED" TO WS-RPT-RESULT
               WHEN CMN-DAY-TYPE NOT = SPACE
                   AND NOT CMN-DAY-TYPE-VALID
                   MOVE "REJECTED - BAD TYPE" TO WS-RPT-RESULT
               WHEN CMN-ADD
                   PERFORM 3100-ADD-DAY
               WHEN CMN-CHANGE
                   PERFORM 3200-CHANGE-DAY
               WHEN CMN-REMOVE
                   PERFORM 3300-REMOVE-DAY
           END-EVALUATE
           IF WS-RPT-RESULT = "APPLIED"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "CALMNT: " WS-RPT-ACTION " OF " CMN-DATE " "
                   WS-RPT-RESULT
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SHOW-OLD-DESC
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE "  WAS" TO WS-RPT-ACTION
               MOVE WS-OLD-DESCRIPTION TO WS-RPT-DESCRIPTION
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 2000-READ-MAINT-FILE.

       1500-CHECK-DATE SECTION.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-CHECK-YEAR > 1900
               AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
               MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-MONTH-LIMIT
               IF WS-CHECK-MM = 2
                   DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = 0
                       OR (WS-LEAP-REM-4 = 0
                           AND WS-LEAP-REM-100 NOT = 0)
                       MOVE 29 TO WS-MONTH-LIMIT
                   END-IF
               END-IF
               IF WS-CHECK-DD >= 1 AND WS-CHECK-DD <= WS-MONTH-LIMIT
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

       1600-FIND-POSTED-DATE SECTION.
           MOVE "N" TO WS-POSTED-FOUND-SW
           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
               UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
               IF WS-POSTED-ENTRY (WS-POSTED-IDX) = WS-CHECK-DATE
                   SET WS-POSTED-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2000-READ-MAINT-FILE SECTION.
           READ MAINT-FILE-IN
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ
           IF NOT WS-MNT-EOF
               IF CMN-DATE NOT NUMERIC
                   MOVE 0 TO CMN-DATE
               END-IF
           END-IF.

       2500-FIND-DAY SECTION.
           MOVE "N" TO WS-CAL-FOUND-SW
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DATE (WS-CAL-SUB) = WS-NEW-DATE
                   SET WS-CAL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2600-INSERT-DAY SECTION.
      * Entries stay in date order: the new day goes in ahead of
      * the first later date and everything from there moves down.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DATE (WS-CAL-SUB) > WS-NEW-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAL-SUB-2 FROM WS-CAL-COUNT BY -1
               UNTIL WS-CAL-SUB-2 < WS-CAL-SUB
               MOVE WS-CAL-ENTRY (WS-CAL-SUB-2) TO
                   WS-CAL-ENTRY (WS-CAL-SUB-2 + 1)
           END-PERFORM
           MOVE WS-NEW-DATE TO WS-CAL-DATE (WS-CAL-SUB)
           MOVE WS-NEW-TYPE TO WS-CAL-TYPE (WS-CAL-SUB)
           MOVE WS-NEW-DESCRIPTION TO WS-CAL-DESCRIPTION (WS-CAL-SUB)
           ADD 1 TO WS-CAL-COUNT.

       2700-DROP-DAY SECTION.
           PERFORM VARYING WS-CAL-SUB-2 FROM WS-CAL-SUB BY 1
               UNTIL WS-CAL-SUB-2 >= WS-CAL-COUNT
               MOVE WS-CAL-ENTRY (WS-CAL-SUB-2 + 1) TO
                   WS-CAL-ENTRY (WS-CAL-SUB-2)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAL-COUNT.

       2800-SET-WEEKDAY SECTION.
           COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-NEW-DATE)
           COMPUTE WS-WEEK-QUOTIENT = WS-DAY-INTEGER - 1
           DIVIDE WS-WEEK-QUOTIENT BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY-SUB
           ADD 1 TO WS-WEEKDAY-SUB.

       3000-GENERATE-YEAR SECTION.
           COMPUTE WS-YEAR-START = (WS-ARG-YEAR-N * 10000) + 101
           COMPUTE WS-YEAR-END = (WS-ARG-YEAR-N * 10000) + 1231
           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
               UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
               IF WS-POSTED-ENTRY (WS-POSTED-IDX) >= WS-YEAR-START
                   AND WS-POSTED-ENTRY (WS-POSTED-IDX) <= WS-YEAR-END
                   SET WS-GEN-REFUSED TO TRUE
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE "GEN" TO WS-RPT-ACTION
                   MOVE WS-POSTED-ENTRY (WS-POSTED-IDX) TO WS-RPT-DATE
                   MOVE "REJECTED - POSTED" TO WS-RPT-RESULT
                   MOVE WS-RPT-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-GEN-REFUSED
               DISPLAY "CALMNT: " WS-ARG-YEAR " ALREADY HAS POSTED "
                   "DATES - YEAR NOT REGENERATED, USE SINGLE-DATE "
                   "MAINTENANCE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3050-LOAD-GENERATION-PARMS
           END-IF
           IF NOT WS-GEN-REFUSED
               PERFORM 3060-CLEAR-YEAR
               COMPUTE WS-GEN-INTEGER = FUNCTION INTEGER-OF-DATE
                   (WS-YEAR-START)
               COMPUTE WS-LAST-INTEGER = FUNCTION INTEGER-OF-DATE
                   (WS-YEAR-END)
               PERFORM UNTIL WS-GEN-INTEGER > WS-LAST-INTEGER
                   COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-GEN-INTEGER)
                   PERFORM 3070-GENERATE-ONE-DAY
                   ADD 1 TO WS-GEN-INTEGER
               END-PERFORM
               MOVE WS-ARG-YEAR TO WS-RPT-GEN-YEAR
               MOVE WS-GEN-POSTING-COUNT TO WS-RPT-GEN-POSTING
               MOVE WS-GEN-WEEKEND-COUNT TO WS-RPT-GEN-WEEKEND
               MOVE WS-GEN-HOLIDAY-COUNT TO WS-RPT-GEN-HOLIDAY
               MOVE WS-REPLACED-COUNT TO WS-RPT-GEN-REPLACED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-GEN-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "CALMNT: " WS-ARG-YEAR " GENERATED - "
                   WS-GEN-POSTING-COUNT " POSTING DAYS, "
                   WS-GEN-WEEKEND-COUNT " WEEKEND, "
                   WS-GEN-HOLIDAY-COUNT " HOLIDAY"
           END-IF.

       3050-LOAD-GENERATION-PARMS SECTION.
      * Holidays for other years may share the list; only this
      * year's are taken.
           OPEN INPUT CAL-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "CALMNT: CALGPARM.DAT NOT ON HAND - SATURDAY "
                   "AND SUNDAY WEEKEND, NO HOLIDAYS"
           ELSE
               PERFORM UNTIL WS-PARM-EOF
                   READ CAL-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 3055-TAKE-ONE-PARM
                   END-READ
               END-PERFORM
               CLOSE CAL-PARM-FILE
           END-IF
           DISPLAY "CALMNT: WEEKEND RULE " WS-WEEKEND-FLAGS " - "
               WS-HOL-COUNT " HOLIDAY(S) IN " WS-ARG-YEAR.

       3055-TAKE-ONE-PARM SECTION.
           EVALUATE TRUE
               WHEN CGP-WEEKEND-RULE
                   INSPECT CGP-WEEKEND-FLAGS
                       REPLACING ALL SPACE BY "N"
                   MOVE CGP-WEEKEND-FLAGS TO WS-WEEKEND-FLAGS
               WHEN CGP-HOLIDAY
                   IF CGP-HOL-DATE NUMERIC
                       MOVE CGP-HOL-DATE TO WS-CHECK-DATE
                       PERFORM 1500-CHECK-DATE
                   ELSE
                       MOVE "N" TO WS-DATE-VALID-SW
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-DATE-VALID
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE SPACES TO WS-RPT-DETAIL
                           MOVE "HOLIDAY" TO WS-RPT-ACTION
                           MOVE CGP-DATA (1:8) TO WS-RPT-DATE
                           MOVE CGP-HOL-DESCRIPTION TO
                               WS-RPT-DESCRIPTION
                           MOVE "REJECTED - BAD DATE" TO WS-RPT-RESULT
                           MOVE WS-RPT-DETAIL TO RPT-LINE
                           WRITE RPT-LINE
                       WHEN CGP-HOL-DATE < WS-YEAR-START
                           OR CGP-HOL-DATE > WS-YEAR-END
                           CONTINUE
                       WHEN WS-HOL-COUNT < 100
                           ADD 1 TO WS-HOL-COUNT
                           SET WS-HOL-IDX TO WS-HOL-COUNT
                           MOVE CGP-HOL-DATE TO
                               WS-HOL-DATE (WS-HOL-IDX)
                           MOVE CGP-HOL-DESCRIPTION TO
                               WS-HOL-DESCRIPTION (WS-HOL-IDX)
                       WHEN OTHER
                           DISPLAY "CALMNT: HOLIDAY TABLE FULL - "
                               "YEAR NOT GENERATED"
                           SET WS-GEN-REFUSED TO TRUE
                           MOVE 16 TO RETURN-CODE
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "CALMNT: UNKNOWN CALGPARM.DAT RECORD TYPE "
                       CGP-TYPE " - IGNORED"
           END-EVALUATE.

       3060-CLEAR-YEAR SECTION.
           MOVE 1 TO WS-CAL-SUB
           PERFORM UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DATE (WS-CAL-SUB) >= WS-YEAR-START
                   AND WS-CAL-DATE (WS-CAL-SUB) <= WS-YEAR-END
                   ADD 1 TO WS-REPLACED-COUNT
                   PERFORM 2700-DROP-DAY
               ELSE
                   ADD 1 TO WS-CAL-SUB
               END-IF
           END-PERFORM
           IF WS-REPLACED-COUNT > 0
               DISPLAY "CALMNT: " WS-REPLACED-COUNT " EXISTING "
                   "DATE(S) IN " WS-ARG-YEAR " REPLACED"
           END-IF.

       3070-GENERATE-ONE-DAY SECTION.
           PERFORM 2800-SET-WEEKDAY
           MOVE "N" TO WS-HOL-FOUND-SW
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE (WS-HOL-IDX) = WS-NEW-DATE
                   SET WS-HOL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HOL-FOUND
                   MOVE "H" TO WS-NEW-TYPE
                   MOVE WS-HOL-DESCRIPTION (WS-HOL-IDX)
                       TO WS-NEW-DESCRIPTION
                   ADD 1 TO WS-GEN-HOLIDAY-COUNT
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE "HOLIDAY" TO WS-RPT-ACTION
                   MOVE WS-NEW-DATE TO WS-RPT-DATE
                   MOVE WS-NEW-TYPE TO WS-RPT-NEW-TYPE
                   MOVE WS-NEW-DESCRIPTION TO WS-RPT-DESCRIPTION
                   MOVE "APPLIED" TO WS-RPT-RESULT
                   MOVE WS-RPT-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
               WHEN WS-WEEKEND-FLAGS (WS-WEEKDAY-SUB:1) = "Y"
                   MOVE "W" TO WS-NEW-TYPE
                   MOVE WS-DAY-NAME (WS-WEEKDAY-SUB)
                       TO WS-NEW-DESCRIPTION
                   ADD 1 TO WS-GEN-WEEKEND-COUNT
               WHEN OTHER
                   MOVE "P" TO WS-NEW-TYPE
                   MOVE WS-DAY-NAME (WS-WEEKDAY-SUB)
                       TO WS-NEW-DESCRIPTION
                   ADD 1 TO WS-GEN-POSTING-COUNT
           END-EVALUATE
           IF WS-CAL-COUNT < 4000
               PERFORM 2600-INSERT-DAY
           ELSE
               SET WS-CAL-TABLE-FULL TO TRUE
           END-IF.

       3100-ADD-DAY SECTION.
      * A new date with no description takes its weekday name, as
      * a generated one does.
           EVALUATE TRUE
               WHEN WS-CAL-FOUND
                   MOVE "REJECTED - ON FILE" TO WS-RPT-RESULT
               WHEN NOT CMN-DAY-TYPE-VALID
                   MOVE "REJECTED - BAD TYPE" TO WS-RPT-RESULT
               WHEN WS-CAL-COUNT NOT < 4000
                   MOVE "REJECTED - TABLE FULL" TO WS-RPT-RESULT
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE CMN-DAY-TYPE TO WS-NEW-TYPE
                   MOVE CMN-DESCRIPTION TO WS-NEW-DESCRIPTION
                   IF WS-NEW-DESCRIPTION = SPACES
                       PERFORM 2800-SET-WEEKDAY
                       MOVE WS-DAY-NAME (WS-WEEKDAY-SUB)
                           TO WS-NEW-DESCRIPTION
                   END-IF
                   PERFORM 2600-INSERT-DAY
                   MOVE WS-NEW-DESCRIPTION TO WS-RPT-DESCRIPTION
                   MOVE "APPLIED" TO WS-RPT-RESULT
           END-EVALUATE.

       3200-CHANGE-DAY SECTION.
      * A changed description is listed with the one it replaces,
      * so the change can be undone from the listing.
           IF NOT WS-CAL-FOUND
               MOVE "REJECTED - NOT ON FILE" TO WS-RPT-RESULT
           ELSE
               IF CMN-DESCRIPTION NOT = SPACES
                   AND CMN-DESCRIPTION NOT =
                       WS-CAL-DESCRIPTION (WS-CAL-SUB)
                   MOVE WS-CAL-DESCRIPTION (WS-CAL-SUB)
                       TO WS-OLD-DESCRIPTION
                   SET WS-SHOW-OLD-DESC TO TRUE
                   MOVE CMN-DESCRIPTION TO
                       WS-CAL-DESCRIPTION (WS-CAL-SUB)
               END-IF
               IF CMN-DAY-TYPE NOT = SPACE
                   MOVE CMN-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-SUB)
               END-IF
               MOVE WS-CAL-TYPE (WS-CAL-SUB) TO WS-RPT-NEW-TYPE
               MOVE WS-CAL-DESCRIPTION (WS-CAL-SUB)
                   TO WS-RPT-DESCRIPTION
               MOVE "APPLIED" TO WS-RPT-RESULT
           END-IF.

       3300-REMOVE-DAY SECTION.
           IF NOT WS-CAL-FOUND
               MOVE "REJECTED - NOT ON FILE" TO WS-RPT-RESULT
           ELSE
               MOVE SPACE TO WS-RPT-NEW-TYPE
               MOVE WS-CAL-DESCRIPTION (WS-CAL-SUB)
                   TO WS-RPT-DESCRIPTION
               PERFORM 2700-DROP-DAY
               MOVE "APPLIED" TO WS-RPT-RESULT
           END-IF.

       9000-TERMINATE SECTION.
           IF WS-APPLY-MAINT
               CLOSE MAINT-FILE-IN
               MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED
               MOVE WS-ERROR-COUNT TO WS-RPT-REJECTED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-MAINT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "CALMNT: APPLIED " WS-APPLIED-COUNT
                   " REJECTED " WS-ERROR-COUNT
           END-IF
           CLOSE CAL-RPT-OUT
           EVALUATE TRUE
               WHEN WS-CAL-TABLE-FULL
                   DISPLAY "CALMNT: CALENDAR TABLE FULL - "
                       "CALENDAR.DAT LEFT UNCHANGED"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-GEN-REFUSED
                   DISPLAY "CALMNT: CALENDAR.DAT LEFT UNCHANGED"
               WHEN OTHER
                   PERFORM 9100-REWRITE-CALENDAR
           END-EVALUATE
           IF WS-ERROR-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-REWRITE-CALENDAR SECTION.
           OPEN OUTPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "CALMNT: UNABLE TO REWRITE CALENDAR.DAT - "
                   "STATUS " WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
                   MOVE WS-CAL-DATE (WS-CAL-SUB) TO CAL-DATE
                   MOVE WS-CAL-TYPE (WS-CAL-SUB) TO CAL-DAY-TYPE
                   MOVE WS-CAL-DESCRIPTION (WS-CAL-SUB)
                       TO CAL-DESCRIPTION
                   WRITE CAL-RECORD
               END-PERFORM
               CLOSE CALENDAR-FILE
               DISPLAY "CALMNT: WROTE " WS-CAL-COUNT
                   " CALENDAR DATES"
           END-IF.

       END PROGRAM CALMNT.
