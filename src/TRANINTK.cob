      ******************************************************************
      * TRANINTK - Daily input intake and merge.
      * Builds the day's TRANIN.DAT from the feeds expected for the
      * business date on RUNCTL.DAT, as listed on INTKFEED.DAT: the
      * upstream extract, the resubmission batch TRANRSUB.DAT, the
      * warehouse release TRANWRLS.DAT, a back-out batch TRANBKO.DAT
      * and so on, each marked required or optional and listed
      * either for every business date or for one date only.  Each
      * feed goes into the input whole and in list order, as its own
      * trailered batch or batches - a feed that does not end on a
      * trailer is not taken, since its details would fall into the
      * next feed's batch.  Every feed taken is logged under the
      * business date on INTKLOG.DAT, and a feed already logged for
      * the date is refused, so a feed cannot be loaded twice; a
      * second intake for the same date adds only the feeds that
      * arrived late, after what the first one built.  A feed marked
      * for clearing is emptied once taken - this is the step that
      * prepends the recycle and warehouse batches to the input.
      * The manifest INTKMAN.DAT lists each feed with its record
      * count, batch count, control total and arrival time.  When a
      * required feed is missing, empty or untrailered, nothing is
      * taken, a first intake leaves TRANIN.DAT empty rather than
      * holding the previous day's input, and the step ends at 12,
      * which stops the cycle driver ahead of TRANEDIT (the step's
      * entry on CYCSTEPS.DAT allows 4).  A refused or unusable
      * optional feed ends the step at 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANINTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT FEED-LIST-FILE ASSIGN TO "INTKFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLST-FILE-STATUS.

           SELECT INTAKE-LOG-FILE ASSIGN TO "INTKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ILG-FILE-STATUS.

           SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT TRAN-FILE-OUT ASSIGN TO "TRANIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT MANIFEST-OUT ASSIGN TO "INTKMAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  RUNCTL-LINE.
           05  RUNCTL-BUSINESS-DATE    PIC 9(8).
           05  RUNCTL-RUN-MODE         PIC X.

       FD  FEED-LIST-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  FED-RECORD.
           05  FED-FEED-ID             PIC X(8).
           05  FED-FILE-NAME           PIC X(24).
           05  FED-REQUIRED-FLAG       PIC X.
               88  FED-REQUIRED               VALUE "R".
           05  FED-CLEAR-FLAG          PIC X.
               88  FED-CLEAR-WHEN-TAKEN       VALUE "Y".
           05  FED-BUSINESS-DATE       PIC 9(8).
               88  FED-EVERY-DATE             VALUE 0.

       FD  INTAKE-LOG-FILE
           RECORD CONTAINS 95 CHARACTERS.
       COPY INTKLOG.

       FD  FEED-FILE
           RECORD CONTAINS 59 CHARACTERS.
       COPY TRANREC.

       FD  TRAN-FILE-OUT
           RECORD CONTAINS 59 CHARACTERS.
       01  TRANIN-RECORD               PIC X(59).

       FD  MANIFEST-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  MAN-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-FLST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-FLST-EOF-SW          PIC X VALUE "N".
               88  WS-FLST-EOF                 VALUE "Y".
           05  WS-ILG-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-ILG-EOF-SW           PIC X VALUE "N".
               88  WS-ILG-EOF                  VALUE "Y".
           05  WS-FEED-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-FEED-EOF-SW          PIC X VALUE "N".
               88  WS-FEED-EOF                 VALUE "Y".
           05  WS-TRAN-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-MAN-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-CURRENT-DATE         PIC 9(8) VALUE 0.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05  WS-NOW-TIMESTAMP        PIC X(21) VALUE SPACES.

      * The feeds expected for the business date, in list order.
       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT           PIC 9(2) VALUE 0.
           05  WS-FEED-ENTRY OCCURS 30 TIMES INDEXED BY WS-FEED-IDX.
               10  WS-FEED-ID          PIC X(8).
               10  WS-FEED-FILE        PIC X(24).
               10  WS-FEED-REQ-FLAG    PIC X.
                   88  WS-FEED-REQUIRED       VALUE "R".
               10  WS-FEED-CLEAR-FLAG  PIC X.
                   88  WS-FEED-CLEAR          VALUE "Y".
               10  WS-FEED-STATE       PIC X.
                   88  WS-FEED-READY          VALUE "P".
                   88  WS-FEED-TAKEN          VALUE "T".
                   88  WS-FEED-ALREADY-TAKEN  VALUE "A".
                   88  WS-FEED-MISSING        VALUE "M".
                   88  WS-FEED-EMPTY          VALUE "E".
                   88  WS-FEED-UNTRAILERED    VALUE "U".
               10  WS-FEED-RECORDS     PIC 9(7).
               10  WS-FEED-BATCHES     PIC 9(5).
               10  WS-FEED-TOTAL       PIC S9(13)V99 COMP-3.
               10  WS-FEED-ARRIVAL     PIC X(14).

      * Feeds the log shows already taken for the business date.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-COUNT          PIC 9(3) VALUE 0.
           05  WS-TAKEN-FOUND-SW       PIC X VALUE "N".
               88  WS-TAKEN-FOUND              VALUE "Y".
           05  WS-TAKEN-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TAKEN-IDX  PIC X(8).

       01  WS-INTAKE-FIELDS.
           05  WS-FEED-NAME            PIC X(24) VALUE SPACES.
           05  WS-PRIOR-INTAKE-SW      PIC X VALUE "N".
               88  WS-PRIOR-INTAKE             VALUE "Y".
           05  WS-REQUIRED-MISSING-SW  PIC X VALUE "N".
               88  WS-REQUIRED-MISSING         VALUE "Y".
           05  WS-LAST-RECORD-TYPE     PIC X VALUE SPACE.
           05  WS-READY-COUNT          PIC 9(2) VALUE 0.
           05  WS-TAKEN-NOW-COUNT      PIC 9(2) VALUE 0.
           05  WS-INTAKE-RECORDS       PIC 9(7) VALUE 0.
           05  WS-INTAKE-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.

      * File details returned by the run-time's file-exist check:
      * the feed's own date and time stand as its arrival time.
       01  WS-FILE-DETAILS.
           05  WS-FDT-SIZE             PIC X(8) COMP-X.
           05  WS-FDT-DD               PIC X COMP-X.
           05  WS-FDT-MM               PIC X COMP-X.
           05  WS-FDT-YYYY             PIC X(2) COMP-X.
           05  WS-FDT-HH               PIC X COMP-X.
           05  WS-FDT-MI               PIC X COMP-X.
           05  WS-FDT-SS               PIC X COMP-X.
           05  WS-FDT-HS               PIC X COMP-X.
       01  WS-FDT-STATUS               PIC S9(9) COMP-5 VALUE 0.
       01  WS-ARRIVAL-STAMP.
           05  WS-ARR-YYYY             PIC 9(4).
           05  WS-ARR-MM               PIC 9(2).
           05  WS-ARR-DD               PIC 9(2).
           05  WS-ARR-HH               PIC 9(2).
           05  WS-ARR-MI               PIC 9(2).
           05  WS-ARR-SS               PIC 9(2).

       01  WS-MANIFEST-LINES.
           05  WS-MAN-HEADING-1        PIC X(80) VALUE
               "INPUT INTAKE MANIFEST".
           05  WS-MAN-HEADING-2.
               10  FILLER              PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-MAN-BUS-DATE     PIC 9(8).
               10  FILLER              PIC X(12) VALUE
                   "   RUN AT:  ".
               10  WS-MAN-RUN-TS       PIC X(14).
               10  FILLER              PIC X(3) VALUE SPACES.
               10  WS-MAN-INTAKE-TYPE  PIC X(20).
           05  WS-MAN-COLUMNS          PIC X(80) VALUE
               "  FEED     R STATE        RECORDS BATCH                T
      -        "OTAL ARRIVED".
           05  WS-MAN-FEED-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-MAN-FEED-ID      PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-MAN-REQ-FLAG     PIC X.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-MAN-STATE        PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-MAN-RECORDS      PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-MAN-BATCHES      PIC ZZZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-MAN-TOTAL        PIC --,---,---,---,--9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-MAN-ARRIVAL      PIC X(14).
           05  WS-MAN-FILE-LINE.
               10  FILLER              PIC X(13) VALUE
                   "           ".
               10  WS-MAN-FILE-NAME    PIC X(24).
           05  WS-MAN-TOTAL-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-MAN-TOTAL-LABEL  PIC X(22).
               10  WS-MAN-TOTAL-COUNT  PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-MAN-TOTAL-AMOUNT PIC --,---,---,---,--9.99.
           05  WS-MAN-STOP-NOTE        PIC X(80) VALUE
               "  *** REQUIRED FEED NOT AVAILABLE - NOTHING TAKEN - CYC
      -        "LE STOPPED ***".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-FEEDS
           IF WS-REQUIRED-MISSING
               PERFORM 2900-STOP-FOR-MISSING-FEED
           END-IF
           PERFORM 3000-TAKE-FEEDS
           PERFORM 4000-WRITE-MANIFEST
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
      * The intake works under the cycle's business date from the
      * run-control file, never the wall clock.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNCTL-BUSINESS-DATE NUMERIC
                           MOVE RUNCTL-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF
           IF WS-BUSINESS-DATE = 0
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
               DISPLAY "TRANINTK: NO RUN CONTROL ON HAND - BUSINESS "
                   "DATE DEFAULTED TO SYSTEM DATE " WS-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
           DISPLAY "TRANINTK: INTAKE FOR BUSINESS DATE "
               WS-BUSINESS-DATE
           PERFORM 1100-LOAD-FEED-LIST
           PERFORM 1200-LOAD-INTAKE-LOG.

       1100-LOAD-FEED-LIST SECTION.
           OPEN INPUT FEED-LIST-FILE
           IF WS-FLST-FILE-STATUS NOT = "00"
               DISPLAY "TRANINTK: INTKFEED.DAT NOT ON HAND - STATUS "
                   WS-FLST-FILE-STATUS " - NO FEEDS TO TAKE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FLST-EOF
               READ FEED-LIST-FILE
                   AT END
                       SET WS-FLST-EOF TO TRUE
                   NOT AT END
                       IF FED-EVERY-DATE
                           OR FED-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM 1150-TABLE-FEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-LIST-FILE
           IF WS-FEED-COUNT = 0
               DISPLAY "TRANINTK: NO FEEDS EXPECTED FOR "
                   WS-BUSINESS-DATE " ON INTKFEED.DAT - CYCLE STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-TABLE-FEED SECTION.
           IF FED-FILE-NAME = SPACES OR FED-FEED-ID = SPACES
               DISPLAY "TRANINTK: FEED LIST ENTRY WITHOUT AN ID OR "
                   "FILE NAME IGNORED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-FEED-COUNT < 30
                   ADD 1 TO WS-FEED-COUNT
                   SET WS-FEED-IDX TO WS-FEED-COUNT
                   MOVE FED-FEED-ID TO WS-FEED-ID (WS-FEED-IDX)
                   MOVE FED-FILE-NAME TO WS-FEED-FILE (WS-FEED-IDX)
                   MOVE FED-REQUIRED-FLAG
                       TO WS-FEED-REQ-FLAG (WS-FEED-IDX)
                   MOVE FED-CLEAR-FLAG
                       TO WS-FEED-CLEAR-FLAG (WS-FEED-IDX)
                   MOVE SPACE TO WS-FEED-STATE (WS-FEED-IDX)
                   MOVE 0 TO WS-FEED-RECORDS (WS-FEED-IDX)
                   MOVE 0 TO WS-FEED-BATCHES (WS-FEED-IDX)
                   MOVE 0 TO WS-FEED-TOTAL (WS-FEED-IDX)
                   MOVE SPACES TO WS-FEED-ARRIVAL (WS-FEED-IDX)
               ELSE
                   DISPLAY "TRANINTK: FEED TABLE FULL - INTAKE "
                       "REFUSED RATHER THAN TAKEN SHORT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1200-LOAD-INTAKE-LOG SECTION.
           OPEN INPUT INTAKE-LOG-FILE
           IF WS-ILG-FILE-STATUS = "00"
               PERFORM UNTIL WS-ILG-EOF
                   READ INTAKE-LOG-FILE
                       AT END
                           SET WS-ILG-EOF TO TRUE
                       NOT AT END
                           IF ILG-BUSINESS-DATE = WS-BUSINESS-DATE
                               PERFORM 1250-TABLE-TAKEN-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-LOG-FILE
           END-IF
           IF WS-PRIOR-INTAKE
               DISPLAY "TRANINTK: " WS-TAKEN-COUNT " FEED(S) ALREADY "
                   "TAKEN FOR " WS-BUSINESS-DATE
                   " - LATE FEEDS ONLY WILL BE ADDED"
           END-IF.

       1250-TABLE-TAKEN-FEED SECTION.
           SET WS-PRIOR-INTAKE TO TRUE
           IF WS-TAKEN-COUNT < 100
               ADD 1 TO WS-TAKEN-COUNT
               SET WS-TAKEN-IDX TO WS-TAKEN-COUNT
               MOVE ILG-FEED-ID TO WS-TAKEN-ENTRY (WS-TAKEN-IDX)
           ELSE
               DISPLAY "TRANINTK: INTAKE LOG TABLE FULL - INTAKE "
                   "REFUSED RATHER THAN RISK A FEED TAKEN TWICE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CHECK-FEEDS SECTION.
      * Every feed is read through before any is taken, so the
      * input is built whole or not at all.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               PERFORM 2100-CHECK-ONE-FEED
           END-PERFORM.

       2100-CHECK-ONE-FEED SECTION.
           MOVE "N" TO WS-TAKEN-FOUND-SW
           PERFORM VARYING WS-TAKEN-IDX FROM 1 BY 1
               UNTIL WS-TAKEN-IDX > WS-TAKEN-COUNT
               IF WS-TAKEN-ENTRY (WS-TAKEN-IDX) =
                   WS-FEED-ID (WS-FEED-IDX)
                   SET WS-TAKEN-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TAKEN-FOUND
               SET WS-FEED-ALREADY-TAKEN (WS-FEED-IDX) TO TRUE
               DISPLAY "TRANINTK: FEED " WS-FEED-ID (WS-FEED-IDX)
                   " ALREADY TAKEN FOR " WS-BUSINESS-DATE
                   " - REFUSED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 2200-SCAN-FEED-FILE
           END-IF.

       2200-SCAN-FEED-FILE SECTION.
           MOVE WS-FEED-FILE (WS-FEED-IDX) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               SET WS-FEED-MISSING (WS-FEED-IDX) TO TRUE
               PERFORM 2300-NOTE-UNUSABLE-FEED
           ELSE
               MOVE "N" TO WS-FEED-EOF-SW
               MOVE SPACE TO WS-LAST-RECORD-TYPE
               PERFORM UNTIL WS-FEED-EOF
                   READ FEED-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           MOVE TRAN-RECORD-TYPE TO WS-LAST-RECORD-TYPE
                           IF TRAN-TRAILER-REC
                               ADD 1 TO WS-FEED-BATCHES (WS-FEED-IDX)
                               ADD TRAN-BATCH-TOTAL
                                   TO WS-FEED-TOTAL (WS-FEED-IDX)
                           ELSE
                               ADD 1 TO WS-FEED-RECORDS (WS-FEED-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
               EVALUATE TRUE
                   WHEN WS-FEED-RECORDS (WS-FEED-IDX) = 0
                       AND WS-FEED-BATCHES (WS-FEED-IDX) = 0
                       SET WS-FEED-EMPTY (WS-FEED-IDX) TO TRUE
                       PERFORM 2300-NOTE-UNUSABLE-FEED
                   WHEN WS-LAST-RECORD-TYPE NOT = "T"
                       SET WS-FEED-UNTRAILERED (WS-FEED-IDX) TO TRUE
                       PERFORM 2300-NOTE-UNUSABLE-FEED
                   WHEN OTHER
                       SET WS-FEED-READY (WS-FEED-IDX) TO TRUE
                       ADD 1 TO WS-READY-COUNT
                       PERFORM 2400-GET-ARRIVAL-TIME
               END-EVALUATE
           END-IF.

       2300-NOTE-UNUSABLE-FEED SECTION.
      * An optional feed that is absent or empty is simply not
      * there today.  One that does not end on a trailer is left
      * out and flagged.  A required feed in any of these states
      * stops the intake.
           EVALUATE TRUE
               WHEN WS-FEED-REQUIRED (WS-FEED-IDX)
                   SET WS-REQUIRED-MISSING TO TRUE
                   DISPLAY "TRANINTK: REQUIRED FEED "
                       WS-FEED-ID (WS-FEED-IDX) " ("
                       WS-FEED-NAME ") IS NOT USABLE - STATE "
                       WS-FEED-STATE (WS-FEED-IDX)
               WHEN WS-FEED-UNTRAILERED (WS-FEED-IDX)
                   DISPLAY "TRANINTK: FEED " WS-FEED-ID (WS-FEED-IDX)
                       " DOES NOT END ON A BATCH TRAILER - NOT TAKEN"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "TRANINTK: OPTIONAL FEED "
                       WS-FEED-ID (WS-FEED-IDX) " NOT ON HAND TODAY"
           END-EVALUATE.

       2400-GET-ARRIVAL-TIME SECTION.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-NAME
               WS-FILE-DETAILS
               RETURNING WS-FDT-STATUS
           END-CALL
           IF WS-FDT-STATUS = 0
               MOVE WS-FDT-YYYY TO WS-ARR-YYYY
               MOVE WS-FDT-MM TO WS-ARR-MM
               MOVE WS-FDT-DD TO WS-ARR-DD
               MOVE WS-FDT-HH TO WS-ARR-HH
               MOVE WS-FDT-MI TO WS-ARR-MI
               MOVE WS-FDT-SS TO WS-ARR-SS
               MOVE WS-ARRIVAL-STAMP TO WS-FEED-ARRIVAL (WS-FEED-IDX)
           ELSE
               MOVE WS-NOW-TIMESTAMP (1:14)
                   TO WS-FEED-ARRIVAL (WS-FEED-IDX)
           END-IF.

       2900-STOP-FOR-MISSING-FEED SECTION.
      * Nothing is taken and nothing is logged, so the rerun after
      * the feed arrives takes the whole day.  The previous day's
      * input must not be left where the edit step would find it.
           IF NOT WS-PRIOR-INTAKE
               OPEN OUTPUT TRAN-FILE-OUT
               IF WS-TRAN-FILE-STATUS = "00"
                   CLOSE TRAN-FILE-OUT
               END-IF
           END-IF
           PERFORM 4000-WRITE-MANIFEST
           DISPLAY "TRANINTK: REQUIRED FEED NOT AVAILABLE FOR "
               WS-BUSINESS-DATE " - NOTHING TAKEN - CYCLE STOPPED "
               "BEFORE EDIT"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       3000-TAKE-FEEDS SECTION.
           IF WS-READY-COUNT = 0
               DISPLAY "TRANINTK: NO NEW FEED TO TAKE FOR "
                   WS-BUSINESS-DATE " - TRANIN.DAT LEFT AS IT STANDS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-PRIOR-INTAKE
                   OPEN EXTEND TRAN-FILE-OUT
                   IF WS-TRAN-FILE-STATUS = "35"
                       OPEN OUTPUT TRAN-FILE-OUT
                   END-IF
               ELSE
                   OPEN OUTPUT TRAN-FILE-OUT
               END-IF
               IF WS-TRAN-FILE-STATUS NOT = "00"
                   DISPLAY "TRANINTK: UNABLE TO OPEN TRANIN.DAT - "
                       "STATUS " WS-TRAN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   IF WS-FEED-READY (WS-FEED-IDX)
                       PERFORM 3100-COPY-ONE-FEED
                   END-IF
               END-PERFORM
               CLOSE TRAN-FILE-OUT
               PERFORM 3200-LOG-TAKEN-FEEDS
               PERFORM 3300-CLEAR-TAKEN-FEEDS
           END-IF.

       3100-COPY-ONE-FEED SECTION.
           MOVE WS-FEED-FILE (WS-FEED-IDX) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "TRANINTK: " WS-FEED-NAME " WENT AWAY DURING "
                   "INTAKE - STATUS " WS-FEED-FILE-STATUS
                   " - TRANIN.DAT INCOMPLETE"
               CLOSE TRAN-FILE-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FEED-EOF-SW
           PERFORM UNTIL WS-FEED-EOF
               READ FEED-FILE
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       MOVE TRAN-RECORD TO TRANIN-RECORD
                       WRITE TRANIN-RECORD
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           SET WS-FEED-TAKEN (WS-FEED-IDX) TO TRUE
           ADD 1 TO WS-TAKEN-NOW-COUNT
           ADD WS-FEED-RECORDS (WS-FEED-IDX) TO WS-INTAKE-RECORDS
           ADD WS-FEED-TOTAL (WS-FEED-IDX) TO WS-INTAKE-TOTAL
           DISPLAY "TRANINTK: FEED " WS-FEED-ID (WS-FEED-IDX)
               " TAKEN - " WS-FEED-RECORDS (WS-FEED-IDX)
               " RECORD(S) IN " WS-FEED-BATCHES (WS-FEED-IDX)
               " BATCH(ES)".

       3200-LOG-TAKEN-FEEDS SECTION.
           OPEN EXTEND INTAKE-LOG-FILE
           IF WS-ILG-FILE-STATUS = "35"
               OPEN OUTPUT INTAKE-LOG-FILE
           END-IF
           IF WS-ILG-FILE-STATUS NOT = "00"
               DISPLAY "TRANINTK: UNABLE TO WRITE INTKLOG.DAT - STATUS "
                   WS-ILG-FILE-STATUS " - FEEDS TAKEN BUT NOT LOGGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-TAKEN (WS-FEED-IDX)
                   MOVE WS-BUSINESS-DATE TO ILG-BUSINESS-DATE
                   MOVE WS-FEED-ID (WS-FEED-IDX) TO ILG-FEED-ID
                   MOVE WS-FEED-FILE (WS-FEED-IDX) TO ILG-FILE-NAME
                   MOVE WS-FEED-RECORDS (WS-FEED-IDX)
                       TO ILG-RECORD-COUNT
                   MOVE WS-FEED-BATCHES (WS-FEED-IDX)
                       TO ILG-BATCH-COUNT
                   MOVE WS-FEED-TOTAL (WS-FEED-IDX) TO ILG-FEED-TOTAL
                   MOVE WS-FEED-ARRIVAL (WS-FEED-IDX)
                       TO ILG-ARRIVAL-TS
                   MOVE WS-NOW-TIMESTAMP (1:14) TO ILG-TAKEN-TS
                   WRITE INTAKE-LOG-RECORD
               END-IF
           END-PERFORM
           CLOSE INTAKE-LOG-FILE.

       3300-CLEAR-TAKEN-FEEDS SECTION.
      * Only once the input is written and the intake logged.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-TAKEN (WS-FEED-IDX)
                   AND WS-FEED-CLEAR (WS-FEED-IDX)
                   MOVE WS-FEED-FILE (WS-FEED-IDX) TO WS-FEED-NAME
                   OPEN OUTPUT FEED-FILE
                   IF WS-FEED-FILE-STATUS = "00"
                       CLOSE FEED-FILE
                       DISPLAY "TRANINTK: " WS-FEED-NAME " CLEARED"
                   ELSE
                       DISPLAY "TRANINTK: UNABLE TO CLEAR "
                           WS-FEED-NAME " - STATUS "
                           WS-FEED-FILE-STATUS
                           " - CLEAR IT BEFORE THE NEXT INTAKE"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4000-WRITE-MANIFEST SECTION.
           OPEN OUTPUT MANIFEST-OUT
           IF WS-MAN-FILE-STATUS NOT = "00"
               DISPLAY "TRANINTK: UNABLE TO OPEN INTKMAN.DAT - STATUS "
                   WS-MAN-FILE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-MAN-HEADING-1 TO MAN-LINE
               WRITE MAN-LINE
               MOVE WS-BUSINESS-DATE TO WS-MAN-BUS-DATE
               MOVE WS-NOW-TIMESTAMP (1:14) TO WS-MAN-RUN-TS
               IF WS-PRIOR-INTAKE
                   MOVE "LATE-FEED INTAKE" TO WS-MAN-INTAKE-TYPE
               ELSE
                   MOVE "FIRST INTAKE" TO WS-MAN-INTAKE-TYPE
               END-IF
               MOVE WS-MAN-HEADING-2 TO MAN-LINE
               WRITE MAN-LINE
               MOVE SPACES TO MAN-LINE
               WRITE MAN-LINE
               MOVE WS-MAN-COLUMNS TO MAN-LINE
               WRITE MAN-LINE
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   PERFORM 4100-WRITE-FEED-LINE
               END-PERFORM
               MOVE SPACES TO MAN-LINE
               WRITE MAN-LINE
               IF WS-REQUIRED-MISSING
                   MOVE WS-MAN-STOP-NOTE TO MAN-LINE
                   WRITE MAN-LINE
               ELSE
                   MOVE "FEEDS TAKEN:" TO WS-MAN-TOTAL-LABEL
                   MOVE WS-TAKEN-NOW-COUNT TO WS-MAN-TOTAL-COUNT
                   MOVE 0 TO WS-MAN-TOTAL-AMOUNT
                   MOVE WS-MAN-TOTAL-LINE TO MAN-LINE
                   MOVE SPACES TO MAN-LINE (35:)
                   WRITE MAN-LINE
                   MOVE "RECORDS INTO TRANIN:" TO WS-MAN-TOTAL-LABEL
                   MOVE WS-INTAKE-RECORDS TO WS-MAN-TOTAL-COUNT
                   MOVE WS-INTAKE-TOTAL TO WS-MAN-TOTAL-AMOUNT
                   MOVE WS-MAN-TOTAL-LINE TO MAN-LINE
                   WRITE MAN-LINE
               END-IF
               CLOSE MANIFEST-OUT
           END-IF.

       4100-WRITE-FEED-LINE SECTION.
           MOVE WS-FEED-ID (WS-FEED-IDX) TO WS-MAN-FEED-ID
           MOVE WS-FEED-REQ-FLAG (WS-FEED-IDX) TO WS-MAN-REQ-FLAG
           EVALUATE TRUE
               WHEN WS-FEED-TAKEN (WS-FEED-IDX)
                   MOVE "TAKEN" TO WS-MAN-STATE
               WHEN WS-FEED-READY (WS-FEED-IDX)
                   MOVE "NOT TAKEN" TO WS-MAN-STATE
               WHEN WS-FEED-ALREADY-TAKEN (WS-FEED-IDX)
                   MOVE "DUPLICATE" TO WS-MAN-STATE
               WHEN WS-FEED-MISSING (WS-FEED-IDX)
                   MOVE "MISSING" TO WS-MAN-STATE
               WHEN WS-FEED-EMPTY (WS-FEED-IDX)
                   MOVE "EMPTY" TO WS-MAN-STATE
               WHEN WS-FEED-UNTRAILERED (WS-FEED-IDX)
                   MOVE "NO TRAILER" TO WS-MAN-STATE
               WHEN OTHER
                   MOVE SPACES TO WS-MAN-STATE
           END-EVALUATE
           MOVE WS-FEED-RECORDS (WS-FEED-IDX) TO WS-MAN-RECORDS
           MOVE WS-FEED-BATCHES (WS-FEED-IDX) TO WS-MAN-BATCHES
           MOVE WS-FEED-TOTAL (WS-FEED-IDX) TO WS-MAN-TOTAL
           MOVE WS-FEED-ARRIVAL (WS-FEED-IDX) TO WS-MAN-ARRIVAL
           MOVE WS-MAN-FEED-LINE TO MAN-LINE
           WRITE MAN-LINE
           MOVE WS-FEED-FILE (WS-FEED-IDX) TO WS-MAN-FILE-NAME
           MOVE WS-MAN-FILE-LINE TO MAN-LINE
           WRITE MAN-LINE.

       9000-TERMINATE SECTION.
           DISPLAY "TRANINTK: " WS-TAKEN-NOW-COUNT " FEED(S) TAKEN - "
               WS-INTAKE-RECORDS " RECORD(S) INTO TRANIN.DAT".

       END PROGRAM TRANINTK.
