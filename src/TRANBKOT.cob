      * date's generation file is missing, when the run-history
      * index has no record of the run, or when the generation is
      * short against the run history's posted count - a partial
      * back-out is worse than none.  A date in an accounting
      * period closed on the period-control journal is refused as
      * well, unless the period has since been reopened - the
      * back-out could never post there.  Movements into and out
      * of reject suspense are not postings of the day's items and
      * are left with their items on SUSPITEM.DAT.  Invoked as:
      *     TRANBKOT <yyyymmdd>
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDGEN-FILE-STATUS.

           SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT BACKOUT-FILE-OUT ASSIGN TO "TRANBKO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.
           RECORD CONTAINS 129 CHARACTERS.
       COPY AUDITREC.

       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY PERDCTL.

       FD  BACKOUT-FILE-OUT
           RECORD CONTAINS 59 CHARACTERS.
       COPY TRANREC.
           05  WS-AUDGEN-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-AUDGEN-EOF-SW        PIC X VALUE "N".
               88  WS-AUDGEN-EOF               VALUE "Y".
           05  WS-PER-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF                  VALUE "Y".
           05  WS-BKO-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE SPACES.

           05  WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-REVERSED-FOUND-SW    PIC X VALUE "N".
               88  WS-REVERSED-FOUND           VALUE "Y".
           05  WS-BACKOUT-PERIOD       PIC 9(6) VALUE 0.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  WS-PERIOD-CLOSED           VALUE "C".
               88  WS-PERIOD-REOPENED         VALUE "R".
           05  WS-PERIOD-AUTHORIZER    PIC X(8) VALUE SPACES.

      * References the original day already reversed, collected on
      * the first pass so the matching details are skipped on the
                   "BACK-OUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CHECK-PERIOD-OPEN.

       1100-FIND-RUN-HISTORY SECTION.
      * A back-dated rerun appends a second entry for the date and
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

       1200-CHECK-PERIOD-OPEN SECTION.
      * The latest journal entry for the month decides, as it does
      * for the posting run the back-out would go through.
           COMPUTE WS-BACKOUT-PERIOD = WS-ARG-DATE-N / 100
           OPEN INPUT PERIOD-CTL-FILE
           EVALUATE WS-PER-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-PER-EOF
                       READ PERIOD-CTL-FILE
                           AT END
                               SET WS-PER-EOF TO TRUE
                           NOT AT END
                               IF PER-PERIOD = WS-BACKOUT-PERIOD
                                   MOVE PER-ACTION TO WS-PERIOD-STATE
                                   MOVE PER-AUTHORIZER
                                       TO WS-PERIOD-AUTHORIZER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-CTL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TRANBKOT: UNABLE TO READ PERIODCTL.DAT - "
                       "STATUS " WS-PER-FILE-STATUS
                       " - BACK-OUT REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-PERIOD-CLOSED
               DISPLAY "TRANBKOT: " WS-ARG-DATE-X " FALLS IN CLOSED "
                   "PERIOD " WS-BACKOUT-PERIOD " - BACK-OUT REFUSED - "
                   "AN AUTHORIZED REOPEN IS REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-REOPENED
               DISPLAY "TRANBKOT: PERIOD " WS-BACKOUT-PERIOD
                   " REOPENED BY " WS-PERIOD-AUTHORIZER
                   " - BACK-OUT PERMITTED"
           END-IF.

       2000-VERIFY-GENERATION SECTION.
      * First pass over the generation: count what is there and
      * collect the references the day already reversed.  Nothing
      * is generated until the file proves complete against the
      * run history's posted count, which takes in details and
      * reversals only - suspense movements are not counted.
           OPEN INPUT AUDIT-GEN-FILE
           IF WS-AUDGEN-FILE-STATUS NOT = "00"
               DISPLAY "TRANBKOT: " WS-AUD-GEN-NAME " NOT ON HAND - "
                   AT END
                       SET WS-AUDGEN-EOF TO TRUE
                   NOT AT END
                       IF NOT AUD-SUSPENSE-ENTRY
                           ADD 1 TO WS-AUDIT-COUNT
                       END-IF
                       IF AUD-RECORD-TYPE = "R"
                           PERFORM 2100-TABLE-REVERSED-REF
                       END-IF
                   AT END
                       SET WS-AUDGEN-EOF TO TRUE
                   NOT AT END
                       IF AUD-RECORD-TYPE = "R" OR AUD-SUSPENSE-ENTRY
                           CONTINUE
                       ELSE
                           PERFORM 3100-GENERATE-ONE-REVERSAL
