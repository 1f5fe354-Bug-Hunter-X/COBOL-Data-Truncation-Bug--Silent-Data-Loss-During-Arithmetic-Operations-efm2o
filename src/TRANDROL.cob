      ******************************************************************
      * TRANDROL - End-of-cycle business-date roll.
      * Moves the business date on RUNCTL.DAT on to the next posting
      * day on the processing calendar CALENDAR.DAT, so the next
      * night's cycle runs under it without anyone keying a date.
      * The next posting day is taken after the later of the
      * run-control date and the last date posted on TRANPOST.DAT,
      * so a cycle that reran an earlier date rolls back on past
      * the days already posted rather than onto one of them.
      * The roll is refused while the cycle for the current date is
      * unfinished: every step on the step list CYCSTEPS.DAT must
      * show a completed entry on the cycle-status journal
      * CYCSTAT.DAT for the date, within its allowed return code.
      * Its own step is not counted, since TRANCYCD journals it as
      * running while it runs as the last step of the cycle; a step
      * list with no other step to check is refused outright.  A
      * back-dated rerun request on the run-control record applies
      * only to the date it was made for, so the rolled record goes
      * back to a normal run.  When the calendar holds fewer posting
      * days from the new date on than the minimum given - twenty
      * by default - the roll completes with a warning so the next
      * year can be generated with CALMNT in good time.  Invoked as:
      *     TRANDROL [<minimum posting days>]
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANDROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT STEP-LIST-FILE ASSIGN TO "CYCSTEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-FILE-STATUS.

           SELECT CYCLE-STATUS-FILE ASSIGN TO "CYCSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CST-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO "TRANPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  RUNCTL-LINE.
           05  RUNCTL-BUSINESS-DATE    PIC 9(8).
           05  RUNCTL-RUN-MODE         PIC X.

       FD  STEP-LIST-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  STP-RECORD.
           05  STP-SEQ                 PIC 9(2).
           05  STP-PROGRAM             PIC X(8).
           05  STP-MAX-RC              PIC 9(2).
           05  STP-COMMAND             PIC X(48).

       FD  CYCLE-STATUS-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY CYCSTAT.

       FD  CALENDAR-FILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY CALREC.

       FD  POSTED-DATE-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  POSTED-DATE-LINE            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-STEP-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-STEP-EOF-SW          PIC X VALUE "N".
               88  WS-STEP-EOF                 VALUE "Y".
           05  WS-CST-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-CST-EOF-SW           PIC X VALUE "N".
               88  WS-CST-EOF                  VALUE "Y".
           05  WS-CAL-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-CAL-EOF-SW           PIC X VALUE "N".
               88  WS-CAL-EOF                  VALUE "Y".
           05  WS-PDAT-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-PDAT-EOF-SW          PIC X VALUE "N".
               88  WS-PDAT-EOF                 VALUE "Y".

       01  WS-ROLL-FIELDS.
           05  WS-ARG-MIN-DAYS         PIC X(3) JUSTIFIED RIGHT
                                       VALUE SPACES.
           05  WS-MIN-POSTING-DAYS     PIC 9(3) VALUE 20.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05  WS-LAST-POSTED-DATE     PIC 9(8) VALUE 0.
           05  WS-ROLL-BASE-DATE       PIC 9(8) VALUE 0.
           05  WS-NEXT-DATE            PIC 9(8) VALUE 0.
           05  WS-DAYS-LEFT            PIC 9(5) VALUE 0.
           05  WS-STEPS-OPEN-COUNT     PIC 9(2) VALUE 0.
           05  WS-STEPS-DONE-COUNT     PIC 9(2) VALUE 0.
           05  WS-OWN-PROGRAM          PIC X(8) VALUE "TRANDROL".

      * The step list and the latest state of each step under the
      * current business date, replayed as TRANCYCD replays it.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(2) VALUE 0.
           05  WS-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STEP-IDX.
               10  WS-STP-SEQ          PIC 9(2).
               10  WS-STP-PROGRAM      PIC X(8).
               10  WS-STP-MAX-RC       PIC 9(2).
               10  WS-STP-STATUS       PIC X.
               10  WS-STP-LAST-RC      PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-CYCLE-COMPLETE
           PERFORM 3000-FIND-NEXT-POSTING-DAY
           PERFORM 4000-ROLL-RUN-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-MIN-DAYS FROM ARGUMENT-VALUE
           IF WS-ARG-MIN-DAYS NOT = SPACES
               INSPECT WS-ARG-MIN-DAYS REPLACING LEADING SPACE BY "0"
               IF WS-ARG-MIN-DAYS NUMERIC
                   MOVE WS-ARG-MIN-DAYS TO WS-MIN-POSTING-DAYS
               ELSE
                   DISPLAY "TRANDROL: MINIMUM POSTING DAYS "
                       WS-ARG-MIN-DAYS " IS NOT A NUMBER - "
                       WS-MIN-POSTING-DAYS " USED"
               END-IF
           END-IF
      * Unlike the posting steps, the roll does not fall back to
      * the system date: with no run control there is no date to
      * move on from.
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
               DISPLAY "TRANDROL: NO BUSINESS DATE ON RUNCTL.DAT - "
                   "STATUS " WS-RUNCTL-FILE-STATUS " - NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "TRANDROL: CURRENT BUSINESS DATE "
               WS-BUSINESS-DATE
           PERFORM 1100-LOAD-STEP-LIST
           PERFORM 1200-LOAD-CYCLE-STATUS
           PERFORM 1300-FIND-LAST-POSTED-DATE.

       1100-LOAD-STEP-LIST SECTION.
           OPEN INPUT STEP-LIST-FILE
           IF WS-STEP-FILE-STATUS NOT = "00"
               DISPLAY "TRANDROL: CYCSTEPS.DAT NOT ON HAND - STATUS "
                   WS-STEP-FILE-STATUS " - CYCLE CANNOT BE CHECKED, "
                   "NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STEP-EOF
               READ STEP-LIST-FILE
                   AT END
                       SET WS-STEP-EOF TO TRUE
                   NOT AT END
                       IF WS-STEP-COUNT < 20
                           ADD 1 TO WS-STEP-COUNT
                           SET WS-STEP-IDX TO WS-STEP-COUNT
                           MOVE STP-SEQ TO WS-STP-SEQ (WS-STEP-IDX)
                           MOVE STP-PROGRAM TO
                               WS-STP-PROGRAM (WS-STEP-IDX)
                           MOVE STP-MAX-RC TO
                               WS-STP-MAX-RC (WS-STEP-IDX)
                           MOVE SPACE TO WS-STP-STATUS (WS-STEP-IDX)
                           MOVE 0 TO WS-STP-LAST-RC (WS-STEP-IDX)
                       ELSE
                           DISPLAY "TRANDROL: STEP TABLE FULL - "
                               "CYCLE CANNOT BE CHECKED, NOT ROLLED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-LIST-FILE.

       1200-LOAD-CYCLE-STATUS SECTION.
           OPEN INPUT CYCLE-STATUS-FILE
           IF WS-CST-FILE-STATUS = "00"
               PERFORM UNTIL WS-CST-EOF
                   READ CYCLE-STATUS-FILE
                       AT END
                           SET WS-CST-EOF TO TRUE
                       NOT AT END
                           IF CST-BUSINESS-DATE = WS-BUSINESS-DATE
                               PERFORM 1250-REPLAY-STATUS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-STATUS-FILE
           END-IF.

       1250-REPLAY-STATUS-ENTRY SECTION.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STP-SEQ (WS-STEP-IDX) = CST-STEP-SEQ
                   MOVE CST-STATUS TO WS-STP-STATUS (WS-STEP-IDX)
                   MOVE CST-RETURN-CODE TO
                       WS-STP-LAST-RC (WS-STEP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1300-FIND-LAST-POSTED-DATE SECTION.
      * After a back-dated rerun the run-control date is the day
      * reran, with later days already posted; the roll moves on
      * from whichever is later.
           MOVE WS-BUSINESS-DATE TO WS-ROLL-BASE-DATE
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDAT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PDAT-EOF
                   READ POSTED-DATE-FILE
                       AT END
                           SET WS-PDAT-EOF TO TRUE
                       NOT AT END
                           IF POSTED-DATE-LINE NUMERIC
                               AND POSTED-DATE-LINE >
                                   WS-LAST-POSTED-DATE
                               MOVE POSTED-DATE-LINE TO
                                   WS-LAST-POSTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-DATE-FILE
           ELSE
               DISPLAY "TRANDROL: TRANPOST.DAT NOT ON HAND - STATUS "
                   WS-PDAT-FILE-STATUS " - ROLLING FROM THE "
                   "RUN-CONTROL DATE"
           END-IF
           IF WS-LAST-POSTED-DATE > WS-ROLL-BASE-DATE
               MOVE WS-LAST-POSTED-DATE TO WS-ROLL-BASE-DATE
               DISPLAY "TRANDROL: " WS-LAST-POSTED-DATE
                   " ALREADY POSTED - ROLLING FROM THE LAST "
                   "POSTED DATE"
           END-IF.

       2000-CHECK-CYCLE-COMPLETE SECTION.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-STP-PROGRAM (WS-STEP-IDX) = WS-OWN-PROGRAM
                       CONTINUE
                   WHEN WS-STP-STATUS (WS-STEP-IDX) = "C"
                       AND WS-STP-LAST-RC (WS-STEP-IDX) NOT >
                           WS-STP-MAX-RC (WS-STEP-IDX)
                       ADD 1 TO WS-STEPS-DONE-COUNT
                   WHEN WS-STP-STATUS (WS-STEP-IDX) = SPACE
                       ADD 1 TO WS-STEPS-OPEN-COUNT
                       DISPLAY "TRANDROL: STEP "
                           WS-STP-SEQ (WS-STEP-IDX) " "
                           WS-STP-PROGRAM (WS-STEP-IDX)
                           " HAS NOT RUN FOR " WS-BUSINESS-DATE
                   WHEN WS-STP-STATUS (WS-STEP-IDX) NOT = "C"
                       ADD 1 TO WS-STEPS-OPEN-COUNT
                       DISPLAY "TRANDROL: STEP "
                           WS-STP-SEQ (WS-STEP-IDX) " "
                           WS-STP-PROGRAM (WS-STEP-IDX)
                           " DID NOT COMPLETE FOR " WS-BUSINESS-DATE
                   WHEN OTHER
                       ADD 1 TO WS-STEPS-OPEN-COUNT
                       DISPLAY "TRANDROL: STEP "
                           WS-STP-SEQ (WS-STEP-IDX) " "
                           WS-STP-PROGRAM (WS-STEP-IDX)
                           " ENDED WITH RETURN CODE "
                           WS-STP-LAST-RC (WS-STEP-IDX)
                           " ABOVE ITS LIMIT"
               END-EVALUATE
           END-PERFORM
           IF WS-STEPS-OPEN-COUNT > 0
               DISPLAY "TRANDROL: CYCLE FOR " WS-BUSINESS-DATE
                   " INCOMPLETE - " WS-STEPS-OPEN-COUNT
                   " STEP(S) OUTSTANDING - BUSINESS DATE NOT ROLLED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STEPS-DONE-COUNT = 0
               DISPLAY "TRANDROL: NO CYCLE STEPS TO CHECK - NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "TRANDROL: " WS-STEPS-DONE-COUNT " STEP(S) "
               "COMPLETE FOR " WS-BUSINESS-DATE.

       3000-FIND-NEXT-POSTING-DAY SECTION.
      * The calendar is read whole, so the next posting day is
      * found and the posting days left counted even when entries
      * were added out of order.  Both are taken after the date
      * the roll moves on from.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "TRANDROL: CALENDAR.DAT NOT AVAILABLE - STATUS "
                   WS-CAL-FILE-STATUS " - NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-POSTING-DAY
                           AND CAL-DATE > WS-ROLL-BASE-DATE
                           ADD 1 TO WS-DAYS-LEFT
                           IF WS-NEXT-DATE = 0
                               OR CAL-DATE < WS-NEXT-DATE
                               MOVE CAL-DATE TO WS-NEXT-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-NEXT-DATE = 0
               DISPLAY "TRANDROL: NO POSTING DAY ON THE CALENDAR "
                   "AFTER " WS-ROLL-BASE-DATE " - GENERATE THE NEXT "
                   "YEAR WITH CALMNT - NOT ROLLED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4000-ROLL-RUN-CONTROL SECTION.
           OPEN OUTPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               DISPLAY "TRANDROL: UNABLE TO REWRITE RUNCTL.DAT - "
                   "STATUS " WS-RUNCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEXT-DATE TO RUNCTL-BUSINESS-DATE
           MOVE "N" TO RUNCTL-RUN-MODE
           WRITE RUNCTL-LINE
           CLOSE RUNCTL-FILE
           DISPLAY "TRANDROL: BUSINESS DATE ROLLED FROM "
               WS-BUSINESS-DATE " TO " WS-NEXT-DATE.

       9000-TERMINATE SECTION.
           DISPLAY "TRANDROL: " WS-DAYS-LEFT " POSTING DAY(S) ON THE "
               "CALENDAR FROM " WS-NEXT-DATE
           IF WS-DAYS-LEFT < WS-MIN-POSTING-DAYS
               DISPLAY "TRANDROL: FEWER THAN " WS-MIN-POSTING-DAYS
                   " POSTING DAYS LEFT ON THE CALENDAR - GENERATE "
                   "THE NEXT YEAR WITH CALMNT"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM TRANDROL.
