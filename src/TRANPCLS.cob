      ******************************************************************
      * TRANPCLS - Accounting period close and reopen.
      * Closing a month records the close on the period-control
      * journal PERIODCTL.DAT and takes the official period-end
      * snapshot of every balance on ACCTMST.DAT to
      * ACCTMST.PE.yyyymm.DAT, in master layout and key order, for
      * the statement run and the auditors.  Once a month's latest
      * journal entry is a close, TRANACC and TRANBKOT refuse any
      * business date in it.  A month is closed only when its last
      * posting day on the processing calendar has been posted.  A
      * close taken after the following month has started posting
      * still yields month-end figures: every archived generation
      * after the month is backed out of the current balances and
      * transaction counts on the work file PCLSDLTA.DAT, and each
      * such posted date must already be on the run-history index.
      * An account that moved since carries the last date it posted
      * on or before the month's end, found from the archived
      * generations on hand and held on PCLSLPD.DAT.  Reopening a
      * month needs an authorizer and a reason, and is refused while a
      * later month stays closed - its snapshot carries this one's
      * balances forward.  Each close and reopen is added to the
      * period-close report PERDRPT.DAT.  Invoked as:
      *     TRANPCLS CLOSE <yyyymm> <authorizer> [<reason>]
      *     TRANPCLS REOPEN <yyyymm> <authorizer> <reason>
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANPCLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO "TRANPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT AUDIT-GEN-FILE ASSIGN USING WS-AUD-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDGEN-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NO
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ACCT-DELTA-FILE ASSIGN TO "PCLSDLTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLT-ACCOUNT-NO
               FILE STATUS IS WS-DLT-FILE-STATUS.

           SELECT LAST-POSTED-FILE ASSIGN TO "PCLSLPD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPD-ACCOUNT-NO
               FILE STATUS IS WS-LPD-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT PCLS-RPT-OUT ASSIGN TO "PERDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY PERDCTL.

       FD  CALENDAR-FILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY CALREC.

       FD  POSTED-DATE-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  POSTED-DATE-LINE            PIC 9(8).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY RUNSUMM.

       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 129 CHARACTERS.
       COPY AUDITREC.

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  ACCT-DELTA-FILE
           RECORD CONTAINS 32 CHARACTERS.
       COPY DLTAREC.

       FD  LAST-POSTED-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  LAST-POSTED-RECORD.
           05  LPD-ACCOUNT-NO          PIC X(10).
           05  LPD-POSTED-DATE         PIC 9(8).

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  SNAPSHOT-RECORD.
           05  SNP-ACCOUNT-NO          PIC X(10).
           05  SNP-BALANCE             PIC S9(13)V99.
           05  SNP-MASTER-DATA         PIC X(76).

       FD  PCLS-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-PER-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF                  VALUE "Y".
           05  WS-CAL-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-CAL-EOF-SW           PIC X VALUE "N".
               88  WS-CAL-EOF                  VALUE "Y".
           05  WS-PDAT-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-PDAT-EOF-SW          PIC X VALUE "N".
               88  WS-PDAT-EOF                 VALUE "Y".
           05  WS-HIST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-HIST-EOF-SW          PIC X VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-AUDGEN-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-AUDGEN-EOF-SW        PIC X VALUE "N".
               88  WS-AUDGEN-EOF               VALUE "Y".
           05  WS-MST-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MST-EOF-SW           PIC X VALUE "N".
               88  WS-MST-EOF                  VALUE "Y".
           05  WS-DLT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-LPD-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SNAP-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-RUN-ARGS.
           05  WS-ARG-ACTION           PIC X(8) VALUE SPACES.
               88  WS-CLOSE-REQUESTED         VALUE "CLOSE".
               88  WS-REOPEN-REQUESTED        VALUE "REOPEN".
           05  WS-ARG-PERIOD-X         PIC X(6) VALUE SPACES.
           05  WS-ARG-PERIOD-N REDEFINES WS-ARG-PERIOD-X
                                       PIC 9(6).
           05  WS-ARG-PERIOD-PARTS REDEFINES WS-ARG-PERIOD-X.
               10  WS-ARG-YYYY         PIC 9(4).
               10  WS-ARG-MM           PIC 9(2).
           05  WS-ARG-AUTHORIZER       PIC X(8) VALUE SPACES.
           05  WS-ARG-REASON           PIC X(30) VALUE SPACES.

       01  WS-PERIOD-FIELDS.
           05  WS-MONTH-START          PIC 9(8) VALUE 0.
           05  WS-MONTH-END            PIC 9(8) VALUE 0.
           05  WS-LAST-POSTING-DAY     PIC 9(8) VALUE 0.
           05  WS-LAST-DAY-POSTED-SW   PIC X VALUE "N".
               88  WS-LAST-DAY-POSTED         VALUE "Y".
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  WS-PERIOD-NEVER-CLOSED     VALUE SPACE.
               88  WS-PERIOD-CLOSED           VALUE "C".
               88  WS-PERIOD-REOPENED         VALUE "R".
           05  WS-LATER-CLOSED-PERIOD  PIC 9(6) VALUE 0.
           05  WS-NOW-TIMESTAMP        PIC X(21) VALUE SPACES.

      * Latest journal state of every month on PERIODCTL.DAT.
       01  WS-PERIOD-TABLE.
           05  WS-PTAB-COUNT           PIC 9(3) VALUE 0.
           05  WS-PTAB-FOUND-SW        PIC X VALUE "N".
               88  WS-PTAB-FOUND               VALUE "Y".
           05  WS-PTAB-ENTRY OCCURS 600 TIMES INDEXED BY WS-PTAB-IDX.
               10  WS-PTAB-PERIOD      PIC 9(6).
               10  WS-PTAB-STATE       PIC X.

      * Posted business dates after the month, each of which must
      * have an archived generation on the run-history index before
      * its activity can be backed out of today's balances.
       01  WS-LATER-DATES.
           05  WS-LATER-COUNT          PIC 9(3) VALUE 0.
           05  WS-LATER-FULL-SW        PIC X VALUE "N".
               88  WS-LATER-FULL               VALUE "Y".
           05  WS-LATER-DUP-SW         PIC X VALUE "N".
               88  WS-LATER-DUP-FOUND          VALUE "Y".
           05  WS-LATER-ENTRY OCCURS 500 TIMES INDEXED BY WS-LATER-IDX.
               10  WS-LATER-DATE       PIC 9(8).
               10  WS-LATER-ARCH-SW    PIC X.
                   88  WS-LATER-ARCHIVED      VALUE "Y".
           05  WS-UNARCHIVED-COUNT     PIC 9(3) VALUE 0.

       01  WS-SNAPSHOT-FIELDS.
           05  WS-SNAP-NAME            PIC X(24) VALUE SPACES.
           05  WS-AUD-GEN-NAME         PIC X(24) VALUE SPACES.
           05  WS-GEN-DATE-X           PIC X(8) VALUE SPACES.
           05  WS-LEG-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-LEG-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SNAP-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SNAP-COUNT           PIC 9(7) VALUE 0.
           05  WS-SNAP-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-LATER-NET-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-LATER-ENTRY-COUNT    PIC 9(7) VALUE 0.
           05  WS-OPENED-LATER-COUNT   PIC 9(7) VALUE 0.
           05  WS-CUR-GEN-DATE         PIC 9(8) VALUE 0.
           05  WS-EARLIER-GEN-COUNT    PIC 9(5) VALUE 0.
           05  WS-EARLIER-MISSING      PIC 9(5) VALUE 0.
           05  WS-NO-POSTED-DATE-COUNT PIC 9(7) VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING-1.
               10  FILLER              PIC X(34) VALUE
                   "PERIOD-CLOSE REPORT - ENTRY OF    ".
               10  WS-RPT-TIMESTAMP    PIC X(14).
           05  WS-RPT-ACTION-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-ACTION       PIC X(8).
               10  FILLER              PIC X(8) VALUE " PERIOD ".
               10  WS-RPT-PERIOD       PIC 9(6).
               10  FILLER              PIC X(15) VALUE
                   "  AUTHORIZER:  ".
               10  WS-RPT-AUTHORIZER   PIC X(8).
           05  WS-RPT-REASON-LINE.
               10  FILLER              PIC X(10) VALUE
                   "  REASON: ".
               10  WS-RPT-REASON       PIC X(30).
           05  WS-RPT-SNAP-LINE.
               10  FILLER              PIC X(12) VALUE
                   "  SNAPSHOT: ".
               10  WS-RPT-SNAP-NAME    PIC X(24).
               10  FILLER              PIC X(12) VALUE
                   " AS AT DATE ".
               10  WS-RPT-SNAP-DATE    PIC 9(8).
           05  WS-RPT-COUNT-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-COUNT-LABEL  PIC X(28).
               10  WS-RPT-COUNT        PIC Z,ZZZ,ZZ9.
           05  WS-RPT-AMOUNT-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-AMOUNT-LABEL PIC X(28).
               10  WS-RPT-AMOUNT       PIC --,---,---,---,--9.99.
           05  WS-RPT-REOPEN-NOTE      PIC X(80) VALUE
               "  BUSINESS DATES IN THIS PERIOD MAY BE RERUN UNTIL IT
      -        "IS CLOSED AGAIN".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PERIOD-STATE
           IF WS-CLOSE-REQUESTED
               PERFORM 2000-CLOSE-PERIOD
           ELSE
               PERFORM 3000-REOPEN-PERIOD
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ACTION FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-PERIOD-X FROM ARGUMENT-VALUE
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-AUTHORIZER FROM ARGUMENT-VALUE
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-REASON FROM ARGUMENT-VALUE
           IF (NOT WS-CLOSE-REQUESTED AND NOT WS-REOPEN-REQUESTED)
               OR WS-ARG-PERIOD-X NOT NUMERIC
               OR WS-ARG-AUTHORIZER = SPACES
               DISPLAY "TRANPCLS: SPECIFY CLOSE OR REOPEN, THE PERIOD "
                   "AS yyyymm, THE AUTHORIZER AND A REASON"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ARG-MM < 1 OR WS-ARG-MM > 12
               DISPLAY "TRANPCLS: " WS-ARG-PERIOD-X
                   " IS NOT A VALID PERIOD - yyyymm"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REOPEN-REQUESTED AND WS-ARG-REASON = SPACES
               DISPLAY "TRANPCLS: A REOPEN MUST CARRY A REASON"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ARG-REASON = SPACES
               MOVE "MONTH-END CLOSE" TO WS-ARG-REASON
           END-IF
           COMPUTE WS-MONTH-START = (WS-ARG-PERIOD-N * 100) + 1
           COMPUTE WS-MONTH-END = (WS-ARG-PERIOD-N * 100) + 31
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.

       1100-LOAD-PERIOD-STATE SECTION.
      * The journal is appended entry by entry, so the last entry
      * read for a month is its state now.
           OPEN INPUT PERIOD-CTL-FILE
           IF WS-PER-FILE-STATUS = "35"
               DISPLAY "TRANPCLS: NO PERIOD-CONTROL JOURNAL YET - "
                   "PERIODCTL.DAT WILL BE CREATED"
           ELSE
               IF WS-PER-FILE-STATUS NOT = "00"
                   DISPLAY "TRANPCLS: UNABLE TO OPEN PERIODCTL.DAT - "
                       "STATUS " WS-PER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-PER-EOF
                   READ PERIOD-CTL-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           PERFORM 1150-TABLE-PERIOD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTL-FILE
           END-IF
           PERFORM VARYING WS-PTAB-IDX FROM 1 BY 1
               UNTIL WS-PTAB-IDX > WS-PTAB-COUNT
               IF WS-PTAB-PERIOD (WS-PTAB-IDX) = WS-ARG-PERIOD-N
                   MOVE WS-PTAB-STATE (WS-PTAB-IDX) TO WS-PERIOD-STATE
               END-IF
               IF WS-PTAB-PERIOD (WS-PTAB-IDX) > WS-ARG-PERIOD-N
                   AND WS-PTAB-STATE (WS-PTAB-IDX) = "C"
                   MOVE WS-PTAB-PERIOD (WS-PTAB-IDX)
                       TO WS-LATER-CLOSED-PERIOD
               END-IF
           END-PERFORM.

       1150-TABLE-PERIOD-ENTRY SECTION.
           MOVE "N" TO WS-PTAB-FOUND-SW
           PERFORM VARYING WS-PTAB-IDX FROM 1 BY 1
               UNTIL WS-PTAB-IDX > WS-PTAB-COUNT
               IF WS-PTAB-PERIOD (WS-PTAB-IDX) = PER-PERIOD
                   SET WS-PTAB-FOUND TO TRUE
                   MOVE PER-ACTION TO WS-PTAB-STATE (WS-PTAB-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-PTAB-FOUND
               IF WS-PTAB-COUNT < 600
                   ADD 1 TO WS-PTAB-COUNT
                   SET WS-PTAB-IDX TO WS-PTAB-COUNT
                   MOVE PER-PERIOD TO WS-PTAB-PERIOD (WS-PTAB-IDX)
                   MOVE PER-ACTION TO WS-PTAB-STATE (WS-PTAB-IDX)
               ELSE
                   DISPLAY "TRANPCLS: PERIOD TABLE FULL - CLOSE/REOPEN "
                       "REFUSED RATHER THAN DECIDED ON PART OF THE "
                       "JOURNAL"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-CLOSE-PERIOD SECTION.
           IF WS-PERIOD-CLOSED
               DISPLAY "TRANPCLS: PERIOD " WS-ARG-PERIOD-X
                   " IS ALREADY CLOSED - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FIND-LAST-POSTING-DAY
           PERFORM 2200-CHECK-POSTED-DATES
           IF WS-LATER-COUNT > 0
               PERFORM 2300-MATCH-RUN-HISTORY
               PERFORM 2400-BUILD-LATER-MOVEMENT
               PERFORM 2450-FIND-LAST-POSTED-DATES
           END-IF
           PERFORM 2500-WRITE-SNAPSHOT
           MOVE SPACES TO PERIOD-CTL-RECORD
           MOVE WS-ARG-PERIOD-N TO PER-PERIOD
           SET PER-CLOSED TO TRUE
           MOVE WS-LAST-POSTING-DAY TO PER-SNAP-DATE
           MOVE WS-SNAP-COUNT TO PER-SNAP-COUNT
           MOVE WS-SNAP-TOTAL TO PER-SNAP-TOTAL
           PERFORM 4000-RECORD-PERIOD-ENTRY
           PERFORM 5000-REPORT-CLOSE
           DISPLAY "TRANPCLS: PERIOD " WS-ARG-PERIOD-X " CLOSED BY "
               WS-ARG-AUTHORIZER " - " WS-SNAP-COUNT
               " BALANCE(S) ON " WS-SNAP-NAME.

       2100-FIND-LAST-POSTING-DAY SECTION.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: CALENDAR.DAT NOT AVAILABLE - STATUS "
                   WS-CAL-FILE-STATUS " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-POSTING-DAY
                           AND CAL-DATE NOT < WS-MONTH-START
                           AND CAL-DATE NOT > WS-MONTH-END
                           AND CAL-DATE > WS-LAST-POSTING-DAY
                           MOVE CAL-DATE TO WS-LAST-POSTING-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-LAST-POSTING-DAY = 0
               DISPLAY "TRANPCLS: NO POSTING DAY FOR " WS-ARG-PERIOD-X
                   " ON THE PROCESSING CALENDAR - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-CHECK-POSTED-DATES SECTION.
      * The month must be fully posted before it closes.  Dates
      * posted since are collected to be backed out of the
      * snapshot; a back-dated rerun lists a date twice, and it is
      * kept once.
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDAT-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: TRANPOST.DAT NOT AVAILABLE - STATUS "
                   WS-PDAT-FILE-STATUS " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PDAT-EOF
               READ POSTED-DATE-FILE
                   AT END
                       SET WS-PDAT-EOF TO TRUE
                   NOT AT END
                       IF POSTED-DATE-LINE = WS-LAST-POSTING-DAY
                           SET WS-LAST-DAY-POSTED TO TRUE
                       END-IF
                       IF POSTED-DATE-LINE > WS-MONTH-END
                           PERFORM 2210-TABLE-LATER-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-DATE-FILE
           IF NOT WS-LAST-DAY-POSTED
               DISPLAY "TRANPCLS: LAST POSTING DAY " WS-LAST-POSTING-DAY
                   " OF " WS-ARG-PERIOD-X " HAS NOT BEEN POSTED - "
                   "CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LATER-FULL
               DISPLAY "TRANPCLS: TOO MANY DATES POSTED SINCE "
                   WS-ARG-PERIOD-X " TO BACK OUT - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2210-TABLE-LATER-DATE SECTION.
           MOVE "N" TO WS-LATER-DUP-SW
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
               UNTIL WS-LATER-IDX > WS-LATER-COUNT
               IF WS-LATER-DATE (WS-LATER-IDX) = POSTED-DATE-LINE
                   SET WS-LATER-DUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-LATER-DUP-FOUND
               IF WS-LATER-COUNT < 500
                   ADD 1 TO WS-LATER-COUNT
                   SET WS-LATER-IDX TO WS-LATER-COUNT
                   MOVE POSTED-DATE-LINE TO WS-LATER-DATE (WS-LATER-IDX)
                   MOVE "N" TO WS-LATER-ARCH-SW (WS-LATER-IDX)
               ELSE
                   SET WS-LATER-FULL TO TRUE
               END-IF
           END-IF.

       2300-MATCH-RUN-HISTORY SECTION.
      * A date posted but not yet archived has its activity only in
      * the live audit file, which the next run overwrites - its
      * generation has to exist before the close can rely on it.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: RUNHIST.DAT NOT ON HAND - STATUS "
                   WS-HIST-FILE-STATUS " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ RUN-HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       IF SUMM-RUN-COMPLETE
                           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
                               UNTIL WS-LATER-IDX > WS-LATER-COUNT
                               IF WS-LATER-DATE (WS-LATER-IDX) =
                                   SUMM-BUSINESS-DATE
                                   SET WS-LATER-ARCHIVED (WS-LATER-IDX)
                                       TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
               UNTIL WS-LATER-IDX > WS-LATER-COUNT
               IF NOT WS-LATER-ARCHIVED (WS-LATER-IDX)
                   ADD 1 TO WS-UNARCHIVED-COUNT
                   DISPLAY "TRANPCLS: POSTED DATE "
                       WS-LATER-DATE (WS-LATER-IDX)
                       " IS NOT ON THE RUN-HISTORY INDEX"
               END-IF
           END-PERFORM
           IF WS-UNARCHIVED-COUNT > 0
               DISPLAY "TRANPCLS: RUN TRANARCH FOR THE DATES ABOVE "
                   "BEFORE CLOSING " WS-ARG-PERIOD-X " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2400-BUILD-LATER-MOVEMENT SECTION.
      * Net movement by account across every generation after the
      * month, both legs of each posting, as the statement run
      * reads them.  A reversal's audit entry carries the amount
      * it took back out, so it nets without special handling.
           OPEN OUTPUT ACCT-DELTA-FILE
           IF WS-DLT-FILE-STATUS = "00"
               CLOSE ACCT-DELTA-FILE
               OPEN I-O ACCT-DELTA-FILE
           END-IF
           IF WS-DLT-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: UNABLE TO OPEN PCLSDLTA.DAT - STATUS "
                   WS-DLT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-LATER-IDX FROM 1 BY 1
               UNTIL WS-LATER-IDX > WS-LATER-COUNT
               PERFORM 2410-SCAN-LATER-GENERATION
           END-PERFORM
           DISPLAY "TRANPCLS: " WS-LATER-ENTRY-COUNT " ENTRIES FROM "
               WS-LATER-COUNT " LATER GENERATION(S) BACKED OUT OF THE "
               "SNAPSHOT".

       2410-SCAN-LATER-GENERATION SECTION.
           MOVE WS-LATER-DATE (WS-LATER-IDX) TO WS-GEN-DATE-X
           MOVE SPACES TO WS-AUD-GEN-NAME
           STRING "TRANAUD." WS-GEN-DATE-X ".DAT"
               DELIMITED BY SIZE INTO WS-AUD-GEN-NAME
           MOVE "N" TO WS-AUDGEN-EOF-SW
           OPEN INPUT AUDIT-GEN-FILE
           IF WS-AUDGEN-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: " WS-AUD-GEN-NAME " NOT ON HAND - "
                   "STATUS " WS-AUDGEN-FILE-STATUS " - CLOSE REFUSED"
               CLOSE ACCT-DELTA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDGEN-EOF
               READ AUDIT-GEN-FILE
                   AT END
                       SET WS-AUDGEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LATER-ENTRY-COUNT
                       MOVE AUD-ACCOUNT-NO TO WS-LEG-ACCOUNT
                       MOVE AUD-AMOUNT-ADDED TO WS-LEG-AMOUNT
                       PERFORM 2420-ADD-LATER-MOVEMENT
                       IF AUD-OFFSET-ACCT NOT = SPACES
                           MOVE AUD-OFFSET-ACCT TO WS-LEG-ACCOUNT
                           COMPUTE WS-LEG-AMOUNT = 0 - AUD-AMOUNT-ADDED
                           PERFORM 2420-ADD-LATER-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-GEN-FILE.

       2420-ADD-LATER-MOVEMENT SECTION.
           ADD WS-LEG-AMOUNT TO WS-LATER-NET-TOTAL
           MOVE WS-LEG-ACCOUNT TO DLT-ACCOUNT-NO
           READ ACCT-DELTA-FILE
               INVALID KEY
                   MOVE WS-LEG-ACCOUNT TO DLT-ACCOUNT-NO
                   MOVE WS-LEG-AMOUNT TO DLT-AMOUNT
                   MOVE 1 TO DLT-TXN-COUNT
                   WRITE DELTA-RECORD
               NOT INVALID KEY
                   ADD WS-LEG-AMOUNT TO DLT-AMOUNT
                   ADD 1 TO DLT-TXN-COUNT
                   REWRITE DELTA-RECORD
           END-READ.

       2450-FIND-LAST-POSTED-DATES SECTION.
      * The master's last-posted date of an account that moved
      * since the month is a later date.  The date it stood at on
      * the month's end is the latest generation up to the month's
      * end that carries a leg on the account.  A generation no
      * longer on hand is passed by; an account with no leg on any
      * generation on hand goes to the snapshot with no date.
           OPEN OUTPUT LAST-POSTED-FILE
           IF WS-LPD-FILE-STATUS = "00"
               CLOSE LAST-POSTED-FILE
               OPEN I-O LAST-POSTED-FILE
           END-IF
           IF WS-LPD-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: UNABLE TO OPEN PCLSLPD.DAT - STATUS "
                   WS-LPD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-HIST-EOF-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF SUMM-RUN-COMPLETE
                               AND SUMM-BUSINESS-DATE NOT >
                                   WS-MONTH-END
                               PERFORM 2460-SCAN-EARLIER-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           DISPLAY "TRANPCLS: " WS-EARLIER-GEN-COUNT " GENERATION(S) "
               "TO THE MONTH'S END READ FOR LAST-POSTED DATES - "
               WS-EARLIER-MISSING " NOT ON HAND".

       2460-SCAN-EARLIER-GENERATION SECTION.
           MOVE SUMM-BUSINESS-DATE TO WS-CUR-GEN-DATE
           MOVE SUMM-BUSINESS-DATE TO WS-GEN-DATE-X
           MOVE SPACES TO WS-AUD-GEN-NAME
           STRING "TRANAUD." WS-GEN-DATE-X ".DAT"
               DELIMITED BY SIZE INTO WS-AUD-GEN-NAME
           MOVE "N" TO WS-AUDGEN-EOF-SW
           OPEN INPUT AUDIT-GEN-FILE
           IF WS-AUDGEN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-EARLIER-MISSING
           ELSE
               ADD 1 TO WS-EARLIER-GEN-COUNT
               PERFORM UNTIL WS-AUDGEN-EOF
                   READ AUDIT-GEN-FILE
                       AT END
                           SET WS-AUDGEN-EOF TO TRUE
                       NOT AT END
                           MOVE AUD-ACCOUNT-NO TO WS-LEG-ACCOUNT
                           PERFORM 2470-NOTE-POSTED-DATE
                           IF AUD-OFFSET-ACCT NOT = SPACES
                               MOVE AUD-OFFSET-ACCT TO WS-LEG-ACCOUNT
                               PERFORM 2470-NOTE-POSTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-GEN-FILE
           END-IF.

       2470-NOTE-POSTED-DATE SECTION.
      * Only accounts with later movement need a date.
           MOVE WS-LEG-ACCOUNT TO DLT-ACCOUNT-NO
           READ ACCT-DELTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-LEG-ACCOUNT TO LPD-ACCOUNT-NO
                   READ LAST-POSTED-FILE
                       INVALID KEY
                           MOVE WS-LEG-ACCOUNT TO LPD-ACCOUNT-NO
                           MOVE WS-CUR-GEN-DATE TO LPD-POSTED-DATE
                           WRITE LAST-POSTED-RECORD
                       NOT INVALID KEY
                           IF WS-CUR-GEN-DATE > LPD-POSTED-DATE
                               MOVE WS-CUR-GEN-DATE TO LPD-POSTED-DATE
                               REWRITE LAST-POSTED-RECORD
                           END-IF
                   END-READ
           END-READ.

       2500-WRITE-SNAPSHOT SECTION.
      * Every account on the master as at the month's end: today's
      * balance and transaction count less whatever has moved
      * since, and the last date posted by then.  An account opened
      * after the month did not exist at its end and is left out.
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: UNABLE TO OPEN ACCTMST.DAT - STATUS "
                   WS-MST-FILE-STATUS " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-SNAP-NAME
           STRING "ACCTMST.PE." WS-ARG-PERIOD-X ".DAT"
               DELIMITED BY SIZE INTO WS-SNAP-NAME
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: UNABLE TO OPEN " WS-SNAP-NAME
                   " - STATUS " WS-SNAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MST-EOF
               READ ACCT-MASTER-FILE NEXT
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       IF MST-OPEN-DATE > WS-LAST-POSTING-DAY
                           ADD 1 TO WS-OPENED-LATER-COUNT
                       ELSE
                           PERFORM 2510-SNAPSHOT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCT-MASTER-FILE
           CLOSE SNAPSHOT-FILE
           IF WS-LATER-COUNT > 0
               CLOSE ACCT-DELTA-FILE
               CLOSE LAST-POSTED-FILE
           END-IF
           IF WS-NO-POSTED-DATE-COUNT > 0
               DISPLAY "TRANPCLS: " WS-NO-POSTED-DATE-COUNT
                   " ACCOUNT(S) WITH NO POSTING TO THE MONTH'S END ON "
                   "THE GENERATIONS ON HAND - LAST-POSTED DATE ZERO"
           END-IF.

       2510-SNAPSHOT-ONE-ACCOUNT SECTION.
           MOVE MST-BALANCE TO WS-SNAP-BALANCE
           IF WS-LATER-COUNT > 0
               MOVE MST-ACCOUNT-NO TO DLT-ACCOUNT-NO
               READ ACCT-DELTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT DLT-AMOUNT FROM WS-SNAP-BALANCE
                       IF DLT-TXN-COUNT < MST-TXN-COUNT
                           SUBTRACT DLT-TXN-COUNT FROM MST-TXN-COUNT
                       ELSE
                           MOVE 0 TO MST-TXN-COUNT
                       END-IF
                       PERFORM 2520-SET-MONTH-END-POSTED
               END-READ
           END-IF
           MOVE MASTER-RECORD TO SNAPSHOT-RECORD
           MOVE WS-SNAP-BALANCE TO SNP-BALANCE
           WRITE SNAPSHOT-RECORD
           ADD 1 TO WS-SNAP-COUNT
           ADD WS-SNAP-BALANCE TO WS-SNAP-TOTAL.

       2520-SET-MONTH-END-POSTED SECTION.
           MOVE MST-ACCOUNT-NO TO LPD-ACCOUNT-NO
           READ LAST-POSTED-FILE
               INVALID KEY
                   MOVE 0 TO MST-LAST-POSTED-DATE
                   ADD 1 TO WS-NO-POSTED-DATE-COUNT
               NOT INVALID KEY
                   MOVE LPD-POSTED-DATE TO MST-LAST-POSTED-DATE
           END-READ.

       3000-REOPEN-PERIOD SECTION.
           IF NOT WS-PERIOD-CLOSED
               DISPLAY "TRANPCLS: PERIOD " WS-ARG-PERIOD-X
                   " IS NOT CLOSED - NOTHING TO REOPEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LATER-CLOSED-PERIOD > 0
               DISPLAY "TRANPCLS: LATER PERIOD " WS-LATER-CLOSED-PERIOD
                   " IS STILL CLOSED - REOPEN IT FIRST - REOPEN "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-CTL-RECORD
           MOVE WS-ARG-PERIOD-N TO PER-PERIOD
           SET PER-REOPENED TO TRUE
           MOVE 0 TO PER-SNAP-DATE
           MOVE 0 TO PER-SNAP-COUNT
           MOVE 0 TO PER-SNAP-TOTAL
           PERFORM 4000-RECORD-PERIOD-ENTRY
           PERFORM 6000-REPORT-REOPEN
           DISPLAY "TRANPCLS: PERIOD " WS-ARG-PERIOD-X " REOPENED BY "
               WS-ARG-AUTHORIZER " - " WS-ARG-REASON.

       4000-RECORD-PERIOD-ENTRY SECTION.
           MOVE WS-NOW-TIMESTAMP (1:14) TO PER-ACTION-TS
           MOVE WS-ARG-AUTHORIZER TO PER-AUTHORIZER
           MOVE WS-ARG-REASON TO PER-REASON
           OPEN EXTEND PERIOD-CTL-FILE
           IF WS-PER-FILE-STATUS = "35"
               OPEN OUTPUT PERIOD-CTL-FILE
           END-IF
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: UNABLE TO OPEN PERIODCTL.DAT - "
                   "STATUS " WS-PER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE PERIOD-CTL-RECORD
           CLOSE PERIOD-CTL-FILE.

       4100-OPEN-REPORT SECTION.
      * The report is kept as a running record across closes.
           OPEN EXTEND PCLS-RPT-OUT
           IF WS-RPT-FILE-STATUS = "35"
               OPEN OUTPUT PCLS-RPT-OUT
           END-IF
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "TRANPCLS: UNABLE TO OPEN PERDRPT.DAT - STATUS "
                   WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-NOW-TIMESTAMP (1:14) TO WS-RPT-TIMESTAMP
               MOVE WS-RPT-HEADING-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-ARG-PERIOD-N TO WS-RPT-PERIOD
               MOVE WS-ARG-AUTHORIZER TO WS-RPT-AUTHORIZER
               MOVE WS-RPT-ACTION-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-ARG-REASON TO WS-RPT-REASON
               MOVE WS-RPT-REASON-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       5000-REPORT-CLOSE SECTION.
           MOVE "CLOSED" TO WS-RPT-ACTION
           PERFORM 4100-OPEN-REPORT
           IF WS-RPT-FILE-STATUS = "00"
               MOVE WS-SNAP-NAME TO WS-RPT-SNAP-NAME
               MOVE WS-LAST-POSTING-DAY TO WS-RPT-SNAP-DATE
               MOVE WS-RPT-SNAP-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "ACCOUNTS IN SNAPSHOT:" TO WS-RPT-COUNT-LABEL
               MOVE WS-SNAP-COUNT TO WS-RPT-COUNT
               MOVE WS-RPT-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PERIOD-END BALANCE TOTAL:" TO WS-RPT-AMOUNT-LABEL
               MOVE WS-SNAP-TOTAL TO WS-RPT-AMOUNT
               MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF WS-LATER-COUNT > 0
                   MOVE "LATER DATES BACKED OUT:" TO WS-RPT-COUNT-LABEL
                   MOVE WS-LATER-COUNT TO WS-RPT-COUNT
                   MOVE WS-RPT-COUNT-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE "LATER MOVEMENT BACKED OUT:"
                       TO WS-RPT-AMOUNT-LABEL
                   MOVE WS-LATER-NET-TOTAL TO WS-RPT-AMOUNT
                   MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               IF WS-NO-POSTED-DATE-COUNT > 0
                   MOVE "NO POSTING DATE ON ARCHIVE:"
                       TO WS-RPT-COUNT-LABEL
                   MOVE WS-NO-POSTED-DATE-COUNT TO WS-RPT-COUNT
                   MOVE WS-RPT-COUNT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               IF WS-OPENED-LATER-COUNT > 0
                   MOVE "OPENED AFTER PERIOD - OMITTED:"
                       TO WS-RPT-COUNT-LABEL
                   MOVE WS-OPENED-LATER-COUNT TO WS-RPT-COUNT
                   MOVE WS-RPT-COUNT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               CLOSE PCLS-RPT-OUT
           END-IF.

       6000-REPORT-REOPEN SECTION.
           MOVE "REOPENED" TO WS-RPT-ACTION
           PERFORM 4100-OPEN-REPORT
           IF WS-RPT-FILE-STATUS = "00"
               MOVE WS-RPT-REOPEN-NOTE TO RPT-LINE
               WRITE RPT-LINE
               CLOSE PCLS-RPT-OUT
           END-IF.

       9000-TERMINATE SECTION.
           IF WS-PERIOD-REOPENED AND WS-CLOSE-REQUESTED
               DISPLAY "TRANPCLS: " WS-ARG-PERIOD-X " WAS REOPENED - "
                   "SNAPSHOT RETAKEN WITH THE RERUN ACTIVITY"
           END-IF.

       END PROGRAM TRANPCLS.
