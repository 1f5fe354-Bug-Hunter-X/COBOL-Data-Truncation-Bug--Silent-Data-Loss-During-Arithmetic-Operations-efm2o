      ******************************************************************
      * TRANACRL - Month-end interest and service-fee accrual batch.
      * Run on the last posting day of the month, after that day's
      * posting run, it works out each open account's interest and
      * monthly maintenance fee from its balance on ACCTMST.DAT and
      * writes them as a TRANREC batch with its own trailer on
      * TRANACR.DAT, for TRANACC to post in the next cycle.  The
      * rates and fees come from the parameter file ACRLPARM.DAT:
      * interest tiers and fee tiers, each keyed by account code
      * (spaces for the schedule that applies to codes without one
      * of their own), by balance floor, and by the income or
      * expense account the accrual is offset to.  A code with a
      * single fee tier is charged a flat fee; with several, the
      * tier whose floor the balance has reached sets the fee.
      * Interest is paid on positive balances only, at the annual
      * rate of the balance's tier for the days in the month over
      * a 365-day year, and posts to the account against the
      * interest expense account.  A fee posts against the account
      * and to the fee income account.  Every code named on the
      * parameter file must be on ACCTREF.DAT, and every offset
      * account must be open on the master - TRANACC would reject
      * the whole batch otherwise - so a schedule that fails either
      * test generates nothing.  The income and expense accounts
      * themselves accrue nothing.  A proof report by account and
      * by rate tier goes to ACRLRPT.DAT for finance sign-off
      * before the batch posts.  On any other day of the month the
      * step does nothing and leaves the last batch as it stands.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANACRL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT ACRL-PARM-FILE ASSIGN TO "ACRLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACP-FILE-STATUS.

           SELECT ACCT-REF-FILE ASSIGN TO "ACCTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTREF-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NO
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT ACCRUAL-FILE-OUT ASSIGN TO "TRANACR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-FILE-STATUS.

           SELECT PROOF-RPT-OUT ASSIGN TO "ACRLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  RUNCTL-LINE.
           05  RUNCTL-BUSINESS-DATE    PIC 9(8).
           05  RUNCTL-RUN-MODE         PIC X.

       FD  CALENDAR-FILE
           RECORD CONTAINS 39 CHARACTERS.
       COPY CALREC.

       FD  ACRL-PARM-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  ACP-RECORD.
           05  ACP-RECORD-TYPE         PIC X.
               88  ACP-INTEREST-TIER          VALUE "I".
               88  ACP-FEE-TIER               VALUE "F".
           05  ACP-ACCT-CODE           PIC X(4).
           05  ACP-TIER-NAME           PIC X(12).
           05  ACP-TIER-FLOOR          PIC 9(11)V99.
           05  ACP-ANNUAL-RATE         PIC 9(3)V9(6).
           05  ACP-FLAT-FEE            PIC 9(5)V99.
           05  ACP-OFFSET-ACCT         PIC X(10).

       FD  ACCT-REF-FILE
           RECORD CONTAINS 51 CHARACTERS.
       COPY ACCTCODE.

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  ACCRUAL-FILE-OUT
           RECORD CONTAINS 59 CHARACTERS.
       COPY TRANREC.

       FD  PROOF-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-CAL-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-CAL-EOF-SW           PIC X VALUE "N".
               88  WS-CAL-EOF                  VALUE "Y".
           05  WS-ACP-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-ACP-EOF-SW           PIC X VALUE "N".
               88  WS-ACP-EOF                  VALUE "Y".
           05  WS-ACCTREF-FILE-STATUS  PIC X(2) VALUE SPACES.
           05  WS-REF-EOF-SW           PIC X VALUE "N".
               88  WS-REF-EOF                  VALUE "Y".
           05  WS-MST-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MST-EOF-SW           PIC X VALUE "N".
               88  WS-MST-EOF                  VALUE "Y".
           05  WS-ACR-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05  WS-BUS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
               10  WS-BUS-YYYY         PIC 9(4).
               10  WS-BUS-MM           PIC 9(2).
               10  WS-BUS-DD           PIC 9(2).
           05  WS-BUS-YYYYMM-X         PIC X(6) VALUE SPACES.
           05  WS-CAL-DATE-FOUND-SW    PIC X VALUE "N".
               88  WS-CAL-DATE-FOUND          VALUE "Y".
           05  WS-LATER-POSTING-SW     PIC X VALUE "N".
               88  WS-LATER-POSTING-DAY       VALUE "Y".
           05  WS-MONTH-START          PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-START     PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
               10  WS-NEXT-YYYY        PIC 9(4).
               10  WS-NEXT-MM          PIC 9(2).
               10  WS-NEXT-DD          PIC 9(2).
           05  WS-DAYS-IN-MONTH        PIC 9(3) VALUE 0.

      * The rate and fee schedule, loaded whole from ACRLPARM.DAT.
      * Each tier carries its own count and total for the proof.
       01  WS-TIER-TABLE.
           05  WS-TIER-COUNT           PIC 9(3) VALUE 0.
           05  WS-TIER-ENTRY OCCURS 100 TIMES INDEXED BY WS-TIER-IDX.
               10  WS-TIER-TYPE        PIC X.
               10  WS-TIER-CODE        PIC X(4).
               10  WS-TIER-NAME        PIC X(12).
               10  WS-TIER-FLOOR       PIC 9(11)V99.
               10  WS-TIER-RATE        PIC 9(3)V9(6).
               10  WS-TIER-FEE         PIC 9(5)V99.
               10  WS-TIER-OFFSET      PIC X(10).
               10  WS-TIER-ITEMS       PIC 9(7).
               10  WS-TIER-TOTAL       PIC S9(13)V99 COMP-3.

       01  WS-REF-TABLE.
           05  WS-REF-COUNT            PIC 9(3) VALUE 0.
           05  WS-REF-FOUND-SW         PIC X VALUE "N".
               88  WS-REF-FOUND                VALUE "Y".
           05  WS-REF-ENTRY OCCURS 200 TIMES INDEXED BY WS-REF-IDX.
               10  WS-REF-CODE         PIC X(4).

       01  WS-ACCRUAL-FIELDS.
           05  WS-SCHEDULE-BAD-SW      PIC X VALUE "N".
               88  WS-SCHEDULE-BAD             VALUE "Y".
           05  WS-LOOKUP-TYPE          PIC X VALUE SPACE.
           05  WS-LOOKUP-CODE          PIC X(4) VALUE SPACES.
           05  WS-CODE-HAS-TIERS-SW    PIC X VALUE "N".
               88  WS-CODE-HAS-TIERS           VALUE "Y".
           05  WS-TIER-FOUND-SW        PIC X VALUE "N".
               88  WS-TIER-FOUND               VALUE "Y".
           05  WS-FOUND-TIER           PIC 9(3) VALUE 0.
           05  WS-LOWEST-TIER          PIC 9(3) VALUE 0.
           05  WS-OFFSET-ACCT-SW       PIC X VALUE "N".
               88  WS-IS-OFFSET-ACCT           VALUE "Y".
           05  WS-ACCRUAL-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ACCRUAL-TYPE         PIC X(3) VALUE SPACES.
           05  WS-REF-PREFIX           PIC X VALUE SPACE.
           05  WS-ITEM-SEQ             PIC 9(5) VALUE 0.
           05  WS-ITEM-REFERENCE       PIC X(12) VALUE SPACES.

       01  WS-ACCRUAL-COUNTS.
           05  WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-SKIPPED     PIC 9(7) VALUE 0.
           05  WS-INTEREST-COUNT       PIC 9(7) VALUE 0.
           05  WS-INTEREST-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-FEE-COUNT            PIC 9(7) VALUE 0.
           05  WS-FEE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-OVERSIZE-COUNT       PIC 9(7) VALUE 0.
           05  WS-BATCH-COUNT          PIC 9(7) VALUE 0.
           05  WS-BATCH-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING-1        PIC X(80) VALUE
               "MONTH-END INTEREST AND FEE ACCRUAL PROOF".
           05  WS-RPT-HEADING-2.
               10  FILLER              PIC X(26) VALUE
                   "ACCRUED AT BUSINESS DATE: ".
               10  WS-RPT-BUS-DATE     PIC 9(8).
               10  FILLER              PIC X(8) VALUE "  DAYS: ".
               10  WS-RPT-DAYS         PIC ZZ9.
           05  WS-RPT-ACCT-HEADING     PIC X(80) VALUE
               "BY ACCOUNT:".
           05  WS-RPT-ACCT-COLUMNS     PIC X(80) VALUE
               "  ACCOUNT    CODE TYP TIER                   BALANCE
      -        "      AMOUNT REFERENCE".
           05  WS-RPT-ACCT-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-ACCOUNT-NO   PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-ACCT-CODE    PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TYPE         PIC X(3).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TIER-NAME    PIC X(12).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-BALANCE      PIC --,---,---,--9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-AMOUNT       PIC --,---,--9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-REFERENCE    PIC X(12).
           05  WS-RPT-TIER-HEADING     PIC X(80) VALUE
               "BY RATE TIER:".
           05  WS-RPT-TIER-COLUMNS     PIC X(80) VALUE
               "  TYP CODE TIER          RATE/FEE   ITEMS
      -        "         TOTAL".
           05  WS-RPT-TIER-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-TIER-TYPE    PIC X(3).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TIER-CODE    PIC X(4).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TIER-DESC    PIC X(12).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TIER-PARM    PIC ZZ,ZZ9.999999.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TIER-ITEMS   PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TIER-TOTAL   PIC --,---,---,--9.99.
           05  WS-RPT-TOTAL-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-TOTAL-LABEL  PIC X(24).
               10  WS-RPT-TOTAL-ITEMS  PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TOTAL-AMOUNT PIC --,---,---,---,--9.99.
           05  WS-RPT-READY-NOTE       PIC X(80) VALUE
               "TRANACR.DAT POSTS IN THE NEXT CYCLE ONCE THIS PROOF IS
      -        " SIGNED OFF".

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-ACCOUNT UNTIL WS-MST-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
           PERFORM 1100-GET-BUSINESS-DATE
           PERFORM 1200-CHECK-MONTH-END
           PERFORM 1300-LOAD-ACCT-REFERENCE
           PERFORM 1400-LOAD-SCHEDULE
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "TRANACRL: UNABLE TO OPEN ACCTMST.DAT - STATUS "
                   WS-MST-FILE-STATUS " - NO ACCRUALS GENERATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-CHECK-OFFSET-ACCOUNTS
           IF WS-SCHEDULE-BAD
               DISPLAY "TRANACRL: RATE/FEE SCHEDULE FAILED "
                   "VALIDATION - NO ACCRUALS GENERATED"
               CLOSE ACCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCRUAL-FILE-OUT
           IF WS-ACR-FILE-STATUS NOT = "00"
               DISPLAY "TRANACRL: UNABLE TO OPEN TRANACR.DAT - STATUS "
                   WS-ACR-FILE-STATUS
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROOF-RPT-OUT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "TRANACRL: UNABLE TO OPEN ACRLRPT.DAT - STATUS "
                   WS-RPT-FILE-STATUS
               CLOSE ACCT-MASTER-FILE
               CLOSE ACCRUAL-FILE-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1600-WRITE-REPORT-HEADING
      * The master is walked from the top in key order.
           MOVE LOW-VALUES TO MST-ACCOUNT-NO
           START ACCT-MASTER-FILE KEY NOT LESS THAN MST-ACCOUNT-NO
               INVALID KEY
                   SET WS-MST-EOF TO TRUE
           END-START.

       1100-GET-BUSINESS-DATE SECTION.
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
               DISPLAY "TRANACRL: NO BUSINESS DATE ON RUNCTL.DAT - "
                   "ACCRUALS NOT GENERATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE (1:6) TO WS-BUS-YYYYMM-X
           COMPUTE WS-MONTH-START = WS-BUS-YYYY * 10000
               + WS-BUS-MM * 100 + 1
           IF WS-BUS-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-BUS-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-BUS-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-BUS-MM + 1
           END-IF
           MOVE 1 TO WS-NEXT-DD
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
               - FUNCTION INTEGER-OF-DATE (WS-MONTH-START).

       1200-CHECK-MONTH-END SECTION.
      * Month-end is the last posting day of the month on the
      * processing calendar - not the last calendar day, which may
      * fall on a weekend or holiday.  Without the calendar the
      * question cannot be answered, so nothing is generated.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "TRANACRL: CALENDAR.DAT NOT AVAILABLE - STATUS "
                   WS-CAL-FILE-STATUS " - ACCRUALS NOT GENERATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-POSTING-DAY
                           IF CAL-DATE = WS-BUSINESS-DATE
                               SET WS-CAL-DATE-FOUND TO TRUE
                           END-IF
                           IF CAL-DATE > WS-BUSINESS-DATE
                               AND CAL-DATE < WS-NEXT-MONTH-START
                               SET WS-LATER-POSTING-DAY TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           EVALUATE TRUE
               WHEN NOT WS-CAL-DATE-FOUND
                   DISPLAY "TRANACRL: " WS-BUSINESS-DATE " IS NOT A "
                       "POSTING DAY ON THE PROCESSING CALENDAR - "
                       "ACCRUALS NOT GENERATED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-LATER-POSTING-DAY
                   DISPLAY "TRANACRL: " WS-BUSINESS-DATE " IS NOT THE "
                       "LAST POSTING DAY OF THE MONTH - NOTHING TO "
                       "ACCRUE"
                   STOP RUN
           END-EVALUATE
           DISPLAY "TRANACRL: MONTH-END ACCRUAL FOR "
               WS-BUSINESS-DATE " - " WS-DAYS-IN-MONTH
               " DAYS IN THE MONTH".

       1300-LOAD-ACCT-REFERENCE SECTION.
           OPEN INPUT ACCT-REF-FILE
           IF WS-ACCTREF-FILE-STATUS NOT = "00"
               DISPLAY "TRANACRL: ACCTREF.DAT NOT AVAILABLE - STATUS "
                   WS-ACCTREF-FILE-STATUS
                   " - SCHEDULE CODES CANNOT BE VALIDATED"
               SET WS-SCHEDULE-BAD TO TRUE
           ELSE
               PERFORM UNTIL WS-REF-EOF
                   READ ACCT-REF-FILE
                       AT END
                           SET WS-REF-EOF TO TRUE
                       NOT AT END
                           IF WS-REF-COUNT < 200
                               ADD 1 TO WS-REF-COUNT
                               SET WS-REF-IDX TO WS-REF-COUNT
                               MOVE ACD-CODE TO
                                   WS-REF-CODE (WS-REF-IDX)
                           ELSE
                               DISPLAY "TRANACRL: ACCOUNT REFERENCE "
                                   "TABLE FULL - " ACD-CODE " DROPPED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-REF-FILE
           END-IF.

       1400-LOAD-SCHEDULE SECTION.
      * A schedule line that does not read clean is not skipped:
      * a partial fee schedule would charge some accounts and not
      * others, so the whole run is refused instead.
           OPEN INPUT ACRL-PARM-FILE
           IF WS-ACP-FILE-STATUS NOT = "00"
               DISPLAY "TRANACRL: ACRLPARM.DAT NOT AVAILABLE - STATUS "
                   WS-ACP-FILE-STATUS " - ACCRUALS NOT GENERATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACP-EOF
               READ ACRL-PARM-FILE
                   AT END
                       SET WS-ACP-EOF TO TRUE
                   NOT AT END
                       PERFORM 1410-TABLE-SCHEDULE-LINE
               END-READ
           END-PERFORM
           CLOSE ACRL-PARM-FILE
           DISPLAY "TRANACRL: LOADED " WS-TIER-COUNT
               " RATE/FEE TIERS FROM ACRLPARM.DAT".

       1410-TABLE-SCHEDULE-LINE SECTION.
           EVALUATE TRUE
               WHEN NOT ACP-INTEREST-TIER AND NOT ACP-FEE-TIER
                   DISPLAY "TRANACRL: SCHEDULE LINE TYPE "
                       ACP-RECORD-TYPE " NOT RECOGNIZED"
                   SET WS-SCHEDULE-BAD TO TRUE
               WHEN ACP-TIER-FLOOR NOT NUMERIC
                   OR ACP-ANNUAL-RATE NOT NUMERIC
                   OR ACP-FLAT-FEE NOT NUMERIC
                   DISPLAY "TRANACRL: SCHEDULE TIER " ACP-TIER-NAME
                       " CARRIES A NON-NUMERIC FLOOR, RATE OR FEE"
                   SET WS-SCHEDULE-BAD TO TRUE
               WHEN ACP-OFFSET-ACCT = SPACES
                   DISPLAY "TRANACRL: SCHEDULE TIER " ACP-TIER-NAME
                       " HAS NO INCOME/EXPENSE ACCOUNT"
                   SET WS-SCHEDULE-BAD TO TRUE
               WHEN WS-TIER-COUNT NOT < 100
                   DISPLAY "TRANACRL: RATE/FEE TIER TABLE FULL AT "
                       ACP-TIER-NAME
                   SET WS-SCHEDULE-BAD TO TRUE
               WHEN OTHER
                   IF ACP-ACCT-CODE NOT = SPACES
                       PERFORM 1420-CHECK-SCHEDULE-CODE
                   END-IF
                   ADD 1 TO WS-TIER-COUNT
                   SET WS-TIER-IDX TO WS-TIER-COUNT
                   MOVE ACP-RECORD-TYPE TO WS-TIER-TYPE (WS-TIER-IDX)
                   MOVE ACP-ACCT-CODE TO WS-TIER-CODE (WS-TIER-IDX)
                   MOVE ACP-TIER-NAME TO WS-TIER-NAME (WS-TIER-IDX)
                   MOVE ACP-TIER-FLOOR TO WS-TIER-FLOOR (WS-TIER-IDX)
                   MOVE ACP-ANNUAL-RATE TO WS-TIER-RATE (WS-TIER-IDX)
                   MOVE ACP-FLAT-FEE TO WS-TIER-FEE (WS-TIER-IDX)
                   MOVE ACP-OFFSET-ACCT TO WS-TIER-OFFSET (WS-TIER-IDX)
                   MOVE 0 TO WS-TIER-ITEMS (WS-TIER-IDX)
                   MOVE 0 TO WS-TIER-TOTAL (WS-TIER-IDX)
           END-EVALUATE.

       1420-CHECK-SCHEDULE-CODE SECTION.
           MOVE "N" TO WS-REF-FOUND-SW
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-CODE (WS-REF-IDX) = ACP-ACCT-CODE
                   SET WS-REF-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-REF-FOUND
               DISPLAY "TRANACRL: SCHEDULE TIER " ACP-TIER-NAME
                   " NAMES ACCOUNT CODE " ACP-ACCT-CODE
                   " NOT ON ACCTREF.DAT"
               SET WS-SCHEDULE-BAD TO TRUE
           END-IF.

       1500-CHECK-OFFSET-ACCOUNTS SECTION.
      * TRANACC rejects a posting whose offset account is not open,
      * so a schedule pointing at an unopened income or expense
      * account would produce a batch that rejects line by line.
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT
               MOVE WS-TIER-OFFSET (WS-TIER-IDX) TO MST-ACCOUNT-NO
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "TRANACRL: INCOME/EXPENSE ACCOUNT "
                           WS-TIER-OFFSET (WS-TIER-IDX)
                           " NOT ON THE ACCOUNT MASTER"
                       SET WS-SCHEDULE-BAD TO TRUE
                   NOT INVALID KEY
                       IF NOT MST-ACCT-OPEN
                           DISPLAY "TRANACRL: INCOME/EXPENSE ACCOUNT "
                               WS-TIER-OFFSET (WS-TIER-IDX)
                               " IS NOT OPEN"
                           SET WS-SCHEDULE-BAD TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       1600-WRITE-REPORT-HEADING SECTION.
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE
           MOVE WS-DAYS-IN-MONTH TO WS-RPT-DAYS
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-ACCT-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-ACCT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE.

       2000-ACCRUE-ACCOUNT SECTION.
           READ ACCT-MASTER-FILE NEXT
               AT END
                   SET WS-MST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM 2050-CHECK-OFFSET-ACCOUNT
                   IF NOT MST-ACCT-OPEN OR WS-IS-OFFSET-ACCT
                       ADD 1 TO WS-ACCOUNTS-SKIPPED
                   ELSE
                       PERFORM 2100-ACCRUE-INTEREST
                       PERFORM 2200-ACCRUE-FEE
                   END-IF
           END-READ.

       2050-CHECK-OFFSET-ACCOUNT SECTION.
           MOVE "N" TO WS-OFFSET-ACCT-SW
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-OFFSET (WS-TIER-IDX) = MST-ACCOUNT-NO
                   SET WS-IS-OFFSET-ACCT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2100-ACCRUE-INTEREST SECTION.
           IF MST-BALANCE > 0
               MOVE "I" TO WS-LOOKUP-TYPE
               PERFORM 3000-FIND-TIER
               IF WS-TIER-FOUND
                   SET WS-TIER-IDX TO WS-FOUND-TIER
                   COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                       MST-BALANCE * WS-TIER-RATE (WS-TIER-IDX) / 100
                       * WS-DAYS-IN-MONTH / 365
                   MOVE "INT" TO WS-ACCRUAL-TYPE
                   MOVE "I" TO WS-REF-PREFIX
                   PERFORM 4000-WRITE-ACCRUAL
               END-IF
           END-IF.

       2200-ACCRUE-FEE SECTION.
           MOVE "F" TO WS-LOOKUP-TYPE
           PERFORM 3000-FIND-TIER
           IF WS-TIER-FOUND
               SET WS-TIER-IDX TO WS-FOUND-TIER
      * A fee reduces the account's balance.
               COMPUTE WS-ACCRUAL-AMOUNT =
                   0 - WS-TIER-FEE (WS-TIER-IDX)
               MOVE "FEE" TO WS-ACCRUAL-TYPE
               MOVE "F" TO WS-REF-PREFIX
               PERFORM 4000-WRITE-ACCRUAL
           END-IF.

       3000-FIND-TIER SECTION.
      * The account's own code is searched first; only a code with
      * no tiers of this type at all falls back to the default
      * schedule carried under spaces.
           MOVE MST-ACCT-CODE TO WS-LOOKUP-CODE
           PERFORM 3100-SEARCH-TIERS
           IF NOT WS-CODE-HAS-TIERS AND MST-ACCT-CODE NOT = SPACES
               MOVE SPACES TO WS-LOOKUP-CODE
               PERFORM 3100-SEARCH-TIERS
           END-IF.

       3100-SEARCH-TIERS SECTION.
      * The tier is the one with the highest floor the balance has
      * reached; a balance under every floor falls in the lowest.
           MOVE "N" TO WS-CODE-HAS-TIERS-SW
           MOVE "N" TO WS-TIER-FOUND-SW
           MOVE 0 TO WS-FOUND-TIER
           MOVE 0 TO WS-LOWEST-TIER
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-TYPE (WS-TIER-IDX) = WS-LOOKUP-TYPE
                   AND WS-TIER-CODE (WS-TIER-IDX) = WS-LOOKUP-CODE
                   SET WS-CODE-HAS-TIERS TO TRUE
                   IF WS-LOWEST-TIER = 0
                       SET WS-LOWEST-TIER TO WS-TIER-IDX
                   ELSE
                       IF WS-TIER-FLOOR (WS-TIER-IDX) <
                           WS-TIER-FLOOR (WS-LOWEST-TIER)
                           SET WS-LOWEST-TIER TO WS-TIER-IDX
                       END-IF
                   END-IF
                   IF WS-TIER-FLOOR (WS-TIER-IDX) NOT > MST-BALANCE
                       IF WS-FOUND-TIER = 0
                           SET WS-FOUND-TIER TO WS-TIER-IDX
                       ELSE
                           IF WS-TIER-FLOOR (WS-TIER-IDX) >
                               WS-TIER-FLOOR (WS-FOUND-TIER)
                               SET WS-FOUND-TIER TO WS-TIER-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-TIER = 0
               MOVE WS-LOWEST-TIER TO WS-FOUND-TIER
           END-IF
           IF WS-FOUND-TIER > 0
               SET WS-TIER-FOUND TO TRUE
           END-IF.

       4000-WRITE-ACCRUAL SECTION.
      * An amount that rounds to nothing is not written - a zero
      * fee tier is how a fee is waived above a balance.  An amount
      * too large for the transaction record is listed for manual
      * handling rather than truncated.
           EVALUATE TRUE
               WHEN WS-ACCRUAL-AMOUNT = 0
                   CONTINUE
               WHEN WS-ACCRUAL-AMOUNT > 9999999.99
               WHEN WS-ACCRUAL-AMOUNT < -9999999.99
                   ADD 1 TO WS-OVERSIZE-COUNT
                   DISPLAY "TRANACRL: " WS-ACCRUAL-TYPE " FOR ACCOUNT "
                       MST-ACCOUNT-NO " EXCEEDS THE TRANSACTION "
                       "AMOUNT FIELD - NOT GENERATED - KEY BY HAND"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ITEM-SEQ
                   MOVE SPACES TO WS-ITEM-REFERENCE
                   STRING WS-REF-PREFIX WS-BUS-YYYYMM-X WS-ITEM-SEQ
                       DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                   MOVE SPACES TO TRAN-RECORD
                   MOVE "D" TO TRAN-RECORD-TYPE
                   MOVE MST-ACCOUNT-NO TO TRAN-ACCOUNT-NO
                   MOVE WS-ITEM-REFERENCE TO TRAN-REFERENCE-NO
                   MOVE WS-ACCRUAL-AMOUNT TO TRAN-AMOUNT
                   MOVE MST-ACCT-CODE TO TRAN-ACCT-CODE
                   MOVE SPACES TO TRAN-CURRENCY-CODE
                   MOVE WS-TIER-OFFSET (WS-TIER-IDX)
                       TO TRAN-OFFSET-ACCT
                   MOVE WS-BUSINESS-DATE TO TRAN-EFFECTIVE-DATE
                   WRITE TRAN-RECORD
                   ADD 1 TO WS-BATCH-COUNT
                   ADD WS-ACCRUAL-AMOUNT TO WS-BATCH-TOTAL
                   ADD 1 TO WS-TIER-ITEMS (WS-TIER-IDX)
                   ADD WS-ACCRUAL-AMOUNT TO WS-TIER-TOTAL (WS-TIER-IDX)
                   IF WS-REF-PREFIX = "I"
                       ADD 1 TO WS-INTEREST-COUNT
                       ADD WS-ACCRUAL-AMOUNT TO WS-INTEREST-TOTAL
                   ELSE
                       ADD 1 TO WS-FEE-COUNT
                       ADD WS-ACCRUAL-AMOUNT TO WS-FEE-TOTAL
                   END-IF
                   MOVE MST-ACCOUNT-NO TO WS-RPT-ACCOUNT-NO
                   MOVE MST-ACCT-CODE TO WS-RPT-ACCT-CODE
                   MOVE WS-ACCRUAL-TYPE TO WS-RPT-TYPE
                   MOVE WS-TIER-NAME (WS-TIER-IDX) TO WS-RPT-TIER-NAME
                   MOVE MST-BALANCE TO WS-RPT-BALANCE
                   MOVE WS-ACCRUAL-AMOUNT TO WS-RPT-AMOUNT
                   MOVE WS-ITEM-REFERENCE TO WS-RPT-REFERENCE
                   MOVE WS-RPT-ACCT-LINE TO RPT-LINE
                   WRITE RPT-LINE
           END-EVALUATE.

       9000-TERMINATE SECTION.
           CLOSE ACCT-MASTER-FILE
           IF WS-BATCH-COUNT > 0
               MOVE SPACES TO TRAN-RECORD
               MOVE "T" TO TRAN-RECORD-TYPE
               MOVE WS-BATCH-COUNT TO TRAN-BATCH-COUNT
               MOVE WS-BATCH-TOTAL TO TRAN-BATCH-TOTAL
               WRITE TRAN-RECORD
           END-IF
           CLOSE ACCRUAL-FILE-OUT
           PERFORM 9100-WRITE-TIER-SUMMARY
           CLOSE PROOF-RPT-OUT
           DISPLAY "TRANACRL: " WS-INTEREST-COUNT " INTEREST AND "
               WS-FEE-COUNT " FEE ITEM(S) WRITTEN TO TRANACR.DAT - "
               WS-ACCOUNTS-SKIPPED " ACCOUNT(S) NOT ACCRUED".

       9100-WRITE-TIER-SUMMARY SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-TIER-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-TIER-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-TYPE (WS-TIER-IDX) = "I"
                   MOVE "INT" TO WS-RPT-TIER-TYPE
                   MOVE WS-TIER-RATE (WS-TIER-IDX) TO WS-RPT-TIER-PARM
               ELSE
                   MOVE "FEE" TO WS-RPT-TIER-TYPE
                   MOVE WS-TIER-FEE (WS-TIER-IDX) TO WS-RPT-TIER-PARM
               END-IF
               MOVE WS-TIER-CODE (WS-TIER-IDX) TO WS-RPT-TIER-CODE
               MOVE WS-TIER-NAME (WS-TIER-IDX) TO WS-RPT-TIER-DESC
               MOVE WS-TIER-ITEMS (WS-TIER-IDX) TO WS-RPT-TIER-ITEMS
               MOVE WS-TIER-TOTAL (WS-TIER-IDX) TO WS-RPT-TIER-TOTAL
               MOVE WS-RPT-TIER-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "INTEREST ITEMS:" TO WS-RPT-TOTAL-LABEL
           MOVE WS-INTEREST-COUNT TO WS-RPT-TOTAL-ITEMS
           MOVE WS-INTEREST-TOTAL TO WS-RPT-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "FEE ITEMS:" TO WS-RPT-TOTAL-LABEL
           MOVE WS-FEE-COUNT TO WS-RPT-TOTAL-ITEMS
           MOVE WS-FEE-TOTAL TO WS-RPT-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BATCH TRAILER:" TO WS-RPT-TOTAL-LABEL
           MOVE WS-BATCH-COUNT TO WS-RPT-TOTAL-ITEMS
           MOVE WS-BATCH-TOTAL TO WS-RPT-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-OVERSIZE-COUNT > 0
               MOVE "NOT GENERATED - OVERSIZE:" TO WS-RPT-TOTAL-LABEL
               MOVE WS-OVERSIZE-COUNT TO WS-RPT-TOTAL-ITEMS
               MOVE 0 TO WS-RPT-TOTAL-AMOUNT
               MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-READY-NOTE TO RPT-LINE
           WRITE RPT-LINE.

       END PROGRAM TRANACRL.
