      * after the statement month is tied to MST-BALANCE, and a
      * balance that does not tie is flagged on the statement.
      * The run-history index supplies the list of generation dates.
      * For a month closed on the period-control journal, each
      * closing balance is also tied to the official period-end
      * figure on the month's snapshot ACCTMST.PE.yyyymm.DAT.
      * On a run for all accounts, the statements that go out are
      * also cut to the print-vendor extract STMTEXT.DAT, addressed
      * from the account-holder file ACCTHLDR.DAT, between a header
      * and a trailer carrying the counts and a hash total of the
      * closing balances.  An account is left off the extract when
      * its holder suppresses statements, when the month is not in
      * its statement cycle (quarterly accounts get March, June,
      * September and December, annual ones December) or when it
      * had no activity in the month and ends it at zero.  An
      * account with a statement due but no usable address for its
      * delivery preference - no holder record, an incomplete postal
      * address, mail returned, or no e-mail address for electronic
      * delivery - is listed on the exceptions report STMTEXC.DAT
      * instead, as is one whose balances do not tie, which the
      * customer must not see first, or whose month is closed with
      * no snapshot on hand to tie to.
      * A run for one account prints its statement only and leaves
      * the extract and the exceptions report as they stand.
      * Invoked as:
      *     TRANSTMT <account-no> <yyyymm>
      *     TRANSTMT ALL <yyyymm>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDGEN-FILE-STATUS.

           SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT STMT-RPT-OUT ASSIGN TO "STMTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-ACCOUNT-NO
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT STMT-EXTRACT-OUT ASSIGN TO "STMTEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SXT-FILE-STATUS.

           SELECT STMT-EXC-OUT ASSIGN TO "STMTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
       COPY RUNSUMM.

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 129 CHARACTERS.
       COPY AUDITREC.

       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY PERDCTL.

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  SNAPSHOT-RECORD.
           05  SNP-ACCOUNT-NO          PIC X(10).
           05  SNP-BALANCE             PIC S9(13)V99.
           05  SNP-MASTER-DATA         PIC X(76).

       FD  STMT-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-LINE                   PIC X(80).

       FD  HOLDER-FILE
           RECORD CONTAINS 244 CHARACTERS.
       COPY ACCTHLDR.

       FD  STMT-EXTRACT-OUT
           RECORD CONTAINS 280 CHARACTERS.
       COPY STMTEXT.

       FD  STMT-EXC-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  EXC-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-HIST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-AUDGEN-EOF-SW        PIC X VALUE "N".
               88  WS-AUDGEN-EOF               VALUE "Y".
           05  WS-STMT-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-PER-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF                  VALUE "Y".
           05  WS-SNAP-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-SNAP-EOF-SW          PIC X VALUE "N".
               88  WS-SNAP-EOF                 VALUE "Y".
           05  WS-HLD-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-HLD-OPEN-SW          PIC X VALUE "N".
               88  WS-HLD-OPEN                 VALUE "Y".
           05  WS-HLD-FOUND-SW         PIC X VALUE "N".
               88  WS-HLD-FOUND                VALUE "Y".
           05  WS-SXT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-EXC-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-RUN-ARGS.
           05  WS-ARG-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-ARG-MONTH            PIC X(6) VALUE SPACES.
           05  WS-ARG-MONTH-N REDEFINES WS-ARG-MONTH
                                       PIC 9(6).
           05  WS-ARG-MONTH-PARTS REDEFINES WS-ARG-MONTH.
               10  WS-ARG-YEAR         PIC 9(4).
               10  WS-ARG-MM           PIC 9(2).

       01  WS-STMT-FIELDS.
           05  WS-MONTH-START          PIC 9(8) VALUE 0.
               88  WS-PHASE-OPENING           VALUE "O".
               88  WS-PHASE-DETAIL            VALUE "D".
               88  WS-PHASE-AFTER             VALUE "A".
               88  WS-PHASE-EXTRACT           VALUE "X".
           05  WS-COVERAGE-GAP-SW      PIC X VALUE "N".
               88  WS-COVERAGE-GAP            VALUE "Y".
           05  WS-LEG-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-LEG-SIDE             PIC X VALUE SPACE.
           05  WS-ENTRY-TYPE           PIC X(8) VALUE SPACES.
           05  WS-ACCT-TIES-SW         PIC X VALUE "Y".
               88  WS-ACCT-TIES               VALUE "Y".

      * Print-vendor extract.  The route decided for each account
      * is one of: cut to the extract, held as an exception, or
      * passed over as suppressed, off-cycle or without activity.
       01  WS-EXTRACT-FIELDS.
           05  WS-STMT-ROUTE           PIC X VALUE SPACE.
               88  WS-ROUTE-EXTRACT           VALUE "X".
               88  WS-ROUTE-EXCEPTION         VALUE "E".
               88  WS-ROUTE-SUPPRESSED        VALUE "S".
               88  WS-ROUTE-OFF-CYCLE         VALUE "O".
               88  WS-ROUTE-NO-ACTIVITY       VALUE "N".
           05  WS-EXC-REASON           PIC X(30) VALUE SPACES.
           05  WS-AT-SIGN-COUNT        PIC 9(3) VALUE 0.
           05  WS-SXT-TIMESTAMP        PIC X(21) VALUE SPACES.
           05  WS-SXT-STMT-COUNT       PIC 9(7) VALUE 0.
           05  WS-SXT-PAPER-COUNT      PIC 9(7) VALUE 0.
           05  WS-SXT-ELECTRONIC-COUNT PIC 9(7) VALUE 0.
           05  WS-SXT-DETAIL-COUNT     PIC 9(7) VALUE 0.
           05  WS-SXT-RECORD-COUNT     PIC 9(7) VALUE 0.
           05  WS-SXT-HASH-TOTAL       PIC 9(15)V99 COMP-3 VALUE 0.
           05  WS-SXT-UNSIGNED         PIC 9(13)V99 VALUE 0.
           05  WS-SUPPRESSED-COUNT     PIC 9(5) VALUE 0.
           05  WS-OFF-CYCLE-COUNT      PIC 9(5) VALUE 0.
           05  WS-NO-ACTIVITY-COUNT    PIC 9(5) VALUE 0.
           05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.

      * Official period-end figures, when the statement month is
      * closed.  The snapshot is in key order, as the master is
      * read, so it is matched forward account by account.
       01  WS-SNAPSHOT-FIELDS.
           05  WS-SNAP-NAME            PIC X(24) VALUE SPACES.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  WS-PERIOD-CLOSED           VALUE "C".
               88  WS-PERIOD-REOPENED         VALUE "R".
           05  WS-SNAP-ACTIVE-SW       PIC X VALUE "N".
               88  WS-SNAP-ACTIVE              VALUE "Y".
           05  WS-SNAP-MISSING-SW      PIC X VALUE "N".
               88  WS-SNAP-MISSING             VALUE "Y".
           05  WS-PERIOD-END-BALANCE   PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SNAP-FAIL-COUNT      PIC 9(5) VALUE 0.

      * Generation dates taken from the run-history index, in the
      * order the runs were archived, with rerun duplicates dropped.
           05  WS-STMT-TIE-FLAG        PIC X(80) VALUE
               "  *** CLOSING BALANCE DOES NOT TIE TO THE BALANCE MASTE
      -        "R - INVESTIGATE ***".
           05  WS-EXC-HEADING-1        PIC X(80) VALUE
               "STATEMENT EXCEPTIONS - NOT SENT TO THE PRINT VENDOR".
           05  WS-EXC-HEADING-2.
               10  FILLER              PIC X(17) VALUE
                   "STATEMENT MONTH: ".
               10  WS-EXC-HDR-MONTH    PIC X(6).
           05  WS-EXC-COLUMNS.
               10  FILLER              PIC X(43) VALUE
                   "  ACCOUNT    REASON".
               10  FILLER              PIC X(28) VALUE
                   "ENTRIES     CLOSING BALANCE".
           05  WS-EXC-DETAIL.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-EXC-ACCOUNT      PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-EXC-REASON-OUT   PIC X(30).
               10  WS-EXC-ENTRIES      PIC ZZZ,ZZ9.
               10  WS-EXC-BALANCE      PIC --,---,---,---,--9.99.
           05  WS-EXC-NONE             PIC X(80) VALUE
               "  NO EXCEPTIONS".
           05  WS-EXC-TOTAL-LINE.
               10  FILLER              PIC X(20) VALUE
                   "EXCEPTIONS LISTED: ".
               10  WS-EXC-TOTAL        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           COMPUTE WS-MONTH-START = (WS-ARG-MONTH-N * 100) + 1
           COMPUTE WS-MONTH-END = (WS-ARG-MONTH-N * 100) + 31
           PERFORM 1100-LOAD-GENERATION-DATES
           PERFORM 1200-FIND-PERIOD-SNAPSHOT
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "TRANSTMT: NO ACCOUNT MASTER ON HAND - "
           WRITE STMT-LINE
           MOVE WS-ARG-MONTH TO WS-STMT-HDR-MONTH
           MOVE WS-STMT-HEADING-2 TO STMT-LINE
           WRITE STMT-LINE
           IF WS-ALL-ACCOUNTS
               PERFORM 1300-OPEN-DELIVERY-FILES
           END-IF.

       1100-LOAD-GENERATION-DATES SECTION.
      * The history index is appended run by run, so the dates come
               END-IF
           END-IF.

       1200-FIND-PERIOD-SNAPSHOT SECTION.
      * Only a month whose latest journal entry is a close has
      * official figures; a reopened month's snapshot no longer
      * stands.
           OPEN INPUT PERIOD-CTL-FILE
           IF WS-PER-FILE-STATUS = "00"
               PERFORM UNTIL WS-PER-EOF
                   READ PERIOD-CTL-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-PERIOD = WS-ARG-MONTH-N
                               MOVE PER-ACTION TO WS-PERIOD-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-PERIOD-CLOSED
                   MOVE SPACES TO WS-SNAP-NAME
                   STRING "ACCTMST.PE." WS-ARG-MONTH ".DAT"
                       DELIMITED BY SIZE INTO WS-SNAP-NAME
                   OPEN INPUT SNAPSHOT-FILE
                   IF WS-SNAP-FILE-STATUS = "00"
                       SET WS-SNAP-ACTIVE TO TRUE
                       PERFORM 1250-READ-SNAPSHOT
                   ELSE
                       SET WS-SNAP-MISSING TO TRUE
                       DISPLAY "TRANSTMT: PERIOD " WS-ARG-MONTH
                           " IS CLOSED BUT " WS-SNAP-NAME
                           " IS NOT ON HAND - STATUS "
                           WS-SNAP-FILE-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-PERIOD-REOPENED
                   DISPLAY "TRANSTMT: PERIOD " WS-ARG-MONTH
                       " IS REOPENED - NO OFFICIAL PERIOD-END FIGURES"
           END-EVALUATE.

       1250-READ-SNAPSHOT SECTION.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-SNAP-EOF TO TRUE
           END-READ.

       1300-OPEN-DELIVERY-FILES SECTION.
      * Without the holder file nothing can be addressed: every
      * statement due lands on the exceptions report.
           OPEN INPUT HOLDER-FILE
           IF WS-HLD-FILE-STATUS = "00"
               SET WS-HLD-OPEN TO TRUE
           ELSE
               DISPLAY "TRANSTMT: ACCTHLDR.DAT NOT ON HAND - STATUS "
                   WS-HLD-FILE-STATUS " - NO STATEMENT CAN BE "
                   "ADDRESSED"
           END-IF
           OPEN OUTPUT STMT-EXTRACT-OUT
           IF WS-SXT-FILE-STATUS NOT = "00"
               DISPLAY "TRANSTMT: UNABLE TO OPEN STMTEXT.DAT - STATUS "
                   WS-SXT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STMT-EXC-OUT
           IF WS-EXC-FILE-STATUS NOT = "00"
               DISPLAY "TRANSTMT: UNABLE TO OPEN STMTEXC.DAT - STATUS "
                   WS-EXC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STMT-EXTRACT-RECORD
           SET SXT-HEADER-REC TO TRUE
           MOVE "STMTEXT " TO SXT-HDR-FILE-ID
           MOVE WS-ARG-MONTH-N TO SXT-HDR-STMT-MONTH
           MOVE FUNCTION CURRENT-DATE TO WS-SXT-TIMESTAMP
           MOVE WS-SXT-TIMESTAMP (1:14) TO SXT-HDR-CREATED
           WRITE STMT-EXTRACT-RECORD
           ADD 1 TO WS-SXT-RECORD-COUNT
           MOVE WS-EXC-HEADING-1 TO EXC-LINE
           WRITE EXC-LINE
           MOVE WS-ARG-MONTH TO WS-EXC-HDR-MONTH
           MOVE WS-EXC-HEADING-2 TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE WS-EXC-COLUMNS TO EXC-LINE
           WRITE EXC-LINE.

       2000-SCAN-MASTER SECTION.
           READ ACCT-MASTER-FILE NEXT
               AT END
      * the statement month builds the opening balance, the month
      * itself prints as statement lines, and everything after
      * carries the closing balance forward to tie against the
      * master as it stands today.  With a closed month's snapshot
      * missing no balance can be tied to the official figure, so
      * none is taken to tie.
           ADD 1 TO WS-STMT-COUNT
           MOVE 0 TO WS-OPENING-BALANCE
           MOVE 0 TO WS-AFTER-MONTH-NET
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE "N" TO WS-COVERAGE-GAP-SW
           SET WS-ACCT-TIES TO TRUE
           IF WS-SNAP-MISSING
               MOVE "N" TO WS-ACCT-TIES-SW
           END-IF
           SET WS-PHASE-OPENING TO TRUE
           PERFORM 4000-SCAN-GENERATIONS
           MOVE SPACES TO STMT-LINE
           MOVE SPACES TO WS-STMT-BAL-NOTE
           MOVE WS-STMT-BAL-LINE TO STMT-LINE
           WRITE STMT-LINE
           IF WS-SNAP-ACTIVE
               PERFORM 5100-TIE-TO-SNAPSHOT
           END-IF
           SET WS-PHASE-AFTER TO TRUE
           PERFORM 4000-SCAN-GENERATIONS
           PERFORM 5000-TIE-TO-MASTER
           IF WS-ALL-ACCOUNTS
               PERFORM 6000-ROUTE-STATEMENT
           END-IF.

       4000-SCAN-GENERATIONS SECTION.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                           PERFORM 4100-SCAN-ONE-GENERATION
                       END-IF
                   WHEN WS-PHASE-DETAIL
                   WHEN WS-PHASE-EXTRACT
                       IF WS-GEN-ENTRY (WS-GEN-SUB) NOT < WS-MONTH-START
                           AND WS-GEN-ENTRY (WS-GEN-SUB) NOT >
                               WS-MONTH-END
                   PERFORM 4300-WRITE-STATEMENT-LINE
               WHEN WS-PHASE-AFTER
                   ADD WS-LEG-AMOUNT TO WS-AFTER-MONTH-NET
               WHEN WS-PHASE-EXTRACT
                   ADD WS-LEG-AMOUNT TO WS-RUNNING-BALANCE
                   PERFORM 6400-WRITE-EXTRACT-DETAIL
           END-EVALUATE.

       4250-SET-ENTRY-TYPE SECTION.
           EVALUATE TRUE
               WHEN AUD-RECORD-TYPE = "S"
                   MOVE "SUSPENSE" TO WS-ENTRY-TYPE
               WHEN AUD-RECORD-TYPE = "C"
                   MOVE "SUSP-CLR" TO WS-ENTRY-TYPE
               WHEN AUD-RECORD-TYPE = "W"
                   MOVE "WRITEOFF" TO WS-ENTRY-TYPE
               WHEN WS-LEG-SIDE = "C" AND AUD-RECORD-TYPE = "R"
                   MOVE "CONTRA-R" TO WS-ENTRY-TYPE
               WHEN WS-LEG-SIDE = "C"
                   MOVE "CONTRA  " TO WS-ENTRY-TYPE
               WHEN AUD-RECORD-TYPE = "R"
                   MOVE "REVERSAL" TO WS-ENTRY-TYPE
               WHEN OTHER
                   MOVE "POSTING " TO WS-ENTRY-TYPE
           END-EVALUATE.

       4300-WRITE-STATEMENT-LINE SECTION.
           MOVE AUD-BUSINESS-DATE TO WS-STMT-DTL-DATE
           PERFORM 4250-SET-ENTRY-TYPE
           MOVE WS-ENTRY-TYPE TO WS-STMT-DTL-TYPE
           MOVE AUD-REFERENCE-NO TO WS-STMT-DTL-REF
           MOVE WS-LEG-AMOUNT TO WS-STMT-DTL-AMOUNT
           MOVE WS-RUNNING-BALANCE TO WS-STMT-DTL-BALANCE
               MOVE WS-STMT-TIE-FLAG TO STMT-LINE
               WRITE STMT-LINE
               ADD 1 TO WS-TIE-FAIL-COUNT
               MOVE "N" TO WS-ACCT-TIES-SW
               DISPLAY "TRANSTMT: ACCOUNT " WS-STMT-ACCOUNT
                   " CLOSING BALANCE DOES NOT TIE TO MASTER"
           END-IF.

       5100-TIE-TO-SNAPSHOT SECTION.
      * An account missing from the snapshot was opened after the
      * month and ended it with nothing.
           PERFORM 1250-READ-SNAPSHOT
               UNTIL WS-SNAP-EOF
                   OR SNP-ACCOUNT-NO NOT < WS-STMT-ACCOUNT
           MOVE 0 TO WS-PERIOD-END-BALANCE
           IF NOT WS-SNAP-EOF AND SNP-ACCOUNT-NO = WS-STMT-ACCOUNT
               MOVE SNP-BALANCE TO WS-PERIOD-END-BALANCE
           END-IF
           MOVE "PERIOD-END FIGURE " TO WS-STMT-BAL-LABEL
           MOVE WS-PERIOD-END-BALANCE TO WS-STMT-BAL-AMOUNT
           IF WS-PERIOD-END-BALANCE = WS-CLOSING-BALANCE
               MOVE "TIES TO STATEMENT" TO WS-STMT-BAL-NOTE
           ELSE
               MOVE "*** DOES NOT TIE ***" TO WS-STMT-BAL-NOTE
               ADD 1 TO WS-SNAP-FAIL-COUNT
               MOVE "N" TO WS-ACCT-TIES-SW
               DISPLAY "TRANSTMT: ACCOUNT " WS-STMT-ACCOUNT
                   " CLOSING BALANCE DOES NOT TIE TO THE PERIOD-END "
                   "SNAPSHOT"
           END-IF
           MOVE WS-STMT-BAL-LINE TO STMT-LINE
           WRITE STMT-LINE.

       6000-ROUTE-STATEMENT SECTION.
      * An account with nothing to tell the customer is passed over
      * before its holder is looked at; one that is due a statement
      * goes out only to an address its delivery preference can use.
           MOVE SPACES TO WS-EXC-REASON
           PERFORM 6100-FIND-HOLDER
           EVALUATE TRUE
               WHEN WS-ENTRY-COUNT = 0 AND WS-CLOSING-BALANCE = 0
                   SET WS-ROUTE-NO-ACTIVITY TO TRUE
               WHEN NOT WS-HLD-FOUND
                   SET WS-ROUTE-EXCEPTION TO TRUE
                   MOVE "NO ACCOUNT-HOLDER RECORD" TO WS-EXC-REASON
               WHEN HLD-DELIVER-SUPPRESS
                   SET WS-ROUTE-SUPPRESSED TO TRUE
               WHEN HLD-CYCLE-QUARTERLY
                   AND WS-ARG-MM NOT = 3 AND WS-ARG-MM NOT = 6
                   AND WS-ARG-MM NOT = 9 AND WS-ARG-MM NOT = 12
                   SET WS-ROUTE-OFF-CYCLE TO TRUE
               WHEN HLD-CYCLE-ANNUAL AND WS-ARG-MM NOT = 12
                   SET WS-ROUTE-OFF-CYCLE TO TRUE
               WHEN OTHER
                   PERFORM 6200-CHECK-ADDRESS
           END-EVALUATE
           IF WS-ROUTE-EXTRACT AND NOT WS-ACCT-TIES
               SET WS-ROUTE-EXCEPTION TO TRUE
               IF WS-SNAP-MISSING
                   MOVE "PERIOD-END SNAPSHOT MISSING" TO WS-EXC-REASON
               ELSE
                   MOVE "BALANCES DO NOT TIE - HELD" TO WS-EXC-REASON
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ROUTE-EXTRACT
                   PERFORM 6300-WRITE-EXTRACT-STATEMENT
               WHEN WS-ROUTE-EXCEPTION
                   PERFORM 6500-WRITE-EXCEPTION
               WHEN WS-ROUTE-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN WS-ROUTE-OFF-CYCLE
                   ADD 1 TO WS-OFF-CYCLE-COUNT
               WHEN WS-ROUTE-NO-ACTIVITY
                   ADD 1 TO WS-NO-ACTIVITY-COUNT
           END-EVALUATE.

       6100-FIND-HOLDER SECTION.
           MOVE "N" TO WS-HLD-FOUND-SW
           IF WS-HLD-OPEN
               MOVE WS-STMT-ACCOUNT TO HLD-ACCOUNT-NO
               READ HOLDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HLD-FOUND TO TRUE
               END-READ
           END-IF.

       6200-CHECK-ADDRESS SECTION.
           SET WS-ROUTE-EXCEPTION TO TRUE
           MOVE 0 TO WS-AT-SIGN-COUNT
           INSPECT HLD-EMAIL TALLYING WS-AT-SIGN-COUNT FOR ALL "@"
           EVALUATE TRUE
               WHEN HLD-NAME = SPACES
                   MOVE "NO ACCOUNT-HOLDER NAME" TO WS-EXC-REASON
               WHEN HLD-DELIVER-ELECTRONIC
                   IF WS-AT-SIGN-COUNT = 1
                       SET WS-ROUTE-EXTRACT TO TRUE
                   ELSE
                       MOVE "NO USABLE E-MAIL ADDRESS" TO WS-EXC-REASON
                   END-IF
               WHEN NOT HLD-DELIVER-PAPER
                   MOVE "UNKNOWN DELIVERY PREFERENCE" TO WS-EXC-REASON
               WHEN HLD-MAIL-RETURNED
                   MOVE "MAIL RETURNED UNDELIVERED" TO WS-EXC-REASON
               WHEN HLD-ADDRESS-1 = SPACES
                   OR HLD-CITY = SPACES
                   OR HLD-POSTAL-CODE = SPACES
                   MOVE "POSTAL ADDRESS INCOMPLETE" TO WS-EXC-REASON
               WHEN OTHER
                   SET WS-ROUTE-EXTRACT TO TRUE
           END-EVALUATE.

       6300-WRITE-EXTRACT-STATEMENT SECTION.
      * The entry lines are cut by a further pass over the month's
      * generations, run only for a statement that is going out.
           MOVE SPACES TO STMT-EXTRACT-RECORD
           SET SXT-STATEMENT-REC TO TRUE
           MOVE WS-STMT-ACCOUNT TO SXT-ACCOUNT-NO
           MOVE WS-ARG-MONTH-N TO SXT-STMT-MONTH
           MOVE HLD-DELIVERY-PREF TO SXT-DELIVERY-PREF
           MOVE HLD-NAME TO SXT-NAME
           IF HLD-DELIVER-PAPER
               MOVE HLD-ADDRESS-1 TO SXT-ADDRESS-1
               MOVE HLD-ADDRESS-2 TO SXT-ADDRESS-2
               MOVE HLD-CITY TO SXT-CITY
               MOVE HLD-REGION TO SXT-REGION
               MOVE HLD-POSTAL-CODE TO SXT-POSTAL-CODE
               MOVE HLD-COUNTRY TO SXT-COUNTRY
               ADD 1 TO WS-SXT-PAPER-COUNT
           ELSE
               MOVE HLD-EMAIL TO SXT-EMAIL
               ADD 1 TO WS-SXT-ELECTRONIC-COUNT
           END-IF
           IF WS-OPENING-BALANCE < 0
               MOVE "-" TO SXT-OPEN-SIGN
               COMPUTE SXT-OPENING-BALANCE = 0 - WS-OPENING-BALANCE
           ELSE
               MOVE "+" TO SXT-OPEN-SIGN
               MOVE WS-OPENING-BALANCE TO SXT-OPENING-BALANCE
           END-IF
           IF WS-CLOSING-BALANCE < 0
               MOVE "-" TO SXT-CLOSE-SIGN
               COMPUTE SXT-CLOSING-BALANCE = 0 - WS-CLOSING-BALANCE
           ELSE
               MOVE "+" TO SXT-CLOSE-SIGN
               MOVE WS-CLOSING-BALANCE TO SXT-CLOSING-BALANCE
           END-IF
           ADD SXT-CLOSING-BALANCE TO WS-SXT-HASH-TOTAL
           MOVE WS-ENTRY-COUNT TO SXT-ENTRY-COUNT
           WRITE STMT-EXTRACT-RECORD
           ADD 1 TO WS-SXT-RECORD-COUNT
           ADD 1 TO WS-SXT-STMT-COUNT
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           SET WS-PHASE-EXTRACT TO TRUE
           PERFORM 4000-SCAN-GENERATIONS.

       6400-WRITE-EXTRACT-DETAIL SECTION.
           MOVE SPACES TO STMT-EXTRACT-RECORD
           SET SXT-DETAIL-REC TO TRUE
           MOVE WS-STMT-ACCOUNT TO SXT-DTL-ACCOUNT-NO
           MOVE AUD-BUSINESS-DATE TO SXT-DTL-DATE
           PERFORM 4250-SET-ENTRY-TYPE
           MOVE WS-ENTRY-TYPE TO SXT-DTL-TYPE
           MOVE AUD-REFERENCE-NO TO SXT-DTL-REFERENCE
           IF WS-LEG-AMOUNT < 0
               MOVE "-" TO SXT-DTL-SIGN
               COMPUTE SXT-DTL-AMOUNT = 0 - WS-LEG-AMOUNT
           ELSE
               MOVE "+" TO SXT-DTL-SIGN
               MOVE WS-LEG-AMOUNT TO SXT-DTL-AMOUNT
           END-IF
           IF WS-RUNNING-BALANCE < 0
               MOVE "-" TO SXT-DTL-BAL-SIGN
               COMPUTE SXT-DTL-BALANCE = 0 - WS-RUNNING-BALANCE
           ELSE
               MOVE "+" TO SXT-DTL-BAL-SIGN
               MOVE WS-RUNNING-BALANCE TO SXT-DTL-BALANCE
           END-IF
           WRITE STMT-EXTRACT-RECORD
           ADD 1 TO WS-SXT-RECORD-COUNT
           ADD 1 TO WS-SXT-DETAIL-COUNT.

       6500-WRITE-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-STMT-ACCOUNT TO WS-EXC-ACCOUNT
           MOVE WS-EXC-REASON TO WS-EXC-REASON-OUT
           MOVE WS-ENTRY-COUNT TO WS-EXC-ENTRIES
           MOVE WS-CLOSING-BALANCE TO WS-EXC-BALANCE
           MOVE WS-EXC-DETAIL TO EXC-LINE
           WRITE EXC-LINE.

       6600-CLOSE-DELIVERY-FILES SECTION.
           MOVE SPACES TO STMT-EXTRACT-RECORD
           SET SXT-TRAILER-REC TO TRUE
           ADD 1 TO WS-SXT-RECORD-COUNT
           MOVE WS-SXT-STMT-COUNT TO SXT-TRL-STMT-COUNT
           MOVE WS-SXT-PAPER-COUNT TO SXT-TRL-PAPER-COUNT
           MOVE WS-SXT-ELECTRONIC-COUNT TO SXT-TRL-ELECTRONIC-COUNT
           MOVE WS-SXT-DETAIL-COUNT TO SXT-TRL-DETAIL-COUNT
           MOVE WS-SXT-RECORD-COUNT TO SXT-TRL-RECORD-COUNT
           MOVE WS-SXT-HASH-TOTAL TO SXT-TRL-HASH-TOTAL
           WRITE STMT-EXTRACT-RECORD
           CLOSE STMT-EXTRACT-OUT
           IF WS-EXCEPTION-COUNT = 0
               MOVE WS-EXC-NONE TO EXC-LINE
               WRITE EXC-LINE
           END-IF
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EXC-TOTAL
           MOVE WS-EXC-TOTAL-LINE TO EXC-LINE
           WRITE EXC-LINE
           CLOSE STMT-EXC-OUT
           IF WS-HLD-OPEN
               CLOSE HOLDER-FILE
           END-IF
           DISPLAY "TRANSTMT: " WS-SXT-STMT-COUNT " STATEMENT(S) "
               "ON STMTEXT.DAT - PAPER " WS-SXT-PAPER-COUNT
               " ELECTRONIC " WS-SXT-ELECTRONIC-COUNT
           DISPLAY "TRANSTMT: NOT SENT - SUPPRESSED "
               WS-SUPPRESSED-COUNT " OFF-CYCLE " WS-OFF-CYCLE-COUNT
               " NO ACTIVITY " WS-NO-ACTIVITY-COUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT.

       9000-TERMINATE SECTION.
           CLOSE ACCT-MASTER-FILE
           IF WS-SNAP-ACTIVE
               CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE STMT-RPT-OUT
           IF WS-ALL-ACCOUNTS
               PERFORM 6600-CLOSE-DELIVERY-FILES
           END-IF
           IF WS-STMT-COUNT = 0
               IF WS-ALL-ACCOUNTS
                   DISPLAY "TRANSTMT: ACCOUNT MASTER IS EMPTY"
                       " ACCOUNT(S) DID NOT TIE TO THE MASTER"
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-SNAP-FAIL-COUNT > 0
                   DISPLAY "TRANSTMT: " WS-SNAP-FAIL-COUNT
                       " ACCOUNT(S) DID NOT TIE TO THE PERIOD-END "
                       "SNAPSHOT"
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
                   DISPLAY "TRANSTMT: " WS-EXCEPTION-COUNT
                       " STATEMENT(S) HELD ON STMTEXC.DAT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM TRANSTMT.
