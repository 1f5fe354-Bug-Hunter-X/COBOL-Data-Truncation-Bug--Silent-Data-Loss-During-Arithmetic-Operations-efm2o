      ******************************************************************
      * ACCTRCVR - Balance-master forward recovery.
      * Rebuilds ACCTMST.DAT from a retained copy of the master
      * rolled forward through every archived audit generation
      * (TRANAUD.yyyymmdd.DAT, dates taken from the run-history
      * index) after the copy was taken.  The copy is one of:
      *   PRIOR - ACCTMST.PRIOR.DAT, kept by TRANACC before every
      *           run, one with no movement to post included; rolled
      *           forward from that day's generation,
      *           the last run on the index unless a date is given -
      *           a date must be given when that run was a
      *           back-dated rerun or resumed a partial run, since
      *           the copy then already holds later or part postings;
      *   SEQ   - ACCTMST.SEQ.DAT, kept by ACCTCONV; rolled forward
      *           from the date given;
      *   PE    - the period-end snapshot ACCTMST.PE.yyyymm.DAT of a
      *           month still closed; rolled forward from the first
      *           generation after the month.
      * Both legs of every archived entry are applied - the amount
      * added to the account and its negative to the offset account
      * - so reversals and suspense movements land exactly as they
      * did on the master.  The roll-forward is refused, with
      * nothing changed, across a gap: a generation on the index
      * that is not on hand, or a date on TRANPOST.DAT that was
      * posted after the start point but never archived.  Account
      * status, dates and code are kept from the master being
      * replaced where it still reads, since lifecycle changes do
      * not pass through the audit trail.  The master being
      * replaced is retained first on ACCTMST.PRERCV.DAT.
      * RCVRRPT.DAT compares every account before and after, then
      * ties the rebuilt master out against the whole archive the
      * way ACCTVRFY does.  Invoked as:
      *     ACCTRCVR PRIOR [<yyyymmdd>]
      *     ACCTRCVR SEQ <yyyymmdd>
      *     ACCTRCVR PE <yyyymm>
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT POSTED-DATE-FILE ASSIGN TO "TRANPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDAT-FILE-STATUS.

           SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT AUDIT-GEN-FILE ASSIGN USING WS-AUD-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDGEN-FILE-STATUS.

           SELECT ACCT-PRIOR-FILE ASSIGN TO "ACCTMST.PRIOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIM-ACCOUNT-NO
               FILE STATUS IS WS-PRIM-FILE-STATUS.

           SELECT SEQ-COPY-FILE ASSIGN TO "ACCTMST.SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NO
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT BEFORE-COPY-FILE ASSIGN TO "ACCTMST.PRERCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEF-FILE-STATUS.

           SELECT RCVR-WORK-FILE ASSIGN TO "RCVRWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCW-ACCOUNT-NO
               FILE STATUS IS WS-RCW-FILE-STATUS.

           SELECT TIE-WORK-FILE ASSIGN TO "RCVRTIE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-ACCOUNT-NO
               FILE STATUS IS WS-RCT-FILE-STATUS.

           SELECT RCVR-RPT-OUT ASSIGN TO "RCVRRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY RUNSUMM.

       FD  POSTED-DATE-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  POSTED-DATE-LINE            PIC 9(8).

       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY PERDCTL.

       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 129 CHARACTERS.
       COPY AUDITREC.

       FD  ACCT-PRIOR-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  PRIOR-MASTER-RECORD.
           05  PRIM-ACCOUNT-NO         PIC X(10).
           05  PRIM-MASTER-DATA        PIC X(91).

       FD  SEQ-COPY-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  SEQ-MASTER-LINE             PIC X(101).

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  SNAPSHOT-LINE               PIC X(101).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  BEFORE-COPY-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  BEFORE-MASTER-LINE          PIC X(101).

      * The account as it is being rebuilt, in master layout, with
      * the balances it started from and stood at before recovery.
       FD  RCVR-WORK-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  RCVR-WORK-RECORD.
           05  RCW-MASTER-IMAGE.
               10  RCW-ACCOUNT-NO      PIC X(10).
               10  RCW-BALANCE         PIC S9(13)V99.
               10  RCW-LAST-POSTED-DATE
                                       PIC 9(8).
               10  RCW-TXN-COUNT       PIC 9(9).
               10  RCW-ACCOUNT-STATUS  PIC X.
               10  RCW-OPEN-DATE       PIC 9(8).
               10  RCW-CLOSE-DATE      PIC 9(8).
               10  RCW-STATUS-DATE     PIC 9(8).
               10  RCW-STATUS-REASON   PIC X(30).
               10  RCW-ACCT-CODE       PIC X(4).
           05  RCW-START-BALANCE       PIC S9(13)V99.
           05  RCW-BEFORE-BALANCE      PIC S9(13)V99.
           05  RCW-LEG-COUNT           PIC 9(7).
           05  RCW-ORIGIN              PIC X.
               88  RCW-FROM-COPY              VALUE "C".
               88  RCW-FROM-AUDIT             VALUE "A".
               88  RCW-FROM-MASTER            VALUE "M".
           05  RCW-BEFORE-SW           PIC X.
               88  RCW-ON-BEFORE              VALUE "Y".

       FD  TIE-WORK-FILE
           RECORD CONTAINS 25 CHARACTERS.
       01  TIE-WORK-RECORD.
           05  RCT-ACCOUNT-NO          PIC X(10).
           05  RCT-EXPECTED-BALANCE    PIC S9(13)V99.

       FD  RCVR-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-HIST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-HIST-EOF-SW          PIC X VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-PDAT-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-PDAT-EOF-SW          PIC X VALUE "N".
               88  WS-PDAT-EOF                 VALUE "Y".
           05  WS-PER-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF                  VALUE "Y".
           05  WS-AUDGEN-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-AUDGEN-EOF-SW        PIC X VALUE "N".
               88  WS-AUDGEN-EOF               VALUE "Y".
           05  WS-PRIM-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-SEQ-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SNAP-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-COPY-EOF-SW          PIC X VALUE "N".
               88  WS-COPY-EOF                 VALUE "Y".
           05  WS-MST-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MST-EOF-SW           PIC X VALUE "N".
               88  WS-MST-EOF                  VALUE "Y".
           05  WS-MST-FOUND-SW         PIC X VALUE "N".
               88  WS-MST-FOUND                VALUE "Y".
           05  WS-BEF-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-RCW-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-RCW-EOF-SW           PIC X VALUE "N".
               88  WS-RCW-EOF                  VALUE "Y".
           05  WS-RCW-FOUND-SW         PIC X VALUE "N".
               88  WS-RCW-FOUND                VALUE "Y".
           05  WS-RCT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-RCT-EOF-SW           PIC X VALUE "N".
               88  WS-RCT-EOF                  VALUE "Y".
           05  WS-RCT-FOUND-SW         PIC X VALUE "N".
               88  WS-RCT-FOUND                VALUE "Y".
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-RUN-ARGS.
           05  WS-ARG-SOURCE           PIC X(8) VALUE SPACES.
               88  WS-FROM-PRIOR              VALUE "PRIOR".
               88  WS-FROM-SEQ                VALUE "SEQ".
               88  WS-FROM-PE                 VALUE "PE".
           05  WS-ARG-DATE             PIC X(8) VALUE SPACES.
           05  WS-ARG-DATE-N REDEFINES WS-ARG-DATE
                                       PIC 9(8).
           05  WS-ARG-PERIOD-PARTS REDEFINES WS-ARG-DATE.
               10  WS-ARG-PERIOD       PIC X(6).
               10  WS-ARG-PERIOD-N REDEFINES WS-ARG-PERIOD
                                       PIC 9(6).
               10  WS-ARG-PERIOD-REST  PIC X(2).

       01  WS-RECOVERY-FIELDS.
           05  WS-SOURCE-NAME          PIC X(24) VALUE SPACES.
           05  WS-ROLL-FROM-DATE       PIC 9(8) VALUE 0.
           05  WS-START-AFTER-DATE     PIC 9(8) VALUE 0.
           05  WS-FIRST-ROLL-SUB       PIC 9(3) VALUE 0.
           05  WS-ROLL-GEN-COUNT       PIC 9(3) VALUE 0.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  WS-PERIOD-CLOSED           VALUE "C".
           05  WS-GAP-COUNT            PIC 9(5) VALUE 0.
           05  WS-CUR-GEN-DATE         PIC 9(8) VALUE 0.
           05  WS-LEG-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-LEG-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-DIFFERENCE           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-GEN-ENTRY-COUNT      PIC 9(7) VALUE 0.
           05  WS-ENTRY-COUNT          PIC 9(9) VALUE 0.
           05  WS-LEG-COUNT            PIC 9(9) VALUE 0.
           05  WS-TIE-PASS-SW          PIC X VALUE "N".
               88  WS-TIE-PASS                 VALUE "Y".
           05  WS-BEFORE-RETAINED-SW   PIC X VALUE "N".
               88  WS-BEFORE-RETAINED          VALUE "Y".

      * Control proof: the copy's total moved by the net of every
      * leg applied must be the rebuilt master's total.
       01  WS-CONTROL-TOTALS.
           05  WS-START-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-APPLIED-NET          PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-PROOF-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-REBUILT-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-BEFORE-TOTAL         PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-COUNTS.
           05  WS-COPY-COUNT           PIC 9(7) VALUE 0.
           05  WS-BEFORE-COUNT         PIC 9(7) VALUE 0.
           05  WS-REBUILT-COUNT        PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-UNCHANGED-COUNT      PIC 9(7) VALUE 0.
           05  WS-ADDED-COUNT          PIC 9(7) VALUE 0.
           05  WS-TIE-CHECKED          PIC 9(7) VALUE 0.
           05  WS-TIE-TIED             PIC 9(7) VALUE 0.
           05  WS-TIE-DISC-COUNT       PIC 9(7) VALUE 0.
           05  WS-TIE-MISSING-COUNT    PIC 9(3) VALUE 0.

      * Generation dates taken from the run-history index, with
      * rerun duplicates dropped - same convention as ACCTVRFY -
      * then put in date order so the roll-forward runs oldest
      * first even past a back-dated rerun.
       01  WS-GEN-DATES.
           05  WS-GEN-COUNT            PIC 9(3) VALUE 0.
           05  WS-GEN-FULL-SW          PIC X VALUE "N".
               88  WS-GEN-FULL                 VALUE "Y".
           05  WS-GEN-DUP-SW           PIC X VALUE "N".
               88  WS-GEN-DUP-FOUND            VALUE "Y".
           05  WS-GEN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-GEN-IDX  PIC 9(8).
           05  WS-GEN-SUB              PIC 9(3) VALUE 0.
           05  WS-GEN-SUB-2            PIC 9(3) VALUE 0.
           05  WS-GEN-SWAP             PIC 9(8) VALUE 0.
           05  WS-LAST-HIST-DATE       PIC 9(8) VALUE 0.
           05  WS-LAST-HIST-PARTIAL-SW PIC X VALUE "N".
               88  WS-LAST-HIST-PARTIAL        VALUE "Y".

       01  WS-ARCHIVE-FIELDS.
           05  WS-AUD-GEN-NAME         PIC X(24) VALUE SPACES.
           05  WS-GEN-DATE-X           PIC X(8) VALUE SPACES.
           05  WS-SNAP-NAME            PIC X(24) VALUE SPACES.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING-1        PIC X(80) VALUE
               "BALANCE-MASTER FORWARD RECOVERY REPORT".
           05  WS-RPT-SOURCE-LINE.
               10  FILLER              PIC X(13) VALUE
                   "STARTED FROM ".
               10  WS-RPT-SOURCE       PIC X(24).
               10  FILLER              PIC X(21) VALUE
                   " ROLLED FORWARD FROM ".
               10  WS-RPT-ROLL-FROM    PIC 9(8).
           05  WS-RPT-GEN-LINE.
               10  FILLER              PIC X(13) VALUE
                   "  GENERATION ".
               10  WS-RPT-GEN-NAME     PIC X(24).
               10  FILLER              PIC X(9) VALUE " ENTRIES ".
               10  WS-RPT-GEN-ENTRIES  PIC Z,ZZZ,ZZ9.
           05  WS-RPT-NO-GENS          PIC X(80) VALUE
               "  NO GENERATIONS AFTER THE START POINT - COPY RESTORED
      -        " AS IT STANDS".
           05  WS-RPT-COMPARE-HEADING  PIC X(80) VALUE
               "BEFORE AND AFTER RECOVERY".
           05  WS-RPT-COLUMNS.
               10  FILLER              PIC X(30) VALUE
                   "ACCOUNT              BEFORE".
               10  FILLER              PIC X(37) VALUE
                   "             AFTER         DIFFERENCE".
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCOUNT-NO   PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-BEFORE       PIC ---,---,---,--9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-AFTER        PIC ---,---,---,--9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-DIFFERENCE   PIC ---,---,---,--9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-NOTE         PIC X(12).
           05  WS-RPT-COMPARE-SUMMARY.
               10  FILLER              PIC X(9) VALUE "ACCOUNTS ".
               10  WS-RPT-SUM-REBUILT  PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(9) VALUE "  CHANGED".
               10  WS-RPT-SUM-CHANGED  PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(11) VALUE
                   "  UNCHANGED".
               10  WS-RPT-SUM-SAME     PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(7) VALUE "  ADDED".
               10  WS-RPT-SUM-ADDED    PIC Z,ZZZ,ZZ9.
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-LABEL  PIC X(30).
               10  WS-RPT-TOTAL-AMOUNT PIC ---,---,---,---,--9.99.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-TOTAL-NOTE   PIC X(20).
           05  WS-RPT-TIE-HEADING      PIC X(80) VALUE
               "TIE-OUT OF THE REBUILT MASTER AGAINST THE ARCHIVE".
           05  WS-RPT-TIE-DETAIL.
               10  FILLER              PIC X(6) VALUE "ACCT  ".
               10  WS-RPT-TIE-ACCOUNT  PIC X(10).
               10  FILLER              PIC X(9) VALUE "  MASTER ".
               10  WS-RPT-TIE-MASTER   PIC ---,---,---,--9.99.
               10  FILLER              PIC X(11) VALUE
                   "  EXPECTED ".
               10  WS-RPT-TIE-EXPECTED PIC ---,---,---,--9.99.
           05  WS-RPT-TIE-SUMMARY.
               10  FILLER              PIC X(19) VALUE
                   "ACCOUNTS CHECKED   ".
               10  WS-RPT-TIE-CHECKED  PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(8) VALUE "   TIED ".
               10  WS-RPT-TIE-TIED     PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(16) VALUE
                   "   DISCREPANCIES".
               10  WS-RPT-TIE-DISC     PIC Z,ZZZ,ZZ9.
           05  WS-RPT-NOTE-LINE        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-START-COPY
           PERFORM 3000-ROLL-FORWARD
           PERFORM 4000-TAKE-BEFORE-IMAGE
           PERFORM 5000-REWRITE-MASTER
           PERFORM 6000-TIE-OUT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
      * Every check that can refuse the run is made before the
      * work file is built, so a refused run changes nothing.
           PERFORM 1100-GET-ARGUMENTS
           PERFORM 1200-LOAD-GENERATION-DATES
           PERFORM 1300-SET-START-POINT
           PERFORM 1400-CHECK-FOR-GAPS
           OPEN OUTPUT RCVR-WORK-FILE
           IF WS-RCW-FILE-STATUS = "00"
               CLOSE RCVR-WORK-FILE
               OPEN I-O RCVR-WORK-FILE
           END-IF
           IF WS-RCW-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: UNABLE TO OPEN RCVRWORK.DAT - "
                   "STATUS " WS-RCW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RCVR-RPT-OUT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: UNABLE TO OPEN RCVRRPT.DAT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SOURCE-NAME TO WS-RPT-SOURCE
           MOVE WS-ROLL-FROM-DATE TO WS-RPT-ROLL-FROM
           MOVE WS-RPT-SOURCE-LINE TO RPT-LINE
           WRITE RPT-LINE.

       1100-GET-ARGUMENTS SECTION.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-SOURCE FROM ARGUMENT-VALUE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
           EVALUATE TRUE
               WHEN WS-FROM-PRIOR
                   AND (WS-ARG-DATE = SPACES OR WS-ARG-DATE NUMERIC)
                   MOVE "ACCTMST.PRIOR.DAT" TO WS-SOURCE-NAME
               WHEN WS-FROM-SEQ AND WS-ARG-DATE NUMERIC
                   MOVE "ACCTMST.SEQ.DAT" TO WS-SOURCE-NAME
               WHEN WS-FROM-PE AND WS-ARG-PERIOD NUMERIC
                   AND WS-ARG-PERIOD-REST = SPACES
                   MOVE SPACES TO WS-SNAP-NAME
                   STRING "ACCTMST.PE." WS-ARG-PERIOD ".DAT"
                       DELIMITED BY SIZE INTO WS-SNAP-NAME
                   MOVE WS-SNAP-NAME TO WS-SOURCE-NAME
               WHEN OTHER
                   DISPLAY "ACCTRCVR: SPECIFY PRIOR [yyyymmdd], "
                       "SEQ yyyymmdd OR PE yyyymm"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-LOAD-GENERATION-DATES SECTION.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: RUNHIST.DAT NOT ON HAND - STATUS "
                   WS-HIST-FILE-STATUS " - RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ RUN-HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 1250-TABLE-GENERATION-DATE
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE
           IF WS-GEN-FULL
               DISPLAY "ACCTRCVR: MORE GENERATIONS ON THE INDEX THAN "
                   "THE DATE TABLE HOLDS - RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB >= WS-GEN-COUNT
               PERFORM VARYING WS-GEN-SUB-2 FROM 1 BY 1
                   UNTIL WS-GEN-SUB-2 > WS-GEN-COUNT - WS-GEN-SUB
                   IF WS-GEN-ENTRY (WS-GEN-SUB-2) >
                       WS-GEN-ENTRY (WS-GEN-SUB-2 + 1)
                       MOVE WS-GEN-ENTRY (WS-GEN-SUB-2) TO WS-GEN-SWAP
                       MOVE WS-GEN-ENTRY (WS-GEN-SUB-2 + 1) TO
                           WS-GEN-ENTRY (WS-GEN-SUB-2)
                       MOVE WS-GEN-SWAP TO
                           WS-GEN-ENTRY (WS-GEN-SUB-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "ACCTRCVR: " WS-GEN-COUNT " GENERATION DATES ON "
               "THE RUN-HISTORY INDEX".

       1250-TABLE-GENERATION-DATE SECTION.
           MOVE SUMM-BUSINESS-DATE TO WS-LAST-HIST-DATE
           MOVE "N" TO WS-GEN-DUP-SW
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-ENTRY (WS-GEN-IDX) = SUMM-BUSINESS-DATE
                   SET WS-GEN-DUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-GEN-DUP-FOUND
               IF WS-GEN-COUNT < 500
                   ADD 1 TO WS-GEN-COUNT
                   SET WS-GEN-IDX TO WS-GEN-COUNT
                   MOVE SUMM-BUSINESS-DATE TO WS-GEN-ENTRY (WS-GEN-IDX)
               ELSE
                   SET WS-GEN-FULL TO TRUE
               END-IF
           END-IF.

       1300-SET-START-POINT SECTION.
      * Generations dated after the start-after date are rolled
      * forward.  A copy taken before a day's posting is rolled
      * forward from that day, so its start-after date is the day
      * before in date-number terms; a period-end snapshot already
      * carries its whole month.
           EVALUATE TRUE
               WHEN WS-FROM-PE
                   PERFORM 1350-CHECK-PERIOD-CLOSED
                   COMPUTE WS-START-AFTER-DATE =
                       (WS-ARG-PERIOD-N * 100) + 31
                   COMPUTE WS-ROLL-FROM-DATE =
                       WS-START-AFTER-DATE + 1
               WHEN WS-ARG-DATE NUMERIC
                   MOVE WS-ARG-DATE-N TO WS-ROLL-FROM-DATE
                   COMPUTE WS-START-AFTER-DATE =
                       WS-ROLL-FROM-DATE - 1
               WHEN OTHER
      * TRANACC takes the prior copy just before every run that
      * posts the master, so by default the copy stands before the
      * last run on the index - the last in file order, not the
      * latest date.  After a back-dated rerun the copy already
      * holds the later days, and after a resumed run it holds the
      * part of the day posted before the stop; neither can be
      * rolled forward from that day's generation.
                   IF WS-GEN-COUNT > 0
                       PERFORM 1320-CHECK-LAST-RUN
                       MOVE WS-LAST-HIST-DATE TO WS-ROLL-FROM-DATE
                       COMPUTE WS-START-AFTER-DATE =
                           WS-ROLL-FROM-DATE - 1
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-FIRST-ROLL-SUB
           MOVE 0 TO WS-ROLL-GEN-COUNT
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-ENTRY (WS-GEN-SUB) > WS-START-AFTER-DATE
                   IF WS-FIRST-ROLL-SUB = 0
                       MOVE WS-GEN-SUB TO WS-FIRST-ROLL-SUB
                   END-IF
                   ADD 1 TO WS-ROLL-GEN-COUNT
               END-IF
           END-PERFORM
           DISPLAY "ACCTRCVR: STARTING FROM " WS-SOURCE-NAME
               " - " WS-ROLL-GEN-COUNT " GENERATION(S) TO ROLL "
               "FORWARD FROM " WS-ROLL-FROM-DATE.

       1320-CHECK-LAST-RUN SECTION.
           IF WS-LAST-HIST-DATE < WS-GEN-ENTRY (WS-GEN-COUNT)
               DISPLAY "ACCTRCVR: LAST RUN ON THE INDEX WAS A "
                   "BACK-DATED RERUN OF " WS-LAST-HIST-DATE
                   " - SPECIFY THE DATE THE PRIOR COPY WAS TAKEN"
               MOVE 8 TO RETURN-CODE
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
                           IF SUMM-BUSINESS-DATE = WS-LAST-HIST-DATE
                               AND SUMM-RUN-PARTIAL
                               SET WS-LAST-HIST-PARTIAL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-LAST-HIST-PARTIAL
               DISPLAY "ACCTRCVR: " WS-LAST-HIST-DATE
                   " HAS A PARTIAL RUN ON THE INDEX - SPECIFY THE "
                   "DATE THE PRIOR COPY WAS TAKEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1350-CHECK-PERIOD-CLOSED SECTION.
      * A reopened month's snapshot no longer stands for it.
           OPEN INPUT PERIOD-CTL-FILE
           IF WS-PER-FILE-STATUS = "00"
               PERFORM UNTIL WS-PER-EOF
                   READ PERIOD-CTL-FILE
                       AT END
                           SET WS-PER-EOF TO TRUE
                       NOT AT END
                           IF PER-PERIOD = WS-ARG-PERIOD-N
                               MOVE PER-ACTION TO WS-PERIOD-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTL-FILE
           END-IF
           IF NOT WS-PERIOD-CLOSED
               DISPLAY "ACCTRCVR: PERIOD " WS-ARG-PERIOD
                   " IS NOT CLOSED - ITS SNAPSHOT DOES NOT STAND - "
                   "RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-CHECK-FOR-GAPS SECTION.
      * The roll-forward must see every posted day after the start
      * point.  A generation on the index that cannot be read, or
      * a posted date that never reached the index, would leave
      * the rebuilt balances short with nothing to show for it.
           IF WS-FIRST-ROLL-SUB > 0
               PERFORM VARYING WS-GEN-SUB FROM WS-FIRST-ROLL-SUB BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   PERFORM 1410-BUILD-GENERATION-NAME
                   OPEN INPUT AUDIT-GEN-FILE
                   IF WS-AUDGEN-FILE-STATUS = "00"
                       CLOSE AUDIT-GEN-FILE
                   ELSE
                       ADD 1 TO WS-GAP-COUNT
                       DISPLAY "ACCTRCVR: GAP - " WS-AUD-GEN-NAME
                           " NOT ON HAND - STATUS "
                           WS-AUDGEN-FILE-STATUS
                   END-IF
               END-PERFORM
           END-IF
           OPEN INPUT POSTED-DATE-FILE
           IF WS-PDAT-FILE-STATUS = "00"
               PERFORM UNTIL WS-PDAT-EOF
                   READ POSTED-DATE-FILE
                       AT END
                           SET WS-PDAT-EOF TO TRUE
                       NOT AT END
                           IF POSTED-DATE-LINE NUMERIC
                               AND POSTED-DATE-LINE >
                                   WS-START-AFTER-DATE
                               PERFORM 1450-CHECK-POSTED-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-DATE-FILE
           ELSE
               DISPLAY "ACCTRCVR: TRANPOST.DAT NOT ON HAND - STATUS "
                   WS-PDAT-FILE-STATUS " - POSTED DATES NOT CHECKED"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-GAP-COUNT > 0
               DISPLAY "ACCTRCVR: " WS-GAP-COUNT " GAP(S) AFTER THE "
                   "START POINT - RECOVERY REFUSED, ACCTMST.DAT NOT "
                   "CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1410-BUILD-GENERATION-NAME SECTION.
           MOVE WS-GEN-ENTRY (WS-GEN-SUB) TO WS-GEN-DATE-X
           MOVE SPACES TO WS-AUD-GEN-NAME
           STRING "TRANAUD." WS-GEN-DATE-X ".DAT"
               DELIMITED BY SIZE INTO WS-AUD-GEN-NAME.

       1450-CHECK-POSTED-DATE SECTION.
           MOVE "N" TO WS-GEN-DUP-SW
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-ENTRY (WS-GEN-IDX) = POSTED-DATE-LINE
                   SET WS-GEN-DUP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-GEN-DUP-FOUND
               ADD 1 TO WS-GAP-COUNT
               DISPLAY "ACCTRCVR: GAP - " POSTED-DATE-LINE
                   " WAS POSTED BUT IS NOT ON THE RUN-HISTORY INDEX "
                   "- RUN TRANARCH FIRST"
           END-IF.

       2000-LOAD-START-COPY SECTION.
           MOVE "N" TO WS-COPY-EOF-SW
           EVALUATE TRUE
               WHEN WS-FROM-PRIOR
                   PERFORM 2100-LOAD-PRIOR-COPY
               WHEN WS-FROM-SEQ
                   PERFORM 2200-LOAD-SEQ-COPY
               WHEN WS-FROM-PE
                   PERFORM 2300-LOAD-SNAPSHOT
           END-EVALUATE
           DISPLAY "ACCTRCVR: " WS-COPY-COUNT " ACCOUNT(S) LOADED "
               "FROM " WS-SOURCE-NAME.

       2100-LOAD-PRIOR-COPY SECTION.
           OPEN INPUT ACCT-PRIOR-FILE
           IF WS-PRIM-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: UNABLE TO OPEN ACCTMST.PRIOR.DAT - "
                   "STATUS " WS-PRIM-FILE-STATUS
                   " - RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COPY-EOF
               READ ACCT-PRIOR-FILE NEXT
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE PRIOR-MASTER-RECORD TO RCW-MASTER-IMAGE
                       PERFORM 2500-TABLE-START-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-PRIOR-FILE.

       2200-LOAD-SEQ-COPY SECTION.
           OPEN INPUT SEQ-COPY-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: UNABLE TO OPEN ACCTMST.SEQ.DAT - "
                   "STATUS " WS-SEQ-FILE-STATUS
                   " - RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COPY-EOF
               READ SEQ-COPY-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE SEQ-MASTER-LINE TO RCW-MASTER-IMAGE
                       PERFORM 2500-TABLE-START-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SEQ-COPY-FILE.

       2300-LOAD-SNAPSHOT SECTION.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: UNABLE TO OPEN " WS-SNAP-NAME
                   " - STATUS " WS-SNAP-FILE-STATUS
                   " - RECOVERY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COPY-EOF
               READ SNAPSHOT-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE SNAPSHOT-LINE TO RCW-MASTER-IMAGE
                       PERFORM 2500-TABLE-START-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

       2500-TABLE-START-ACCOUNT SECTION.
      * A copy taken before the lifecycle fields came in reads with
      * them blank; as in ACCTCONV, such an account comes across
      * open with its dates unknown.
           IF RCW-ACCOUNT-NO = SPACES
               DISPLAY "ACCTRCVR: RECORD WITH A BLANK ACCOUNT NUMBER "
                   "ON THE COPY - DROPPED"
           ELSE
               IF RCW-ACCOUNT-STATUS = SPACE
                   MOVE "O" TO RCW-ACCOUNT-STATUS
                   MOVE 0 TO RCW-OPEN-DATE
                   MOVE 0 TO RCW-CLOSE-DATE
                   MOVE 0 TO RCW-STATUS-DATE
                   MOVE "OPEN AT CONVERSION" TO RCW-STATUS-REASON
                   MOVE SPACES TO RCW-ACCT-CODE
               END-IF
               MOVE RCW-BALANCE TO RCW-START-BALANCE
               MOVE 0 TO RCW-BEFORE-BALANCE
               MOVE 0 TO RCW-LEG-COUNT
               SET RCW-FROM-COPY TO TRUE
               MOVE "N" TO RCW-BEFORE-SW
               WRITE RCVR-WORK-RECORD
                   INVALID KEY
                       DISPLAY "ACCTRCVR: DUPLICATE ACCOUNT "
                           RCW-ACCOUNT-NO " ON THE COPY - FIRST KEPT"
                   NOT INVALID KEY
                       ADD 1 TO WS-COPY-COUNT
                       ADD RCW-BALANCE TO WS-START-TOTAL
               END-WRITE
           END-IF.

       3000-ROLL-FORWARD SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FIRST-ROLL-SUB = 0
               MOVE WS-RPT-NO-GENS TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM VARYING WS-GEN-SUB FROM WS-FIRST-ROLL-SUB BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   PERFORM 3100-APPLY-ONE-GENERATION
               END-PERFORM
           END-IF
           DISPLAY "ACCTRCVR: " WS-ENTRY-COUNT " AUDIT ENTRIES, "
               WS-LEG-COUNT " LEGS ROLLED FORWARD".

       3100-APPLY-ONE-GENERATION SECTION.
           PERFORM 1410-BUILD-GENERATION-NAME
           MOVE WS-GEN-ENTRY (WS-GEN-SUB) TO WS-CUR-GEN-DATE
           MOVE 0 TO WS-GEN-ENTRY-COUNT
           MOVE "N" TO WS-AUDGEN-EOF-SW
           OPEN INPUT AUDIT-GEN-FILE
           IF WS-AUDGEN-FILE-STATUS NOT = "00"
      * Checked on hand at start-up; losing it now leaves the
      * work file part-rolled, and the master is not replaced.
               DISPLAY "ACCTRCVR: " WS-AUD-GEN-NAME
                   " NO LONGER READABLE - STATUS "
                   WS-AUDGEN-FILE-STATUS " - ACCTMST.DAT NOT CHANGED"
               CLOSE RCVR-WORK-FILE
               CLOSE RCVR-RPT-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDGEN-EOF
               READ AUDIT-GEN-FILE
                   AT END
                       SET WS-AUDGEN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GEN-ENTRY-COUNT
                       PERFORM 3200-APPLY-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-GEN-FILE
           ADD WS-GEN-ENTRY-COUNT TO WS-ENTRY-COUNT
           MOVE WS-AUD-GEN-NAME TO WS-RPT-GEN-NAME
           MOVE WS-GEN-ENTRY-COUNT TO WS-RPT-GEN-ENTRIES
           MOVE WS-RPT-GEN-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3200-APPLY-AUDIT-ENTRY SECTION.
      * Both legs, as ACCTVRFY recomputes them.  A reversal carries
      * the negated amount, so it backs its original out on both
      * accounts by the same rule.  Entries written before the
      * offset was carried have spaces there and move the primary
      * account only.
           IF AUD-ACCOUNT-NO NOT = SPACES
               MOVE AUD-ACCOUNT-NO TO WS-LEG-ACCOUNT
               MOVE AUD-AMOUNT-ADDED TO WS-LEG-AMOUNT
               PERFORM 3300-APPLY-LEG
           END-IF
           IF AUD-OFFSET-ACCT NOT = SPACES
               MOVE AUD-OFFSET-ACCT TO WS-LEG-ACCOUNT
               COMPUTE WS-LEG-AMOUNT = 0 - AUD-AMOUNT-ADDED
               PERFORM 3300-APPLY-LEG
           END-IF.

       3300-APPLY-LEG SECTION.
      * The master takes one transaction per leg, as TRANACC
      * counts them.  An account the copy does not hold was opened
      * after the copy was taken; it is rebuilt open, as TRANACC
      * rebuilds an account lost during a run, until the master
      * being replaced supplies its lifecycle.
           ADD 1 TO WS-LEG-COUNT
           ADD WS-LEG-AMOUNT TO WS-APPLIED-NET
           MOVE "N" TO WS-RCW-FOUND-SW
           MOVE WS-LEG-ACCOUNT TO RCW-ACCOUNT-NO
           READ RCVR-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RCW-FOUND TO TRUE
           END-READ
           IF WS-RCW-FOUND
               ADD WS-LEG-AMOUNT TO RCW-BALANCE
               MOVE WS-CUR-GEN-DATE TO RCW-LAST-POSTED-DATE
               ADD 1 TO RCW-TXN-COUNT
               ADD 1 TO RCW-LEG-COUNT
               REWRITE RCVR-WORK-RECORD
           ELSE
               MOVE WS-LEG-ACCOUNT TO RCW-ACCOUNT-NO
               MOVE WS-LEG-AMOUNT TO RCW-BALANCE
               MOVE WS-CUR-GEN-DATE TO RCW-LAST-POSTED-DATE
               MOVE 1 TO RCW-TXN-COUNT
               MOVE "O" TO RCW-ACCOUNT-STATUS
               MOVE WS-CUR-GEN-DATE TO RCW-OPEN-DATE
               MOVE 0 TO RCW-CLOSE-DATE
               MOVE WS-CUR-GEN-DATE TO RCW-STATUS-DATE
               MOVE "ADDED BY RECOVERY - REVIEW" TO RCW-STATUS-REASON
               MOVE SPACES TO RCW-ACCT-CODE
               MOVE 0 TO RCW-START-BALANCE
               MOVE 0 TO RCW-BEFORE-BALANCE
               MOVE 1 TO RCW-LEG-COUNT
               SET RCW-FROM-AUDIT TO TRUE
               MOVE "N" TO RCW-BEFORE-SW
               WRITE RCVR-WORK-RECORD
           END-IF.

       4000-TAKE-BEFORE-IMAGE SECTION.
      * The master being replaced is copied whole before it is
      * touched.  A master that will not open at all is what this
      * run exists to repair; it is noted and replaced.  One that
      * opens but cannot be copied is left alone.
           OPEN INPUT ACCT-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MST-FILE-STATUS = "35"
                   DISPLAY "ACCTRCVR: NO ACCTMST.DAT ON HAND - "
                       "REBUILDING WITHOUT A BEFORE IMAGE"
               WHEN WS-MST-FILE-STATUS NOT = "00"
                   DISPLAY "ACCTRCVR: ACCTMST.DAT UNREADABLE - STATUS "
                       WS-MST-FILE-STATUS " - REPLACED WITHOUT A "
                       "BEFORE IMAGE"
               WHEN OTHER
                   OPEN OUTPUT BEFORE-COPY-FILE
                   IF WS-BEF-FILE-STATUS NOT = "00"
                       DISPLAY "ACCTRCVR: UNABLE TO OPEN "
                           "ACCTMST.PRERCV.DAT - STATUS "
                           WS-BEF-FILE-STATUS
                           " - ACCTMST.DAT NOT CHANGED"
                       CLOSE ACCT-MASTER-FILE
                       CLOSE RCVR-WORK-FILE
                       CLOSE RCVR-RPT-OUT
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-MST-EOF
                       READ ACCT-MASTER-FILE NEXT
                           AT END
                               SET WS-MST-EOF TO TRUE
                           NOT AT END
                               MOVE MASTER-RECORD TO
                                   BEFORE-MASTER-LINE
                               WRITE BEFORE-MASTER-LINE
                               PERFORM 4100-RECORD-BEFORE-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE BEFORE-COPY-FILE
                   CLOSE ACCT-MASTER-FILE
                   SET WS-BEFORE-RETAINED TO TRUE
                   DISPLAY "ACCTRCVR: " WS-BEFORE-COUNT " ACCOUNT(S) "
                       "RETAINED ON ACCTMST.PRERCV.DAT"
           END-EVALUATE.

       4100-RECORD-BEFORE-ACCOUNT SECTION.
      * Status, dates and code come from the master being replaced
      * when it carries a recognised status.  An account it holds
      * that neither the copy nor the archive knows took no posting
      * since the copy, and is rebuilt at zero.
           ADD 1 TO WS-BEFORE-COUNT
           ADD MST-BALANCE TO WS-BEFORE-TOTAL
           MOVE "N" TO WS-RCW-FOUND-SW
           MOVE MST-ACCOUNT-NO TO RCW-ACCOUNT-NO
           READ RCVR-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RCW-FOUND TO TRUE
           END-READ
           IF NOT WS-RCW-FOUND
               MOVE MST-ACCOUNT-NO TO RCW-ACCOUNT-NO
               MOVE 0 TO RCW-BALANCE
               MOVE 0 TO RCW-LAST-POSTED-DATE
               MOVE 0 TO RCW-TXN-COUNT
               MOVE "O" TO RCW-ACCOUNT-STATUS
               MOVE 0 TO RCW-OPEN-DATE
               MOVE 0 TO RCW-CLOSE-DATE
               MOVE 0 TO RCW-STATUS-DATE
               MOVE "ADDED BY RECOVERY - REVIEW" TO RCW-STATUS-REASON
               MOVE SPACES TO RCW-ACCT-CODE
               MOVE 0 TO RCW-START-BALANCE
               MOVE 0 TO RCW-LEG-COUNT
               SET RCW-FROM-MASTER TO TRUE
           END-IF
           IF MST-ACCT-OPEN OR MST-ACCT-FROZEN OR MST-ACCT-CLOSED
               MOVE MST-ACCOUNT-STATUS TO RCW-ACCOUNT-STATUS
               MOVE MST-OPEN-DATE TO RCW-OPEN-DATE
               MOVE MST-CLOSE-DATE TO RCW-CLOSE-DATE
               MOVE MST-STATUS-DATE TO RCW-STATUS-DATE
               MOVE MST-STATUS-REASON TO RCW-STATUS-REASON
               MOVE MST-ACCT-CODE TO RCW-ACCT-CODE
           END-IF
           MOVE MST-BALANCE TO RCW-BEFORE-BALANCE
           SET RCW-ON-BEFORE TO TRUE
           IF WS-RCW-FOUND
               REWRITE RCVR-WORK-RECORD
           ELSE
               WRITE RCVR-WORK-RECORD
           END-IF.

       5000-REWRITE-MASTER SECTION.
           OPEN OUTPUT ACCT-MASTER-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: UNABLE TO REBUILD ACCTMST.DAT - "
                   "STATUS " WS-MST-FILE-STATUS
               IF WS-BEFORE-RETAINED
                   DISPLAY "ACCTRCVR: THE MASTER AS IT STOOD IS ON "
                       "ACCTMST.PRERCV.DAT"
               END-IF
               CLOSE RCVR-WORK-FILE
               CLOSE RCVR-RPT-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COMPARE-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-COLUMNS TO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO RCW-ACCOUNT-NO
           MOVE "N" TO WS-RCW-EOF-SW
           START RCVR-WORK-FILE KEY IS NOT LESS THAN RCW-ACCOUNT-NO
               INVALID KEY
                   SET WS-RCW-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RCW-EOF
               READ RCVR-WORK-FILE NEXT
                   AT END
                       SET WS-RCW-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-WRITE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-MASTER-FILE
           CLOSE RCVR-WORK-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REBUILT-COUNT TO WS-RPT-SUM-REBUILT
           MOVE WS-CHANGED-COUNT TO WS-RPT-SUM-CHANGED
           MOVE WS-UNCHANGED-COUNT TO WS-RPT-SUM-SAME
           MOVE WS-ADDED-COUNT TO WS-RPT-SUM-ADDED
           MOVE WS-RPT-COMPARE-SUMMARY TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 5200-WRITE-CONTROL-TOTALS
           DISPLAY "ACCTRCVR: ACCTMST.DAT REBUILT - " WS-REBUILT-COUNT
               " ACCOUNT(S), " WS-CHANGED-COUNT " CHANGED".

       5100-WRITE-ONE-ACCOUNT SECTION.
           MOVE RCW-MASTER-IMAGE TO MASTER-RECORD
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACCTRCVR: UNABLE TO WRITE ACCOUNT "
                       RCW-ACCOUNT-NO " - STATUS " WS-MST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-WRITE
           ADD 1 TO WS-REBUILT-COUNT
           ADD RCW-BALANCE TO WS-REBUILT-TOTAL
           COMPUTE WS-DIFFERENCE = RCW-BALANCE - RCW-BEFORE-BALANCE
           EVALUATE TRUE
               WHEN NOT RCW-ON-BEFORE
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "NOT BEFORE" TO WS-RPT-NOTE
               WHEN WS-DIFFERENCE NOT = 0
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO WS-RPT-NOTE
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-COUNT
                   MOVE SPACES TO WS-RPT-NOTE
           END-EVALUATE
           IF RCW-FROM-AUDIT
               MOVE "NEW - REVIEW" TO WS-RPT-NOTE
           END-IF
           MOVE RCW-ACCOUNT-NO TO WS-RPT-ACCOUNT-NO
           MOVE RCW-BEFORE-BALANCE TO WS-RPT-BEFORE
           MOVE RCW-BALANCE TO WS-RPT-AFTER
           MOVE WS-DIFFERENCE TO WS-RPT-DIFFERENCE
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.

       5200-WRITE-CONTROL-TOTALS SECTION.
      * Every account on the rebuilt master started on the copy,
      * came in through a leg, or carries zero - so the copy's
      * total plus the net of the legs must be the rebuilt total.
           COMPUTE WS-PROOF-TOTAL = WS-START-TOTAL + WS-APPLIED-NET
           MOVE "TOTAL OF THE STARTING COPY" TO WS-RPT-TOTAL-LABEL
           MOVE WS-START-TOTAL TO WS-RPT-TOTAL-AMOUNT
           MOVE SPACES TO WS-RPT-TOTAL-NOTE
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NET OF LEGS ROLLED FORWARD" TO WS-RPT-TOTAL-LABEL
           MOVE WS-APPLIED-NET TO WS-RPT-TOTAL-AMOUNT
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTAL OF THE REBUILT MASTER" TO WS-RPT-TOTAL-LABEL
           MOVE WS-REBUILT-TOTAL TO WS-RPT-TOTAL-AMOUNT
           IF WS-REBUILT-TOTAL = WS-PROOF-TOTAL
               MOVE "PROVES" TO WS-RPT-TOTAL-NOTE
           ELSE
               MOVE "*** DOES NOT PROVE" TO WS-RPT-TOTAL-NOTE
               DISPLAY "ACCTRCVR: REBUILT TOTAL DOES NOT PROVE TO "
                   "THE COPY PLUS THE LEGS APPLIED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTAL OF THE MASTER BEFORE" TO WS-RPT-TOTAL-LABEL
           MOVE WS-BEFORE-TOTAL TO WS-RPT-TOTAL-AMOUNT
           MOVE SPACES TO WS-RPT-TOTAL-NOTE
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       6000-TIE-OUT SECTION.
      * The same check ACCTVRFY makes, run at once on the rebuilt
      * master: every account's balance recomputed from the whole
      * archive, both legs, must be its balance on the master.
           OPEN OUTPUT TIE-WORK-FILE
           IF WS-RCT-FILE-STATUS = "00"
               CLOSE TIE-WORK-FILE
               OPEN I-O TIE-WORK-FILE
           END-IF
           IF WS-RCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTRCVR: UNABLE TO OPEN RCVRTIE.DAT - "
                   "STATUS " WS-RCT-FILE-STATUS " - NO TIE-OUT"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-TIE-HEADING TO RPT-LINE
               WRITE RPT-LINE
               SET WS-TIE-PASS TO TRUE
               PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   PERFORM 6100-RECOMPUTE-ONE-GENERATION
               END-PERFORM
               OPEN INPUT ACCT-MASTER-FILE
               IF WS-MST-FILE-STATUS NOT = "00"
                   DISPLAY "ACCTRCVR: UNABLE TO REOPEN ACCTMST.DAT "
                       "FOR THE TIE-OUT - STATUS " WS-MST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 6300-COMPARE-TIE-TO-MASTER
                   PERFORM 6400-SCAN-MASTER-GAPS
                   CLOSE ACCT-MASTER-FILE
               END-IF
               CLOSE TIE-WORK-FILE
               PERFORM 6500-WRITE-TIE-SUMMARY
           END-IF.

       6100-RECOMPUTE-ONE-GENERATION SECTION.
           PERFORM 1410-BUILD-GENERATION-NAME
           MOVE "N" TO WS-AUDGEN-EOF-SW
           OPEN INPUT AUDIT-GEN-FILE
           IF WS-AUDGEN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-TIE-MISSING-COUNT
               DISPLAY "ACCTRCVR: " WS-AUD-GEN-NAME
                   " NOT ON HAND - TIE-OUT COVERAGE INCOMPLETE"
           ELSE
               PERFORM UNTIL WS-AUDGEN-EOF
                   READ AUDIT-GEN-FILE
                       AT END
                           SET WS-AUDGEN-EOF TO TRUE
                       NOT AT END
                           IF AUD-ACCOUNT-NO NOT = SPACES
                               MOVE AUD-ACCOUNT-NO TO WS-LEG-ACCOUNT
                               MOVE AUD-AMOUNT-ADDED TO WS-LEG-AMOUNT
                               PERFORM 6200-POST-TIE-LEG
                           END-IF
                           IF AUD-OFFSET-ACCT NOT = SPACES
                               MOVE AUD-OFFSET-ACCT TO WS-LEG-ACCOUNT
                               COMPUTE WS-LEG-AMOUNT =
                                   0 - AUD-AMOUNT-ADDED
                               PERFORM 6200-POST-TIE-LEG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-GEN-FILE
           END-IF.

       6200-POST-TIE-LEG SECTION.
           MOVE "N" TO WS-RCT-FOUND-SW
           MOVE WS-LEG-ACCOUNT TO RCT-ACCOUNT-NO
           READ TIE-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RCT-FOUND TO TRUE
           END-READ
           IF WS-RCT-FOUND
               ADD WS-LEG-AMOUNT TO RCT-EXPECTED-BALANCE
               REWRITE TIE-WORK-RECORD
           ELSE
               MOVE WS-LEG-ACCOUNT TO RCT-ACCOUNT-NO
               MOVE WS-LEG-AMOUNT TO RCT-EXPECTED-BALANCE
               WRITE TIE-WORK-RECORD
           END-IF.

       6300-COMPARE-TIE-TO-MASTER SECTION.
           MOVE LOW-VALUES TO RCT-ACCOUNT-NO
           MOVE "N" TO WS-RCT-EOF-SW
           START TIE-WORK-FILE KEY IS NOT LESS THAN RCT-ACCOUNT-NO
               INVALID KEY
                   SET WS-RCT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RCT-EOF
               READ TIE-WORK-FILE NEXT
                   AT END
                       SET WS-RCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TIE-CHECKED
                       MOVE "N" TO WS-MST-FOUND-SW
                       MOVE RCT-ACCOUNT-NO TO MST-ACCOUNT-NO
                       READ ACCT-MASTER-FILE
                           INVALID KEY
                               MOVE 0 TO MST-BALANCE
                           NOT INVALID KEY
                               SET WS-MST-FOUND TO TRUE
                       END-READ
                       IF MST-BALANCE = RCT-EXPECTED-BALANCE
                           ADD 1 TO WS-TIE-TIED
                       ELSE
                           MOVE RCT-ACCOUNT-NO TO WS-RPT-TIE-ACCOUNT
                           MOVE MST-BALANCE TO WS-RPT-TIE-MASTER
                           MOVE RCT-EXPECTED-BALANCE TO
                               WS-RPT-TIE-EXPECTED
                           PERFORM 6600-WRITE-TIE-DISCREPANCY
                       END-IF
               END-READ
           END-PERFORM.

       6400-SCAN-MASTER-GAPS SECTION.
      * A balance with no archived activity behind it cannot be
      * explained by the audit trail.
           MOVE LOW-VALUES TO MST-ACCOUNT-NO
           MOVE "N" TO WS-MST-EOF-SW
           START ACCT-MASTER-FILE KEY IS NOT LESS THAN MST-ACCOUNT-NO
               INVALID KEY
                   SET WS-MST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-MST-EOF
               READ ACCT-MASTER-FILE NEXT
                   AT END
                       SET WS-MST-EOF TO TRUE
                   NOT AT END
                       MOVE MST-ACCOUNT-NO TO RCT-ACCOUNT-NO
                       MOVE "N" TO WS-RCT-FOUND-SW
                       READ TIE-WORK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-RCT-FOUND TO TRUE
                       END-READ
                       IF NOT WS-RCT-FOUND
                           ADD 1 TO WS-TIE-CHECKED
                           IF MST-BALANCE = 0
                               ADD 1 TO WS-TIE-TIED
                           ELSE
                               MOVE MST-ACCOUNT-NO TO
                                   WS-RPT-TIE-ACCOUNT
                               MOVE MST-BALANCE TO WS-RPT-TIE-MASTER
                               MOVE 0 TO WS-RPT-TIE-EXPECTED
                               PERFORM 6600-WRITE-TIE-DISCREPANCY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6500-WRITE-TIE-SUMMARY SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TIE-CHECKED TO WS-RPT-TIE-CHECKED
           MOVE WS-TIE-TIED TO WS-RPT-TIE-TIED
           MOVE WS-TIE-DISC-COUNT TO WS-RPT-TIE-DISC
           MOVE WS-RPT-TIE-SUMMARY TO RPT-LINE
           WRITE RPT-LINE
           IF WS-TIE-MISSING-COUNT > 0
               MOVE "NOTE: TIE-OUT COVERAGE INCOMPLETE - GENERATIONS NO
      -            "T ON HAND" TO WS-RPT-NOTE-LINE
               MOVE WS-RPT-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           DISPLAY "ACCTRCVR: TIE-OUT CHECKED " WS-TIE-CHECKED
               " TIED " WS-TIE-TIED " DISCREPANCIES "
               WS-TIE-DISC-COUNT.

       6600-WRITE-TIE-DISCREPANCY SECTION.
           ADD 1 TO WS-TIE-DISC-COUNT
           MOVE WS-RPT-TIE-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "ACCTRCVR: ACCOUNT " WS-RPT-TIE-ACCOUNT
               " DOES NOT TIE TO THE AUDIT TRAIL".

       9000-TERMINATE SECTION.
      * Discrepancies after a clean roll-forward point at the
      * starting copy or at older generations, not at this run;
      * the master is rebuilt either way and the report says
      * where to look.
           CLOSE RCVR-RPT-OUT
           IF WS-TIE-DISC-COUNT > 0
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-TIE-MISSING-COUNT > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "ACCTRCVR: RECOVERY COMPLETE - REPORT ON "
               "RCVRRPT.DAT".

       END PROGRAM ACCTRCVR.
