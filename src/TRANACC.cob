      * Reads the daily transaction file and accumulates the amount
      * field into WS-AMOUNT, driving WS-COUNT off records actually
      * read instead of a fixed iteration count.
      * Only accounts open on the account master take postings: a
      * detail or reversal naming a closed, frozen or never-opened
      * account on either leg goes to the reject file.
      * A business date in an accounting period closed on the
      * period-control journal is refused unless the period has
      * since been reopened by an authorizer.
      * A detail whose reference an earlier run already posted,
      * within the window of posting days held on the reference
      * history, is diverted to the suspected-duplicate report and
      * the reject file instead of posting.  Approved resubmissions
      * and reversals are never flagged, and a reference whose
      * posting has since been reversed may post again.
      * Every valued reject is posted to the reject-suspense account
      * on SUSPPARM.DAT, against the clearing account, and carried
      * as an open item on SUSPITEM.DAT, so the books and the GL
      * extract still equal the feed.  The item leaves suspense
      * when its resubmission from TRANRCYC is processed, or goes
      * to the write-off expense account once TRANRCYC marks the
      * reject written off on TRANRJST.DAT.  The items are worked
      * on SUSPWORK.DAT and go back to SUSPITEM.DAT only once the
      * run's movement is on the balance master; a run that leaves
      * the master unposted leaves the items, the posted dates and
      * the reference history as they stood, so the day reruns
      * clean.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANACC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCAUD-FILE-STATUS.

           SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.

           SELECT REF-HISTORY-FILE ASSIGN TO "REFHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHS-REFERENCE-NO
               FILE STATUS IS WS-RHST-FILE-STATUS.

           SELECT REFH-PARM-FILE ASSIGN TO "REFHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RHPM-FILE-STATUS.

           SELECT DUP-RPT-OUT ASSIGN TO "TRANDUPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPR-FILE-STATUS.

           SELECT SUSP-PARM-FILE ASSIGN TO "SUSPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPP-FILE-STATUS.

           SELECT SUSP-ITEM-FILE ASSIGN TO "SUSPWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-KEY
               FILE STATUS IS WS-SIT-FILE-STATUS.

           SELECT SUSP-MASTER-FILE ASSIGN TO "SUSPITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-KEY
               FILE STATUS IS WS-SIM-FILE-STATUS.

           SELECT RJST-STATUS-FILE ASSIGN TO "TRANRJST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE-IN
       01  POSTED-DATE-LINE            PIC 9(8).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  POSTED-REF-FILE
       COPY RREFREC.

       FD  ACCT-PRIOR-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  PRIOR-MASTER-RECORD.
           05  PRIM-ACCOUNT-NO         PIC X(10).
           05  PRIM-MASTER-DATA        PIC X(91).

       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 47 CHARACTERS.
       COPY AUDITREC REPLACING ==AUDIT-RECORD== BY
           ==ARCH-AUDIT-RECORD== LEADING ==AUD== BY ==ARC==.

       FD  PERIOD-CTL-FILE
           RECORD CONTAINS 89 CHARACTERS.
       COPY PERDCTL.

       FD  REF-HISTORY-FILE
           RECORD CONTAINS 53 CHARACTERS.
       COPY RHSTREC.

       FD  REFH-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  RHPM-LINE                   PIC X(3).

       FD  DUP-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  DUP-RPT-LINE                PIC X(80).

       FD  SUSP-PARM-FILE
           RECORD CONTAINS 38 CHARACTERS.
       COPY SUSPPARM.

       FD  SUSP-ITEM-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY SUSPITEM.

       FD  SUSP-MASTER-FILE
           RECORD CONTAINS 86 CHARACTERS.
       01  SUSP-MASTER-RECORD.
           05  SIM-KEY                 PIC X(15).
           05  FILLER                  PIC X(71).

       FD  RJST-STATUS-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY RJSTREC.

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-AMOUNT               PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-POSTED-COUNT         PIC 9(7) VALUE 0.
           05  WS-POSTED-FOUND-SW      PIC X VALUE "N".
               88  WS-POSTED-FOUND             VALUE "Y".
           05  WS-PREF-HOLD            PIC X(62) VALUE SPACES.
           05  WS-PREF-REPLACED-SW     PIC X VALUE "N".
               88  WS-PREF-REPLACED            VALUE "Y".

      * Net movement by account number accumulates on the keyed
      * work file TRANDLTA.DAT and is rolled into the account
           05  WS-PRIOR-COPIED-COUNT   PIC 9(7) VALUE 0.
           05  WS-PRIOR-RETAINED-SW    PIC X VALUE "N".
               88  WS-PRIOR-RETAINED           VALUE "Y".
           05  WS-MASTER-POSTED-SW     PIC X VALUE "N".
               88  WS-MASTER-POSTED            VALUE "Y".
           05  WS-SUSP-STAGED-COUNT    PIC 9(7) VALUE 0.

      * Account status lookups during the posting pass read the
      * master by key, opened for input from start-up until the
      * end-of-run posting takes it over.
       01  WS-ACCT-STATUS-FIELDS.
           05  WS-MST-LOOKUP-SW        PIC X VALUE "N".
               88  WS-MST-LOOKUP-OPEN          VALUE "Y".
           05  WS-STATUS-ACCOUNT-NO    PIC X(10) VALUE SPACES.
           05  WS-STATUS-OFFSET-ACCT   PIC X(10) VALUE SPACES.
           05  WS-STATUS-RESULT        PIC X VALUE SPACE.
               88  WS-STATUS-OPEN              VALUE "O".
               88  WS-STATUS-FROZEN            VALUE "F".
               88  WS-STATUS-CLOSED            VALUE "C".
               88  WS-STATUS-NOT-OPENED        VALUE "N".
           05  WS-ACCTS-POSTABLE-SW    PIC X VALUE "Y".
               88  WS-ACCTS-POSTABLE           VALUE "Y".
           05  WS-STATUS-REJECT-REASON PIC X(40) VALUE SPACES.

      * Valid account/department codes loaded from ACCTREF.DAT at
      * start-up.  Codes that fail validation are posted to the
           05  WS-ARCAUD-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-ARCAUD-EOF-SW        PIC X VALUE "N".
               88  WS-ARCAUD-EOF               VALUE "Y".
           05  WS-PER-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF                  VALUE "Y".
           05  WS-RHST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-RHST-EOF-SW          PIC X VALUE "N".
               88  WS-RHST-EOF                 VALUE "Y".
           05  WS-RHPM-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-DUPR-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-SPP-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SIT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SIT-EOF-SW           PIC X VALUE "N".
               88  WS-SIT-EOF                  VALUE "Y".
           05  WS-SIM-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SIM-EOF-SW           PIC X VALUE "N".
               88  WS-SIM-EOF                  VALUE "Y".
           05  WS-RJST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-RJST-EOF-SW          PIC X VALUE "N".
               88  WS-RJST-EOF                 VALUE "Y".
           05  WS-ARCH-AUD-NAME        PIC X(24) VALUE SPACES.
           05  WS-ARCH-DATE-X          PIC X(8) VALUE SPACES.

               88  WS-CAL-DATE-FOUND          VALUE "Y".
           05  WS-DATE-POSTED-SW       PIC X VALUE "N".
               88  WS-DATE-POSTED             VALUE "Y".
           05  WS-BUSINESS-PERIOD      PIC 9(6) VALUE 0.
           05  WS-PERIOD-STATE         PIC X VALUE SPACE.
               88  WS-PERIOD-CLOSED           VALUE "C".
               88  WS-PERIOD-REOPENED         VALUE "R".
           05  WS-PERIOD-AUTHORIZER    PIC X(8) VALUE SPACES.

       01  WS-RECON-FIELDS.
           05  WS-RECON-RESULT         PIC X(20) VALUE SPACES.
           05  WS-RREF-UNUSABLE-SW     PIC X VALUE "N".
               88  WS-RREF-UNUSABLE            VALUE "Y".

      * Cross-day duplicate detection against the posted-reference
      * history REFHIST.DAT.  The window is a number of posting days
      * back from the business date, counted on the processing
      * calendar; entries dated before the earliest day in it are
      * purged at start-up and never matched.  With fewer posting
      * days on the calendar than the window, nothing is purged.
       01  WS-REF-HISTORY-FIELDS.
           05  WS-RHST-OPEN-SW         PIC X VALUE "N".
               88  WS-RHST-OPEN                VALUE "Y".
           05  WS-RHST-WINDOW-DAYS     PIC 9(3) VALUE 10.
           05  WS-RHST-CUTOFF-DATE     PIC 9(8) VALUE 0.
           05  WS-RHST-DAYS-SEEN       PIC 9(7) VALUE 0.
           05  WS-RHST-QUOTIENT        PIC 9(7) VALUE 0.
           05  WS-RHST-REMAINDER       PIC 9(3) VALUE 0.
           05  WS-RHST-PURGED-COUNT    PIC 9(7) VALUE 0.
           05  WS-RHST-ADDED-COUNT     PIC 9(7) VALUE 0.
           05  WS-DUP-SUSPECT-SW       PIC X VALUE "N".
               88  WS-DUP-SUSPECT              VALUE "Y".
           05  WS-DUP-COUNT            PIC 9(7) VALUE 0.
           05  WS-DUP-DATE-X           PIC X(8) VALUE SPACES.
           05  WS-RHST-DAY-ENTRY OCCURS 999 TIMES
                   INDEXED BY WS-RHST-DAY-IDX  PIC 9(8).

       01  WS-DUP-REPORT-LINES.
           05  WS-DUP-HEADING-1        PIC X(80) VALUE
               "SUSPECTED CROSS-DAY DUPLICATE TRANSACTIONS".
           05  WS-DUP-HEADING-2.
               10  FILLER              PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-DUP-HDG-DATE     PIC 9(8).
               10  FILLER              PIC X(11) VALUE
                   "   WINDOW: ".
               10  WS-DUP-HDG-DAYS     PIC ZZ9.
               10  FILLER              PIC X(23) VALUE
                   " POSTING DAYS, FROM    ".
               10  WS-DUP-HDG-CUTOFF   PIC 9(8).
           05  WS-DUP-COLUMNS          PIC X(80) VALUE
               "  REFERENCE    ACCOUNT          AMOUNT  POSTED ON  ACCOU
      -        "NT          AMOUNT".
           05  WS-DUP-DETAIL.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-DUP-REFERENCE    PIC X(12).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-ACCOUNT      PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-AMOUNT       PIC -,---,--9.99.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-DUP-POSTED-DATE  PIC 9(8).
               10  FILLER              PIC X(3) VALUE SPACES.
               10  WS-DUP-POSTED-ACCT  PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-DUP-POSTED-AMT   PIC -,---,--9.99.
           05  WS-DUP-TOTAL-LINE.
               10  FILLER              PIC X(32) VALUE
                   "SUSPECTED DUPLICATES DIVERTED: ".
               10  WS-DUP-TOTAL-COUNT  PIC Z,ZZZ,ZZ9.

      * Reject suspense, from SUSPPARM.DAT.  With no parameter on
      * hand, or one naming an account that is not open, rejects
      * post nowhere and the batch reconciliation counts them as
      * missing, as it always has.  The suspense movements stay out
      * of WS-AMOUNT - the accumulator and the control total both
      * cover posted items only.
       01  WS-REJECT-SUSPENSE-FIELDS.
           05  WS-SUSP-ACTIVE-SW       PIC X VALUE "N".
               88  WS-SUSP-ACTIVE              VALUE "Y".
           05  WS-SUSP-PARM-OK-SW      PIC X VALUE "N".
               88  WS-SUSP-PARM-OK             VALUE "Y".
           05  WS-SUSP-ACCT            PIC X(10) VALUE SPACES.
           05  WS-SUSP-CODE            PIC X(4) VALUE SPACES.
           05  WS-WOFF-ACCT            PIC X(10) VALUE SPACES.
           05  WS-WOFF-CODE            PIC X(4) VALUE SPACES.
           05  WS-CLEARING-ACCT        PIC X(10) VALUE SPACES.
           05  WS-SUSP-POST-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUSP-BUCKET-CODE     PIC X(4) VALUE SPACES.
           05  WS-SUSP-AUD-TYPE        PIC X VALUE SPACE.
           05  WS-SUSP-AUD-ACCT        PIC X(10) VALUE SPACES.
           05  WS-SUSP-AUD-OFFSET      PIC X(10) VALUE SPACES.
           05  WS-SUSP-AUD-CODE        PIC X(4) VALUE SPACES.
           05  WS-SUSP-AUD-REF         PIC X(12) VALUE SPACES.
           05  WS-SIT-FOUND-SW         PIC X VALUE "N".
               88  WS-SIT-FOUND                VALUE "Y".
           05  WS-SIT-EXACT-SW         PIC X VALUE "N".
               88  WS-SIT-EXACT                VALUE "Y".
           05  WS-SIT-WRITTEN-SW       PIC X VALUE "N".
               88  WS-SIT-WRITTEN              VALUE "Y".
           05  WS-SIT-MATCH-REF        PIC X(12) VALUE SPACES.
           05  WS-SIT-MATCH-TYPE       PIC X VALUE SPACE.
           05  WS-SIT-MATCH-AMOUNT     PIC S9(7)V99 VALUE 0.
           05  WS-SIT-MATCH-DATE       PIC 9(8) VALUE 0.
           05  WS-SUSP-REJ-DATE        PIC 9(8) VALUE 0.
           05  WS-SUSP-IN-COUNT        PIC 9(7) VALUE 0.
           05  WS-SUSP-IN-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SUSP-CLR-COUNT       PIC 9(7) VALUE 0.
           05  WS-SUSP-CLR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SUSP-WOFF-COUNT      PIC 9(7) VALUE 0.
           05  WS-SUSP-WOFF-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING-1        PIC X(80) VALUE
               "DAILY TRANSACTION CONTROL-TOTAL REPORT".
               10  FILLER              PIC X(20) VALUE
                   "REJECTED:           ".
               10  WS-RPT-REJ-COUNT    PIC Z,ZZZ,ZZ9.
           05  WS-RPT-DUPLICATES.
               10  FILLER              PIC X(20) VALUE
                   "SUSPECT DUPLICATES: ".
               10  WS-RPT-DUP-COUNT    PIC Z,ZZZ,ZZ9.
           05  WS-RPT-SUSP-IN.
               10  FILLER              PIC X(20) VALUE
                   "TO REJECT SUSPENSE: ".
               10  WS-RPT-SIN-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(3) VALUE SPACES.
               10  WS-RPT-SIN-AMOUNT   PIC --,---,---,---,--9.99.
           05  WS-RPT-SUSP-CLEARED.
               10  FILLER              PIC X(20) VALUE
                   "SUSPENSE CLEARED:   ".
               10  WS-RPT-SCL-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(3) VALUE SPACES.
               10  WS-RPT-SCL-AMOUNT   PIC --,---,---,---,--9.99.
           05  WS-RPT-SUSP-WOFF.
               10  FILLER              PIC X(20) VALUE
                   "SUSPENSE WRITE-OFF: ".
               10  WS-RPT-SWO-COUNT    PIC Z,ZZZ,ZZ9.
               10  FILLER              PIC X(3) VALUE SPACES.
               10  WS-RPT-SWO-AMOUNT   PIC --,---,---,---,--9.99.
           05  WS-RPT-HELD.
               10  FILLER              PIC X(20) VALUE
                   "HELD FOR APPROVAL:  ".
      * output file is opened, so a run stopped for a date problem
      * leaves yesterday's report, audit and reject files untouched.
           PERFORM 1200-GET-BUSINESS-DATE
           PERFORM 1250-OPEN-MASTER-FOR-STATUS
           OPEN INPUT TRAN-FILE-IN
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: UNABLE TO OPEN TRANIN.DAT - STATUS "
               STOP RUN
           END-IF
           PERFORM 1700-OPEN-WORK-FILES
           PERFORM 1260-OPEN-REFERENCE-HISTORY
      * Seeding from the archived generation comes first, before
      * the resumed-run replay of this run's own audit trail, so
      * reversals already applied before a restart re-mark the
           PERFORM 1600-LOAD-CURRENCY-RATES
           PERFORM 1300-GET-RUN-PARM
           PERFORM 1800-GET-AUTH-LIMIT
           PERFORM 1290-OPEN-REJECT-SUSPENSE
           PERFORM WS-SKIP-COUNT TIMES
               PERFORM 2000-READ-TRAN-FILE
           END-PERFORM
      * posts under the intended date.  The date must be a posting
      * day on the processing calendar and must not already have
      * been posted, unless a back-dated rerun has been explicitly
      * requested on the run-control record.  Nor may it fall in a
      * closed accounting period.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-FILE-STATUS = "00"
               READ RUNCTL-FILE
           END-IF
           DISPLAY "TRANACC: BUSINESS DATE " WS-BUSINESS-DATE
           PERFORM 1210-CHECK-CALENDAR
           PERFORM 1220-CHECK-ALREADY-POSTED
           PERFORM 1230-CHECK-PERIOD-OPEN.

       1210-CHECK-CALENDAR SECTION.
           OPEN INPUT CALENDAR-FILE
               END-IF
           END-IF.

       1230-CHECK-PERIOD-OPEN SECTION.
      * Finance has reported a closed month from its period-end
      * snapshot; posting into it, normal run or back-dated rerun,
      * would move the figures under the report.  The journal's
      * latest entry for the month decides - a reopen recorded
      * after the close lets the date through.
           COMPUTE WS-BUSINESS-PERIOD = WS-BUSINESS-DATE / 100
           OPEN INPUT PERIOD-CTL-FILE
           EVALUATE WS-PER-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-PER-EOF
                       READ PERIOD-CTL-FILE
                           AT END
                               SET WS-PER-EOF TO TRUE
                           NOT AT END
                               IF PER-PERIOD = WS-BUSINESS-PERIOD
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
                   DISPLAY "TRANACC: UNABLE TO READ PERIODCTL.DAT - "
                       "STATUS " WS-PER-FILE-STATUS " - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-PERIOD-CLOSED
               DISPLAY "TRANACC: BUSINESS DATE " WS-BUSINESS-DATE
                   " FALLS IN CLOSED PERIOD " WS-BUSINESS-PERIOD
                   " - RUN STOPPED - AN AUTHORIZED REOPEN IS REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-REOPENED
               DISPLAY "TRANACC: PERIOD " WS-BUSINESS-PERIOD
                   " REOPENED BY " WS-PERIOD-AUTHORIZER
                   " - POSTING PERMITTED"
           END-IF.

       1250-OPEN-MASTER-FOR-STATUS SECTION.
      * Every posting is checked against the account's status on
      * the master.  With no master on hand no account has been
      * opened, so everything rejects; a master that is on hand
      * but unreadable stops the run before any output is opened.
           OPEN INPUT ACCT-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MST-FILE-STATUS = "00"
                   SET WS-MST-LOOKUP-OPEN TO TRUE
               WHEN WS-MST-FILE-STATUS = "35"
                   DISPLAY "TRANACC: ACCTMST.DAT NOT FOUND - NO "
                       "ACCOUNTS OPEN - ALL POSTINGS WILL REJECT"
               WHEN OTHER
                   DISPLAY "TRANACC: UNABLE TO OPEN ACCTMST.DAT FOR "
                       "ACCOUNT STATUS - STATUS " WS-MST-FILE-STATUS
                       " - RUN STOPPED"
                   IF WS-MST-FILE-STATUS = "39"
                       OR WS-MST-FILE-STATUS = "30"
                       DISPLAY "TRANACC: A MASTER IN AN EARLIER "
                           "FORMAT NEEDS ACCTCONV RUN ONCE TO "
                           "CONVERT IT"
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1260-OPEN-REFERENCE-HISTORY SECTION.
      * The history is opened for the whole run: read by key as
      * each detail arrives, added to when the run completes.  A
      * history that exists but cannot be opened stops the run -
      * posting without it would let a resent day through.
           PERFORM 1265-GET-HISTORY-WINDOW
           PERFORM 1270-SET-HISTORY-CUTOFF
           OPEN I-O REF-HISTORY-FILE
           IF WS-RHST-FILE-STATUS = "35"
               OPEN OUTPUT REF-HISTORY-FILE
               IF WS-RHST-FILE-STATUS = "00"
                   CLOSE REF-HISTORY-FILE
                   OPEN I-O REF-HISTORY-FILE
               END-IF
           END-IF
           IF WS-RHST-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: UNABLE TO OPEN REFHIST.DAT - STATUS "
                   WS-RHST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-RHST-OPEN TO TRUE
           IF WS-RHST-CUTOFF-DATE > 0
               PERFORM 1275-PURGE-REFERENCE-HISTORY
           END-IF
           PERFORM 1280-OPEN-DUPLICATE-REPORT.

       1265-GET-HISTORY-WINDOW SECTION.
           OPEN INPUT REFH-PARM-FILE
           IF WS-RHPM-FILE-STATUS = "00"
               READ REFH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RHPM-LINE NUMERIC
                           AND RHPM-LINE NOT = "000"
                           MOVE RHPM-LINE TO WS-RHST-WINDOW-DAYS
                       ELSE
                           DISPLAY "TRANACC: REFHPARM.DAT WINDOW "
                               RHPM-LINE " NOT USABLE - DEFAULT "
                               WS-RHST-WINDOW-DAYS " POSTING DAYS"
                       END-IF
               END-READ
               CLOSE REFH-PARM-FILE
           END-IF
           DISPLAY "TRANACC: DUPLICATE CHECK COVERS THE LAST "
               WS-RHST-WINDOW-DAYS " POSTING DAY(S)".

       1270-SET-HISTORY-CUTOFF SECTION.
      * The calendar is in date order, so the posting days before
      * the business date pass through a ring of window size; when
      * they have all gone by, the oldest day left in the ring is
      * the first day of the window.
           MOVE 0 TO WS-RHST-DAYS-SEEN
           MOVE "N" TO WS-CAL-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: CALENDAR.DAT NOT AVAILABLE - "
                   "REFERENCE HISTORY NOT PURGED THIS RUN"
           ELSE
               PERFORM UNTIL WS-CAL-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-POSTING-DAY
                               AND CAL-DATE < WS-BUSINESS-DATE
                               DIVIDE WS-RHST-DAYS-SEEN
                                   BY WS-RHST-WINDOW-DAYS
                                   GIVING WS-RHST-QUOTIENT
                                   REMAINDER WS-RHST-REMAINDER
                               SET WS-RHST-DAY-IDX
                                   TO WS-RHST-REMAINDER
                               SET WS-RHST-DAY-IDX UP BY 1
                               MOVE CAL-DATE TO
                                   WS-RHST-DAY-ENTRY (WS-RHST-DAY-IDX)
                               ADD 1 TO WS-RHST-DAYS-SEEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF WS-RHST-DAYS-SEEN NOT < WS-RHST-WINDOW-DAYS
                   DIVIDE WS-RHST-DAYS-SEEN BY WS-RHST-WINDOW-DAYS
                       GIVING WS-RHST-QUOTIENT
                       REMAINDER WS-RHST-REMAINDER
                   SET WS-RHST-DAY-IDX TO WS-RHST-REMAINDER
                   SET WS-RHST-DAY-IDX UP BY 1
                   MOVE WS-RHST-DAY-ENTRY (WS-RHST-DAY-IDX)
                       TO WS-RHST-CUTOFF-DATE
               END-IF
           END-IF.

       1275-PURGE-REFERENCE-HISTORY SECTION.
           MOVE LOW-VALUES TO RHS-REFERENCE-NO
           MOVE "N" TO WS-RHST-EOF-SW
           START REF-HISTORY-FILE KEY NOT LESS THAN RHS-REFERENCE-NO
               INVALID KEY
                   SET WS-RHST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RHST-EOF
               READ REF-HISTORY-FILE NEXT
                   AT END
                       SET WS-RHST-EOF TO TRUE
                   NOT AT END
                       IF RHS-BUSINESS-DATE < WS-RHST-CUTOFF-DATE
                           DELETE REF-HISTORY-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RHST-PURGED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "TRANACC: " WS-RHST-PURGED-COUNT " REFERENCE(S) "
               "POSTED BEFORE " WS-RHST-CUTOFF-DATE
               " PURGED FROM REFHIST.DAT".

       1280-OPEN-DUPLICATE-REPORT SECTION.
           IF WS-RESUMED-RUN
               OPEN EXTEND DUP-RPT-OUT
               IF WS-DUPR-FILE-STATUS = "35"
                   OPEN OUTPUT DUP-RPT-OUT
               END-IF
           ELSE
               OPEN OUTPUT DUP-RPT-OUT
           END-IF
           IF WS-DUPR-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: UNABLE TO OPEN TRANDUPS.DAT - STATUS "
                   WS-DUPR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-RESUMED-RUN
               MOVE WS-DUP-HEADING-1 TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE WS-BUSINESS-DATE TO WS-DUP-HDG-DATE
               MOVE WS-RHST-WINDOW-DAYS TO WS-DUP-HDG-DAYS
               MOVE WS-RHST-CUTOFF-DATE TO WS-DUP-HDG-CUTOFF
               MOVE WS-DUP-HEADING-2 TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE SPACES TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
               MOVE WS-DUP-COLUMNS TO DUP-RPT-LINE
               WRITE DUP-RPT-LINE
           END-IF.

       1290-OPEN-REJECT-SUSPENSE SECTION.
      * The suspense, write-off and clearing accounts are checked
      * open on the master once, at start-up, so no reject can post
      * half its suspense entry.  A suspense item file that exists
      * but cannot be opened stops the run - rejects posted without
      * their items could never be cleared.
           PERFORM 1292-GET-SUSPENSE-PARM
           IF WS-SUSP-PARM-OK
               PERFORM 1291-STAGE-SUSPENSE-ITEMS
               SET WS-SUSP-ACTIVE TO TRUE
               DISPLAY "TRANACC: REJECTS POST TO SUSPENSE ACCOUNT "
                   WS-SUSP-ACCT " AGAINST " WS-CLEARING-ACCT
      * A back-dated rerun replays a day already on the books; the
      * write-offs marked since then post with the next regular run.
               IF NOT WS-BACKDATED-RERUN
                   PERFORM 1295-POST-SUSPENSE-WRITE-OFFS
               END-IF
           END-IF.

       1291-STAGE-SUSPENSE-ITEMS SECTION.
      * The run adds, clears and writes off items on a work copy of
      * SUSPITEM.DAT; 9700 puts the copy back once the master is
      * posted.  No item file yet means no items to carry.
           OPEN OUTPUT SUSP-ITEM-FILE
           IF WS-SIT-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: UNABLE TO OPEN SUSPWORK.DAT - "
                   "STATUS " WS-SIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUSP-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-SIM-FILE-STATUS = "35"
                   CONTINUE
               WHEN WS-SIM-FILE-STATUS NOT = "00"
                   DISPLAY "TRANACC: UNABLE TO OPEN SUSPITEM.DAT - "
                       "STATUS " WS-SIM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE "N" TO WS-SIM-EOF-SW
                   PERFORM UNTIL WS-SIM-EOF
                       READ SUSP-MASTER-FILE NEXT
                           AT END
                               SET WS-SIM-EOF TO TRUE
                           NOT AT END
                               MOVE SUSP-MASTER-RECORD TO
                                   SUSP-ITEM-RECORD
                               WRITE SUSP-ITEM-RECORD
                               ADD 1 TO WS-SUSP-STAGED-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SUSP-MASTER-FILE
           END-EVALUATE
           CLOSE SUSP-ITEM-FILE
           OPEN I-O SUSP-ITEM-FILE
           IF WS-SIT-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: UNABLE TO OPEN SUSPWORK.DAT - "
                   "STATUS " WS-SIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1292-GET-SUSPENSE-PARM SECTION.
           OPEN INPUT SUSP-PARM-FILE
           IF WS-SPP-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: NO SUSPPARM.DAT - REJECTS NOT "
                   "POSTED TO SUSPENSE"
           ELSE
               READ SUSP-PARM-FILE
                   AT END
                       DISPLAY "TRANACC: SUSPPARM.DAT EMPTY - REJECTS "
                           "NOT POSTED TO SUSPENSE"
                   NOT AT END
                       MOVE SPP-SUSPENSE-ACCT TO WS-SUSP-ACCT
                       MOVE SPP-SUSPENSE-CODE TO WS-SUSP-CODE
                       MOVE SPP-WRITEOFF-ACCT TO WS-WOFF-ACCT
                       MOVE SPP-WRITEOFF-CODE TO WS-WOFF-CODE
                       MOVE SPP-CLEARING-ACCT TO WS-CLEARING-ACCT
                       SET WS-SUSP-PARM-OK TO TRUE
               END-READ
               CLOSE SUSP-PARM-FILE
               IF WS-SUSP-PARM-OK
                   IF WS-SUSP-CODE = SPACES OR WS-WOFF-CODE = SPACES
                       OR WS-SUSP-ACCT = WS-CLEARING-ACCT
                       OR WS-SUSP-ACCT = WS-WOFF-ACCT
                       MOVE "N" TO WS-SUSP-PARM-OK-SW
                       DISPLAY "TRANACC: SUSPPARM.DAT INCOMPLETE OR "
                           "ACCOUNTS NOT DISTINCT - REJECTS NOT "
                           "POSTED TO SUSPENSE"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               MOVE WS-SUSP-ACCT TO WS-STATUS-ACCOUNT-NO
               PERFORM 1294-CHECK-SUSPENSE-ACCOUNT
               MOVE WS-WOFF-ACCT TO WS-STATUS-ACCOUNT-NO
               PERFORM 1294-CHECK-SUSPENSE-ACCOUNT
               MOVE WS-CLEARING-ACCT TO WS-STATUS-ACCOUNT-NO
               PERFORM 1294-CHECK-SUSPENSE-ACCOUNT
           END-IF.

       1294-CHECK-SUSPENSE-ACCOUNT SECTION.
           IF WS-SUSP-PARM-OK
               PERFORM 4560-GET-ACCOUNT-STATUS
               IF NOT WS-STATUS-OPEN
                   MOVE "N" TO WS-SUSP-PARM-OK-SW
                   DISPLAY "TRANACC: SUSPPARM.DAT ACCOUNT "
                       WS-STATUS-ACCOUNT-NO " NOT OPEN ON ACCTMST.DAT"
                       " - REJECTS NOT POSTED TO SUSPENSE"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1295-POST-SUSPENSE-WRITE-OFFS SECTION.
      * Every reject TRANRCYC has marked written off whose item is
      * still open on SUSPITEM.DAT moves from suspense to the
      * write-off expense account.  The item is marked as it posts,
      * so the status file read again on a resumed run never writes
      * the same item off twice.  Rejects written off before they
      * were ever posted to suspense have no item and pass by.
           OPEN INPUT RJST-STATUS-FILE
           IF WS-RJST-FILE-STATUS = "00"
               MOVE "N" TO WS-RJST-EOF-SW
               PERFORM UNTIL WS-RJST-EOF
                   READ RJST-STATUS-FILE
                       AT END
                           SET WS-RJST-EOF TO TRUE
                       NOT AT END
                           IF RJST-WRITTEN-OFF
                               PERFORM 1296-WRITE-OFF-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RJST-STATUS-FILE
           END-IF
           IF WS-SUSP-WOFF-COUNT > 0
               DISPLAY "TRANACC: " WS-SUSP-WOFF-COUNT " SUSPENSE "
                   "ITEM(S) WRITTEN OFF TO " WS-WOFF-ACCT
           END-IF.

       1296-WRITE-OFF-ONE-ITEM SECTION.
           MOVE RJST-REFERENCE-NO TO WS-SIT-MATCH-REF
           MOVE RJST-RECORD-TYPE TO WS-SIT-MATCH-TYPE
           MOVE RJST-AMOUNT TO WS-SIT-MATCH-AMOUNT
           MOVE RJST-ENTERED-DATE TO WS-SIT-MATCH-DATE
           SET WS-SIT-EXACT TO TRUE
           PERFORM 4850-FIND-OPEN-SUSPENSE-ITEM
      * A held resubmission denied by a supervisor comes back on the
      * status file dated the day of the denial, and possibly at the
      * corrected amount, so it cannot match its item exactly.  The
      * oldest open item rejected before the denial is taken.
           IF NOT WS-SIT-FOUND
               AND RJST-APPROVAL-DENIED
               MOVE "N" TO WS-SIT-EXACT-SW
               PERFORM 4850-FIND-OPEN-SUSPENSE-ITEM
               IF WS-SIT-FOUND
                   AND SIT-REJECT-DATE NOT < RJST-ENTERED-DATE
                   MOVE "N" TO WS-SIT-FOUND-SW
               END-IF
           END-IF
           IF WS-SIT-FOUND
               MOVE WS-WOFF-ACCT TO WS-DELTA-ACCOUNT-NO
               MOVE SIT-SUSP-AMOUNT TO WS-DELTA-AMOUNT
               PERFORM 4680-RECORD-ACCOUNT-DELTA
               MOVE WS-SUSP-ACCT TO WS-DELTA-ACCOUNT-NO
               COMPUTE WS-DELTA-AMOUNT = 0 - SIT-SUSP-AMOUNT
               PERFORM 4680-RECORD-ACCOUNT-DELTA
               MOVE WS-SUSP-CODE TO WS-SUSP-BUCKET-CODE
               COMPUTE WS-SUSP-POST-AMOUNT = 0 - SIT-SUSP-AMOUNT
               PERFORM 4620-POST-SUSPENSE-BUCKET
               MOVE WS-WOFF-CODE TO WS-SUSP-BUCKET-CODE
               MOVE SIT-SUSP-AMOUNT TO WS-SUSP-POST-AMOUNT
               PERFORM 4620-POST-SUSPENSE-BUCKET
               SET SIT-WRITTEN-OFF TO TRUE
               MOVE WS-BUSINESS-DATE TO SIT-RESOLVED-DATE
               REWRITE SUSP-ITEM-RECORD
               MOVE "W" TO WS-SUSP-AUD-TYPE
               MOVE SIT-REFERENCE-NO TO WS-SUSP-AUD-REF
               MOVE WS-WOFF-ACCT TO WS-SUSP-AUD-ACCT
               MOVE WS-SUSP-ACCT TO WS-SUSP-AUD-OFFSET
               MOVE WS-WOFF-CODE TO WS-SUSP-AUD-CODE
               PERFORM 4150-WRITE-SUSPENSE-AUDIT
               ADD 1 TO WS-SUSP-WOFF-COUNT
               ADD SIT-SUSP-AMOUNT TO WS-SUSP-WOFF-TOTAL
           END-IF.

       1100-LOAD-ACCT-REFERENCE SECTION.
           OPEN INPUT ACCT-REF-FILE
           IF WS-ACCTREF-FILE-STATUS = "00"
      * The audit record carries the record type of the posting
      * that produced it, so a reversal is recognized by type and
      * never inferred from the sign - a hand-keyed negative-amount
      * detail is an ordinary posting, not a reversal.  Movements
      * into and out of reject suspense post nothing of the item's
      * own and are passed by.
           IF AUD-REFERENCE-NO = SPACES OR AUD-SUSPENSE-ENTRY
               CONTINUE
           ELSE
               IF AUD-RECORD-TYPE = "R"
                   MOVE "N" TO PRF-REVERSED-SW
                   WRITE PREF-RECORD
                       INVALID KEY
                           PERFORM 4660-REPLACE-REVERSED-REF
                           IF NOT WS-PREF-REPLACED
                               DISPLAY "TRANACC: DUPLICATE REFERENCE "
                                   AUD-REFERENCE-NO " ON AUDIT TRAIL "
                                   "- FIRST POSTING KEPT"
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                   END-WRITE
           END-IF.

       1950-TABLE-ARCHIVED-ENTRY SECTION.
           IF ARC-REFERENCE-NO = SPACES OR ARC-SUSPENSE-ENTRY
               CONTINUE
           ELSE
               IF ARC-RECORD-TYPE = "R"
                   MOVE "N" TO PRF-REVERSED-SW
                   WRITE PREF-RECORD
                       INVALID KEY
                           PERFORM 4660-REPLACE-REVERSED-REF
                           IF NOT WS-PREF-REPLACED
                               DISPLAY "TRANACC: DUPLICATE REFERENCE "
                                   ARC-REFERENCE-NO " ON ARCHIVED "
                                   "AUDIT - FIRST POSTING KEPT"
                           END-IF
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                   END-WRITE
           IF WS-AUTH-TEST-AMOUNT < 0
               COMPUTE WS-AUTH-TEST-AMOUNT = 0 - WS-AUTH-TEST-AMOUNT
           END-IF
           PERFORM 4750-CHECK-REFERENCE-HISTORY
           EVALUATE TRUE
               WHEN WS-DUP-SUSPECT
                   PERFORM 3100-DIVERT-DUPLICATE
               WHEN TRAN-OFFSET-ACCT = SPACES
               WHEN TRAN-OFFSET-ACCT = TRAN-ACCOUNT-NO
                   MOVE "NO VALID OFFSET ACCOUNT - NOT POSTED"
                       TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM 110-POST-OPEN-DETAIL
           END-EVALUATE.

       110-POST-OPEN-DETAIL SECTION.
      * Both legs must be open accounts before anything else about
      * the detail matters - a frozen account is not even held for
      * approval, since approval could never let it post.
           MOVE TRAN-ACCOUNT-NO TO WS-STATUS-ACCOUNT-NO
           MOVE TRAN-OFFSET-ACCT TO WS-STATUS-OFFSET-ACCT
           PERFORM 4570-CHECK-POSTING-ACCOUNTS
           EVALUATE TRUE
               WHEN NOT WS-ACCTS-POSTABLE
                   MOVE WS-STATUS-REJECT-REASON TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-TRANSACTION
               WHEN NOT WS-RATE-OK
                   MOVE "NO USABLE RATE FOR CURRENCY - NOT POSTED"
                       TO WS-REJECT-REASON
           MOVE WS-TRAN-BASE-AMOUNT TO WS-CURR-POST-BASE
           PERFORM 4690-POST-CURRENCY-BUCKET
           PERFORM 4000-WRITE-AUDIT-RECORD
           IF WS-SUSP-ACTIVE AND TRAN-FROM-SUSPENSE
               PERFORM 3700-CLEAR-SUSPENSE-ITEM
           END-IF
           DIVIDE WS-COUNT BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CHECKPOINT-QUOTIENT
               REMAINDER WS-CHECKPOINT-DUE
               END-IF
           END-IF.

       4570-CHECK-POSTING-ACCOUNTS SECTION.
      * Called with the primary account in WS-STATUS-ACCOUNT-NO and
      * the offset account in WS-STATUS-OFFSET-ACCT (spaces when the
      * posting has no contra leg).  The primary leg is reported
      * first when both are unusable.
           MOVE "Y" TO WS-ACCTS-POSTABLE-SW
           MOVE SPACES TO WS-STATUS-REJECT-REASON
           PERFORM 4560-GET-ACCOUNT-STATUS
           EVALUATE TRUE
               WHEN WS-STATUS-NOT-OPENED
                   MOVE "N" TO WS-ACCTS-POSTABLE-SW
                   MOVE "ACCOUNT NEVER OPENED - NOT POSTED"
                       TO WS-STATUS-REJECT-REASON
               WHEN WS-STATUS-FROZEN
                   MOVE "N" TO WS-ACCTS-POSTABLE-SW
                   MOVE "ACCOUNT FROZEN - NOT POSTED"
                       TO WS-STATUS-REJECT-REASON
               WHEN WS-STATUS-CLOSED
                   MOVE "N" TO WS-ACCTS-POSTABLE-SW
                   MOVE "ACCOUNT CLOSED - NOT POSTED"
                       TO WS-STATUS-REJECT-REASON
           END-EVALUATE
           IF WS-ACCTS-POSTABLE AND WS-STATUS-OFFSET-ACCT NOT = SPACES
               MOVE WS-STATUS-OFFSET-ACCT TO WS-STATUS-ACCOUNT-NO
               PERFORM 4560-GET-ACCOUNT-STATUS
               EVALUATE TRUE
                   WHEN WS-STATUS-NOT-OPENED
                       MOVE "N" TO WS-ACCTS-POSTABLE-SW
                       MOVE "OFFSET ACCOUNT NEVER OPENED - NOT POSTED"
                           TO WS-STATUS-REJECT-REASON
                   WHEN WS-STATUS-FROZEN
                       MOVE "N" TO WS-ACCTS-POSTABLE-SW
                       MOVE "OFFSET ACCOUNT FROZEN - NOT POSTED"
                           TO WS-STATUS-REJECT-REASON
                   WHEN WS-STATUS-CLOSED
                       MOVE "N" TO WS-ACCTS-POSTABLE-SW
                       MOVE "OFFSET ACCOUNT CLOSED - NOT POSTED"
                           TO WS-STATUS-REJECT-REASON
               END-EVALUATE
           END-IF.

       4560-GET-ACCOUNT-STATUS SECTION.
      * A record on the master with no status recognized is taken
      * as never opened - only an explicit open status posts.
           MOVE "N" TO WS-STATUS-RESULT
           IF WS-MST-LOOKUP-OPEN
               MOVE WS-STATUS-ACCOUNT-NO TO MST-ACCOUNT-NO
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MST-ACCT-OPEN OR MST-ACCT-FROZEN
                           OR MST-ACCT-CLOSED
                           MOVE MST-ACCOUNT-STATUS TO WS-STATUS-RESULT
                       END-IF
               END-READ
           END-IF.

       4690-POST-CURRENCY-BUCKET SECTION.
           MOVE "N" TO WS-CURR-FOUND-SW
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                       TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM 120-APPLY-OPEN-REVERSAL
           END-EVALUATE.

       120-APPLY-OPEN-REVERSAL SECTION.
      * A reversal moves both accounts of the original posting, so
      * it is held to the same status rule as a detail.  A posting
      * from before the offset field existed has no contra leg to
      * check.
           MOVE PRF-ACCOUNT-NO TO WS-STATUS-ACCOUNT-NO
           MOVE PRF-OFFSET-ACCT TO WS-STATUS-OFFSET-ACCT
           PERFORM 4570-CHECK-POSTING-ACCOUNTS
           EVALUATE TRUE
               WHEN NOT WS-ACCTS-POSTABLE
                   MOVE WS-STATUS-REJECT-REASON TO WS-REJECT-REASON
                   PERFORM 3000-REJECT-TRANSACTION
               WHEN OTHER
      * The reversal backs the converted amount recorded at posting
      * time out again - never a fresh conversion, which could
      * drift from the original under a later rate.
                   SET WS-POSTED-FOUND TO TRUE
           END-READ.

       4750-CHECK-REFERENCE-HISTORY SECTION.
      * An approved resubmission re-enters under the reference it
      * was held with and is never a duplicate.  A history entry
      * whose posting was reversed no longer stands, so the
      * reference may post again - the back-out and repost of a
      * day depends on it.  On a back-dated rerun the day's own
      * history entry predates the back-out batch that reversed
      * it, so the posted-reference table seeded from the day's
      * generation says whether that posting still stands.
           MOVE "N" TO WS-DUP-SUSPECT-SW
           IF WS-RHST-OPEN
               AND TRAN-REFERENCE-NO NOT = SPACES
               AND NOT TRAN-AUTH-APPROVED
               MOVE TRAN-REFERENCE-NO TO RHS-REFERENCE-NO
               READ REF-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN RHS-REVERSED
                           WHEN RHS-BUSINESS-DATE <
                               WS-RHST-CUTOFF-DATE
                               CONTINUE
                           WHEN WS-BACKDATED-RERUN
                               AND RHS-BUSINESS-DATE =
                                   WS-BUSINESS-DATE
                               PERFORM 4700-FIND-POSTED-REF
                               IF NOT WS-POSTED-FOUND
                                   OR NOT PRF-REVERSED
                                   SET WS-DUP-SUSPECT TO TRUE
                               END-IF
                           WHEN OTHER
                               SET WS-DUP-SUSPECT TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

       4900-APPLY-REVERSAL SECTION.
           MOVE WS-AMOUNT TO WS-PRE-ADD-AMOUNT
           SUBTRACT PRF-BASE-AMOUNT FROM WS-AMOUNT
           PERFORM 4690-POST-CURRENCY-BUCKET
           PERFORM 4950-BACK-OUT-BUCKET
           PERFORM 4100-WRITE-REVERSAL-AUDIT
           IF WS-SUSP-ACTIVE AND TRAN-FROM-SUSPENSE
               PERFORM 3700-CLEAR-SUSPENSE-ITEM
           END-IF
           DIVIDE WS-COUNT BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CHECKPOINT-QUOTIENT
               REMAINDER WS-CHECKPOINT-DUE
               ADD 1 TO WS-ACCT-TXN-COUNT (WS-ACCT-IDX)
           END-IF.

       4620-POST-SUSPENSE-BUCKET SECTION.
      * Suspense movements post under the codes on SUSPPARM.DAT as
      * given - they are not feed codes to validate.
           SET WS-ACCT-FOUND-SW TO "N"
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT-ENTRIES
               IF WS-ACCT-CODE (WS-ACCT-IDX) = WS-SUSP-BUCKET-CODE
                   SET WS-ACCT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-FOUND
               IF WS-ACCT-COUNT-ENTRIES < 50
                   ADD 1 TO WS-ACCT-COUNT-ENTRIES
                   SET WS-ACCT-IDX TO WS-ACCT-COUNT-ENTRIES
                   MOVE WS-SUSP-BUCKET-CODE
                       TO WS-ACCT-CODE (WS-ACCT-IDX)
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   SET WS-ACCT-TABLE-FULL TO TRUE
                   DISPLAY "TRANACC: ACCOUNT BUCKET TABLE FULL - "
                       WS-SUSP-BUCKET-CODE " NOT BROKEN OUT SEPARATELY"
               END-IF
           END-IF
           IF WS-ACCT-FOUND
               ADD WS-SUSP-POST-AMOUNT TO WS-ACCT-AMOUNT (WS-ACCT-IDX)
               ADD 1 TO WS-ACCT-TXN-COUNT (WS-ACCT-IDX)
           END-IF.

       4680-RECORD-ACCOUNT-DELTA SECTION.
           MOVE WS-DELTA-ACCOUNT-NO TO DLT-ACCOUNT-NO
           READ ACCT-DELTA-FILE
           MOVE "N" TO PRF-REVERSED-SW
           WRITE PREF-RECORD
               INVALID KEY
                   PERFORM 4660-REPLACE-REVERSED-REF
                   IF NOT WS-PREF-REPLACED
                       DISPLAY "TRANACC: REFERENCE " TRAN-REFERENCE-NO
                           " ALREADY POSTED THIS RUN - FIRST KEPT ON "
                           "THE POSTED-REFERENCE FILE"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
           END-WRITE.

       4660-REPLACE-REVERSED-REF SECTION.
      * A posting reversed earlier in the day - the back-out ahead
      * of a repost - no longer stands, so the repost takes its
      * place and the reference goes to history as posted.  The
      * audit replay of a resumed run and the seeding from an
      * archived generation meet the same sequence and take the
      * same way; any other duplicate is left to the caller.
           MOVE "N" TO WS-PREF-REPLACED-SW
           MOVE PREF-RECORD TO WS-PREF-HOLD
           READ POSTED-REF-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRF-FILE-STATUS = "00" AND PRF-REVERSED
               MOVE WS-PREF-HOLD TO PREF-RECORD
               REWRITE PREF-RECORD
               SET WS-PREF-REPLACED TO TRUE
           END-IF.

       4000-WRITE-AUDIT-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-COUNT TO AUD-COUNT
           MOVE TRAN-OFFSET-ACCT TO AUD-OFFSET-ACCT
           WRITE AUDIT-RECORD.

       4150-WRITE-SUSPENSE-AUDIT SECTION.
      * A suspense movement is not a posting of the item, so the
      * accumulator stands unchanged either side of it.  The
      * amount is already in base currency.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-COUNT TO AUD-COUNT
           MOVE WS-SUSP-POST-AMOUNT TO AUD-AMOUNT-ADDED
           MOVE WS-AMOUNT TO AUD-PRE-AMOUNT
           MOVE WS-AMOUNT TO AUD-POST-AMOUNT
           MOVE WS-SUSP-AUD-REF TO AUD-REFERENCE-NO
           MOVE WS-SUSP-AUD-ACCT TO AUD-ACCOUNT-NO
           MOVE WS-SUSP-AUD-CODE TO AUD-ACCT-CODE
           MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           MOVE WS-SUSP-AUD-TYPE TO AUD-RECORD-TYPE
           MOVE SPACES TO AUD-CURRENCY-CODE
           MOVE WS-SUSP-POST-AMOUNT TO AUD-ORIG-AMOUNT
           MOVE WS-SUSP-AUD-OFFSET TO AUD-OFFSET-ACCT
           WRITE AUDIT-RECORD.

       4100-WRITE-REVERSAL-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-COUNT TO AUD-COUNT
           DISPLAY "TRANACC: HELD FOR APPROVAL " TRAN-REFERENCE-NO
               " - AMOUNT EXCEEDS AUTHORIZATION LIMIT".

       3100-DIVERT-DUPLICATE SECTION.
      * Listed against the posting it appears to repeat, then
      * rejected like any other item so it can be written off once
      * someone has looked at it.  One that proves genuine must
      * come back under a new reference - resubmitted under the
      * old one it would be flagged again.
           ADD 1 TO WS-DUP-COUNT
           MOVE TRAN-REFERENCE-NO TO WS-DUP-REFERENCE
           MOVE TRAN-ACCOUNT-NO TO WS-DUP-ACCOUNT
           MOVE TRAN-AMOUNT TO WS-DUP-AMOUNT
           MOVE RHS-BUSINESS-DATE TO WS-DUP-POSTED-DATE
           MOVE RHS-ACCOUNT-NO TO WS-DUP-POSTED-ACCT
           MOVE RHS-AMOUNT TO WS-DUP-POSTED-AMT
           MOVE WS-DUP-DETAIL TO DUP-RPT-LINE
           WRITE DUP-RPT-LINE
           MOVE RHS-BUSINESS-DATE TO WS-DUP-DATE-X
           MOVE SPACES TO WS-REJECT-REASON
           STRING "SUSPECTED DUPLICATE - POSTED " WS-DUP-DATE-X
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM 3000-REJECT-TRANSACTION.

       3000-REJECT-TRANSACTION SECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           MOVE TRAN-ACCT-CODE TO REJ-ACCT-CODE
           MOVE TRAN-CURRENCY-CODE TO REJ-CURRENCY-CODE
           MOVE TRAN-OFFSET-ACCT TO REJ-OFFSET-ACCT
           MOVE REJ-TIMESTAMP (1:8) TO WS-SUSP-REJ-DATE
           WRITE REJECT-RECORD
           DISPLAY "TRANACC: REJECTED TRANSACTION " TRAN-REFERENCE-NO
               " - " WS-REJECT-REASON
      * A flagged resubmission rejected again clears its old item
      * before the new one is added, so the reference is never in
      * suspense twice.  A future-dated item was never on a trailer
      * and is not money the feed has delivered yet.
           IF WS-SUSP-ACTIVE
               IF TRAN-FROM-SUSPENSE
                   PERFORM 3700-CLEAR-SUSPENSE-ITEM
               END-IF
               IF NOT TRAN-FUTURE-REC
                   PERFORM 3050-POST-REJECT-SUSPENSE
               END-IF
           END-IF.

       3050-POST-REJECT-SUSPENSE SECTION.
      * The reject stands in suspense at its base value, positive
      * to the suspense account and negative to the clearing
      * account - a reversal with the signs turned.  Once on the
      * books it is accounted for, so it counts toward its batch's
      * trailer as a held item does.  An item with no usable rate
      * cannot be valued: it stays off the books and its batch
      * fails to reconcile, as any reject did before.
           PERFORM 4550-CONVERT-CURRENCY
           IF NOT WS-RATE-OK
               DISPLAY "TRANACC: NO USABLE RATE FOR "
                   TRAN-REFERENCE-NO " - NOT POSTED TO SUSPENSE"
           ELSE
               ADD 1 TO WS-CUR-BATCH-COUNT
               IF TRAN-REVERSAL-REC
                   COMPUTE WS-SUSP-POST-AMOUNT =
                       0 - WS-TRAN-BASE-AMOUNT
                   SUBTRACT TRAN-AMOUNT FROM WS-CUR-BATCH-TOTAL
               ELSE
                   MOVE WS-TRAN-BASE-AMOUNT TO WS-SUSP-POST-AMOUNT
                   ADD TRAN-AMOUNT TO WS-CUR-BATCH-TOTAL
               END-IF
               MOVE WS-SUSP-ACCT TO WS-DELTA-ACCOUNT-NO
               MOVE WS-SUSP-POST-AMOUNT TO WS-DELTA-AMOUNT
               PERFORM 4680-RECORD-ACCOUNT-DELTA
               MOVE WS-CLEARING-ACCT TO WS-DELTA-ACCOUNT-NO
               COMPUTE WS-DELTA-AMOUNT = 0 - WS-SUSP-POST-AMOUNT
               PERFORM 4680-RECORD-ACCOUNT-DELTA
               MOVE WS-SUSP-CODE TO WS-SUSP-BUCKET-CODE
               PERFORM 4620-POST-SUSPENSE-BUCKET
               PERFORM 4860-ADD-SUSPENSE-ITEM
               MOVE "S" TO WS-SUSP-AUD-TYPE
               MOVE TRAN-REFERENCE-NO TO WS-SUSP-AUD-REF
               MOVE WS-SUSP-ACCT TO WS-SUSP-AUD-ACCT
               MOVE WS-CLEARING-ACCT TO WS-SUSP-AUD-OFFSET
               MOVE WS-SUSP-CODE TO WS-SUSP-AUD-CODE
               PERFORM 4150-WRITE-SUSPENSE-AUDIT
               ADD 1 TO WS-SUSP-IN-COUNT
               ADD WS-SUSP-POST-AMOUNT TO WS-SUSP-IN-TOTAL
           END-IF.

       3700-CLEAR-SUSPENSE-ITEM SECTION.
      * A resubmission flagged by TRANRCYC takes its reject's item
      * back out of suspense once it is processed - posted, or
      * rejected again and so re-entered as an item of its own.
      * One held for approval keeps the flag on the queue and
      * clears when the approved item comes back through.  With no
      * open item - a reject from before suspense posting - there
      * is nothing to clear.
           MOVE TRAN-REFERENCE-NO TO WS-SIT-MATCH-REF
           IF TRAN-REVERSAL-REC
               MOVE "R" TO WS-SIT-MATCH-TYPE
           ELSE
               MOVE "D" TO WS-SIT-MATCH-TYPE
           END-IF
           MOVE "N" TO WS-SIT-EXACT-SW
           PERFORM 4850-FIND-OPEN-SUSPENSE-ITEM
           IF WS-SIT-FOUND
               MOVE WS-SUSP-ACCT TO WS-DELTA-ACCOUNT-NO
               COMPUTE WS-DELTA-AMOUNT = 0 - SIT-SUSP-AMOUNT
               PERFORM 4680-RECORD-ACCOUNT-DELTA
               MOVE SIT-CONTRA-ACCT TO WS-DELTA-ACCOUNT-NO
               MOVE SIT-SUSP-AMOUNT TO WS-DELTA-AMOUNT
               PERFORM 4680-RECORD-ACCOUNT-DELTA
               MOVE WS-SUSP-CODE TO WS-SUSP-BUCKET-CODE
               COMPUTE WS-SUSP-POST-AMOUNT = 0 - SIT-SUSP-AMOUNT
               PERFORM 4620-POST-SUSPENSE-BUCKET
               SET SIT-CLEARED TO TRUE
               MOVE WS-BUSINESS-DATE TO SIT-RESOLVED-DATE
               REWRITE SUSP-ITEM-RECORD
               MOVE "C" TO WS-SUSP-AUD-TYPE
               MOVE SIT-REFERENCE-NO TO WS-SUSP-AUD-REF
               MOVE WS-SUSP-ACCT TO WS-SUSP-AUD-ACCT
               MOVE SIT-CONTRA-ACCT TO WS-SUSP-AUD-OFFSET
               MOVE WS-SUSP-CODE TO WS-SUSP-AUD-CODE
               PERFORM 4150-WRITE-SUSPENSE-AUDIT
               ADD 1 TO WS-SUSP-CLR-COUNT
               ADD SIT-SUSP-AMOUNT TO WS-SUSP-CLR-TOTAL
           END-IF.

       4850-FIND-OPEN-SUSPENSE-ITEM SECTION.
      * Items under a reference are read in sequence order, so the
      * oldest open item of the record type is the one found.  An
      * exact match also needs the amount as keyed and the reject
      * date to agree, tying the item to one entry on TRANRJST.DAT.
           MOVE "N" TO WS-SIT-FOUND-SW
           MOVE "N" TO WS-SIT-EOF-SW
           MOVE WS-SIT-MATCH-REF TO SIT-REFERENCE-NO
           MOVE 0 TO SIT-SEQ
           START SUSP-ITEM-FILE KEY NOT LESS THAN SIT-KEY
               INVALID KEY
                   SET WS-SIT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SIT-EOF OR WS-SIT-FOUND
               READ SUSP-ITEM-FILE NEXT
                   AT END
                       SET WS-SIT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SIT-REFERENCE-NO NOT = WS-SIT-MATCH-REF
                               SET WS-SIT-EOF TO TRUE
                           WHEN NOT SIT-OPEN
                           WHEN SIT-RECORD-TYPE NOT = WS-SIT-MATCH-TYPE
                               CONTINUE
                           WHEN WS-SIT-EXACT
                               AND (SIT-KEYED-AMOUNT NOT =
                                       WS-SIT-MATCH-AMOUNT
                                   OR SIT-REJECT-DATE NOT =
                                       WS-SIT-MATCH-DATE)
                               CONTINUE
                           WHEN OTHER
                               SET WS-SIT-FOUND TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       4860-ADD-SUSPENSE-ITEM SECTION.
      * Record types are held as TRANRCYC tracks them - reversal or
      * detail - so a write-off matches its status entry.  Each
      * item takes the next free sequence under its reference.
           MOVE TRAN-REFERENCE-NO TO SIT-REFERENCE-NO
           MOVE 0 TO SIT-SEQ
           SET SIT-OPEN TO TRUE
           IF TRAN-REVERSAL-REC
               MOVE "R" TO SIT-RECORD-TYPE
           ELSE
               MOVE "D" TO SIT-RECORD-TYPE
           END-IF
           MOVE WS-BUSINESS-DATE TO SIT-BUSINESS-DATE
           MOVE WS-SUSP-REJ-DATE TO SIT-REJECT-DATE
           MOVE TRAN-ACCOUNT-NO TO SIT-ACCOUNT-NO
           MOVE WS-CLEARING-ACCT TO SIT-CONTRA-ACCT
           MOVE TRAN-AMOUNT TO SIT-KEYED-AMOUNT
           MOVE TRAN-CURRENCY-CODE TO SIT-CURRENCY-CODE
           MOVE WS-SUSP-POST-AMOUNT TO SIT-SUSP-AMOUNT
           MOVE 0 TO SIT-RESOLVED-DATE
           MOVE "N" TO WS-SIT-WRITTEN-SW
           PERFORM 4865-WRITE-NEXT-ITEM-SEQ
               UNTIL WS-SIT-WRITTEN OR SIT-SEQ > 998
           IF NOT WS-SIT-WRITTEN
               DISPLAY "TRANACC: NO FREE SUSPENSE ITEM SEQUENCE FOR "
                   TRAN-REFERENCE-NO " - ITEM NOT RECORDED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       4865-WRITE-NEXT-ITEM-SEQ SECTION.
           ADD 1 TO SIT-SEQ
           WRITE SUSP-ITEM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SIT-WRITTEN TO TRUE
           END-WRITE.

       2000-READ-TRAN-FILE SECTION.
           READ TRAN-FILE-IN
           MOVE WS-REJECT-COUNT TO WS-RPT-REJ-COUNT
           MOVE WS-RPT-REJECTED TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DUP-COUNT TO WS-RPT-DUP-COUNT
           MOVE WS-RPT-DUPLICATES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SUSP-ACTIVE
               MOVE WS-SUSP-IN-COUNT TO WS-RPT-SIN-COUNT
               MOVE WS-SUSP-IN-TOTAL TO WS-RPT-SIN-AMOUNT
               MOVE WS-RPT-SUSP-IN TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-SUSP-CLR-COUNT TO WS-RPT-SCL-COUNT
               MOVE WS-SUSP-CLR-TOTAL TO WS-RPT-SCL-AMOUNT
               MOVE WS-RPT-SUSP-CLEARED TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-SUSP-WOFF-COUNT TO WS-RPT-SWO-COUNT
               MOVE WS-SUSP-WOFF-TOTAL TO WS-RPT-SWO-AMOUNT
               MOVE WS-RPT-SUSP-WOFF TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-AUTH-LIMIT-ACTIVE
               MOVE WS-HELD-COUNT TO WS-RPT-HELD-COUNT
               MOVE WS-HELD-TOTAL TO WS-RPT-HELD-AMOUNT
           END-IF.

       9000-TERMINATE SECTION.
           IF WS-MST-LOOKUP-OPEN
               CLOSE ACCT-MASTER-FILE
               MOVE "N" TO WS-MST-LOOKUP-SW
           END-IF
           PERFORM 8550-RECOMPUTE-CONTROL-TOTAL
           PERFORM 8600-VERIFY-CONTROL-TOTAL
           PERFORM 8700-VERIFY-BATCH-TOTAL
           PERFORM 8000-WRITE-REPORT
           PERFORM 9400-WRITE-GL-EXTRACT
           PERFORM 9300-POST-ACCOUNT-MASTER
      * Nothing that records the day as done may go out ahead of
      * the master: with the deltas unposted, the posted date, the
      * reference history and the suspense items stay as they
      * stood, so the rerun is not turned back as a date already
      * posted or a day of duplicates.
           IF WS-TRAN-EOF
               PERFORM 7500-CLEAR-CHECKPOINT
               IF WS-MASTER-POSTED
                   PERFORM 9100-RECORD-POSTED-DATE
                   PERFORM 9600-UPDATE-REFERENCE-HISTORY
               ELSE
                   DISPLAY "TRANACC: MASTER NOT POSTED - POSTED DATE "
                       "AND REFERENCE HISTORY NOT RECORDED"
               END-IF
           ELSE
               DISPLAY "TRANACC: RUN STOPPED AT RECORD LIMIT - "
                   "CHECKPOINT LEFT IN-PROGRESS FOR NEXT RUN"
           END-IF
           PERFORM 9500-WRITE-RUN-SUMMARY
           CLOSE POSTED-REF-FILE
           IF WS-SUSP-ACTIVE
               CLOSE SUSP-ITEM-FILE
               IF WS-MASTER-POSTED
                   PERFORM 9700-APPLY-SUSPENSE-ITEMS
               ELSE
                   DISPLAY "TRANACC: MASTER NOT POSTED - SUSPENSE "
                       "ITEM CHANGES NOT APPLIED TO SUSPITEM.DAT"
               END-IF
           END-IF
           IF WS-RHST-OPEN
               CLOSE REF-HISTORY-FILE
               MOVE "N" TO WS-RHST-OPEN-SW
           END-IF
           MOVE SPACES TO DUP-RPT-LINE
           WRITE DUP-RPT-LINE
           MOVE WS-DUP-COUNT TO WS-DUP-TOTAL-COUNT
           MOVE WS-DUP-TOTAL-LINE TO DUP-RPT-LINE
           WRITE DUP-RPT-LINE
           CLOSE DUP-RPT-OUT
           CLOSE TRAN-RPT-OUT
           CLOSE AUDIT-FILE.

       9600-UPDATE-REFERENCE-HISTORY SECTION.
      * Only a completed run adds to the history, from the posted-
      * reference file that covers the whole day however many
      * restarts it took, so a day that is rerun from the top
      * never finds its own postings there.  A reversal this run
      * applied marks the history entry of the posting it undid.
           MOVE LOW-VALUES TO PRF-REFERENCE-NO
           MOVE "N" TO WS-RHST-EOF-SW
           START POSTED-REF-FILE KEY NOT LESS THAN PRF-REFERENCE-NO
               INVALID KEY
                   SET WS-RHST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RHST-EOF
               READ POSTED-REF-FILE NEXT
                   AT END
                       SET WS-RHST-EOF TO TRUE
                   NOT AT END
                       IF PRF-REFERENCE-NO NOT = SPACES
                           PERFORM 9610-RECORD-REFERENCE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "TRANACC: " WS-RHST-ADDED-COUNT " POSTED "
               "REFERENCE(S) RECORDED ON REFHIST.DAT".

       9610-RECORD-REFERENCE SECTION.
           MOVE PRF-REFERENCE-NO TO RHS-REFERENCE-NO
           MOVE WS-BUSINESS-DATE TO RHS-BUSINESS-DATE
           MOVE PRF-ACCOUNT-NO TO RHS-ACCOUNT-NO
           MOVE PRF-OFFSET-ACCT TO RHS-OFFSET-ACCT
           MOVE PRF-AMOUNT TO RHS-AMOUNT
           MOVE PRF-CURRENCY-CODE TO RHS-CURRENCY-CODE
           MOVE PRF-REVERSED-SW TO RHS-REVERSED-SW
           WRITE RHST-RECORD
               INVALID KEY
                   REWRITE RHST-RECORD
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-RHST-ADDED-COUNT.

       9500-WRITE-RUN-SUMMARY SECTION.
      * One-record snapshot of how the run came out, for the
      * archival roll-up into the run-history index and for the
      * balance unposted.  A run stopped at the record limit posts
      * what it processed; the resumed run skips those records and
      * posts only the remainder, so nothing lands on the master
      * twice.  The prior generation is taken on every run, one
      * with no movement included, so it is always the master as
      * it stood before the last run to post.
           IF WS-BACKDATED-RERUN
               AND WS-DELTA-ACCTS > 0
               DISPLAY "TRANACC: BACK-DATED RERUN ALSO POSTS TO "
                   "THE ACCOUNT MASTER - KEY OFFSETTING "
                   "REVERSALS IF THE ORIGINAL RUN STANDS"
           END-IF
           PERFORM 9305-RETAIN-PRIOR-MASTER
           IF NOT WS-PRIOR-RETAINED
      * Updating the master in place with no safety copy is the
      * exposure the prior generation exists to close - the
      * deltas stay unposted and the day is rerun once the copy
      * can be taken.
               DISPLAY "TRANACC: NO PRIOR MASTER GENERATION "
                   "RETAINED - MASTER NOT UPDATED THIS RUN - "
                   "CORRECT AND RERUN THE DAY"
               CLOSE ACCT-DELTA-FILE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-DELTA-ACCTS = 0
                   CLOSE ACCT-DELTA-FILE
                   SET WS-MASTER-POSTED TO TRUE
               ELSE
                   PERFORM 9310-OPEN-ACCOUNT-MASTER
                   IF WS-MST-FILE-STATUS = "00"
                   END-READ
               END-PERFORM
               CLOSE ACCT-DELTA-FILE
               SET WS-MASTER-POSTED TO TRUE
           END-IF.

       9330-POST-ONE-ACCOUNT SECTION.
               ADD DLT-TXN-COUNT TO MST-TXN-COUNT
               REWRITE MASTER-RECORD
           ELSE
      * Postings reach only accounts found open on the master, so
      * an account missing here was lost from the file during the
      * run.  Its movement is not dropped: the record is rebuilt
      * as open and flagged by its reason for review.
               MOVE DLT-ACCOUNT-NO TO MST-ACCOUNT-NO
               MOVE DLT-AMOUNT TO MST-BALANCE
               MOVE WS-BUSINESS-DATE TO MST-LAST-POSTED-DATE
               MOVE DLT-TXN-COUNT TO MST-TXN-COUNT
               SET MST-ACCT-OPEN TO TRUE
               MOVE WS-BUSINESS-DATE TO MST-OPEN-DATE
               MOVE 0 TO MST-CLOSE-DATE
               MOVE WS-BUSINESS-DATE TO MST-STATUS-DATE
               MOVE "ADDED BY POSTING - REVIEW" TO MST-STATUS-REASON
               MOVE SPACES TO MST-ACCT-CODE
               DISPLAY "TRANACC: ACCOUNT " DLT-ACCOUNT-NO
                   " NOT ON THE MASTER AT POSTING - ADDED AS OPEN "
                   "FOR REVIEW"
               WRITE MASTER-RECORD
           END-IF
           ADD 1 TO WS-MST-POSTED-COUNT.

       9700-APPLY-SUSPENSE-ITEMS SECTION.
      * The work copy replaces SUSPITEM.DAT whole.  Should the copy
      * fail, SUSPWORK.DAT still holds every item as posted.
           OPEN INPUT SUSP-ITEM-FILE
           IF WS-SIT-FILE-STATUS NOT = "00"
               DISPLAY "TRANACC: UNABLE TO REOPEN SUSPWORK.DAT - "
                   "STATUS " WS-SIT-FILE-STATUS " - SUSPITEM.DAT "
                   "NOT UPDATED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SUSP-MASTER-FILE
               IF WS-SIM-FILE-STATUS NOT = "00"
                   DISPLAY "TRANACC: UNABLE TO REWRITE SUSPITEM.DAT - "
                       "STATUS " WS-SIM-FILE-STATUS " - ITEMS AS "
                       "POSTED ARE ON SUSPWORK.DAT"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 0 TO WS-SUSP-STAGED-COUNT
                   MOVE "N" TO WS-SIT-EOF-SW
                   PERFORM UNTIL WS-SIT-EOF
                       READ SUSP-ITEM-FILE NEXT
                           AT END
                               SET WS-SIT-EOF TO TRUE
                           NOT AT END
                               MOVE SUSP-ITEM-RECORD TO
                                   SUSP-MASTER-RECORD
                               WRITE SUSP-MASTER-RECORD
                               ADD 1 TO WS-SUSP-STAGED-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SUSP-MASTER-FILE
                   DISPLAY "TRANACC: " WS-SUSP-STAGED-COUNT
                       " SUSPENSE ITEM(S) ON SUSPITEM.DAT"
               END-IF
               CLOSE SUSP-ITEM-FILE
           END-IF.

       9100-RECORD-POSTED-DATE SECTION.
      * A completed run makes its business date ineligible for
      * another normal run; a back-dated rerun leaves the original
