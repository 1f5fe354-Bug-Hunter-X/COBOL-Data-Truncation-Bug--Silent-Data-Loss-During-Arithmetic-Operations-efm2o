      ******************************************************************
      * TRANSURV - Structuring and large-item surveillance.
      * Reads the day's audit trail TRANAUD.DAT and the archived
      * audit generations (TRANAUD.yyyymmdd.DAT) of the posting days
      * before it - as many as SURVPARM.DAT asks for, dates taken
      * from the run-history index - and applies three rules to the
      * detail postings, by the account they posted to:
      *   S  several postings within the structuring window, each
      *      within the set percentage below the authorization limit
      *      on APPRPARM.DAT, at least one of them today;
      *   V  today's volume over the set multiple of the account's
      *      average daily volume across the prior generations read;
      *   L  a single item today over the reporting threshold.
      * Amounts are taken in base currency and either sign.
      * Reversals and reject-suspense movements are not postings
      * and are passed over.  Each hit opens a case on SURVCASE.DAT,
      * or is added to the account's case for the same rule while
      * that is still open or under investigation; the references
      * behind each hit are appended to SURVREF.DAT.  SURVRPT.DAT
      * lists the day's hits with their contributing references,
      * then every case still outstanding.  Case status updates from
      * compliance on SURVCMNT.DAT (I under investigation, C closed)
      * are applied first.  A rerun for the same business date does
      * not add its hits to a case twice.  Parameters on SURVPARM.DAT
      * are prior generations, window in posting days, postings to
      * trip the structuring rule, percent below the limit, volume
      * multiple and reporting threshold; 10, 3, 3, 10, 5.0 and
      * 10,000.00 when no parameter is on hand.  The structuring rule
      * is off with no authorization limit.  A return code of 4
      * means a case was raised or updated, a generation was missing
      * or a case update was in error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSURV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SURV-PARM-FILE ASSIGN TO "SURVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPARM-FILE-STATUS.

           SELECT APPR-PARM-FILE ASSIGN TO "APPRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRM-FILE-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT AUDIT-GEN-FILE ASSIGN USING WS-AUD-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDGEN-FILE-STATUS.

           SELECT SURV-WORK-FILE ASSIGN TO "SURVWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVW-KEY
               FILE STATUS IS WS-SVW-FILE-STATUS.

           SELECT SURV-CASE-FILE ASSIGN TO "SURVCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SVC-CASE-NO
               FILE STATUS IS WS-SVC-FILE-STATUS.

           SELECT CASE-MAINT-FILE ASSIGN TO "SURVCMNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCM-FILE-STATUS.

           SELECT SURV-REF-FILE ASSIGN TO "SURVREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVR-FILE-STATUS.

           SELECT SURV-RPT-OUT ASSIGN TO "SURVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  RUNCTL-LINE.
           05  RUNCTL-BUSINESS-DATE    PIC 9(8).
           05  RUNCTL-RUN-MODE         PIC X.

       FD  SURV-PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  SPARM-LINE.
           05  SPARM-PRIOR-GENS        PIC 9(3).
           05  FILLER                  PIC X.
           05  SPARM-WINDOW-DAYS       PIC 9(3).
           05  FILLER                  PIC X.
           05  SPARM-MIN-NEAR-COUNT    PIC 9(3).
           05  FILLER                  PIC X.
           05  SPARM-NEAR-PERCENT      PIC 9(3).
           05  FILLER                  PIC X.
           05  SPARM-VOLUME-MULTIPLE   PIC 9(3)V9.
           05  FILLER                  PIC X.
           05  SPARM-LARGE-ITEM        PIC 9(9)V99.

       FD  APPR-PARM-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  APRM-LINE                   PIC X(9).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 102 CHARACTERS.
       COPY RUNSUMM.

       FD  AUDIT-GEN-FILE
           RECORD CONTAINS 129 CHARACTERS.
       COPY AUDITREC.

       FD  SURV-WORK-FILE
           RECORD CONTAINS 45 CHARACTERS.
       01  SURV-WORK-RECORD.
           05  SVW-KEY.
               10  SVW-ACCOUNT-NO      PIC X(10).
               10  SVW-BUSINESS-DATE   PIC 9(8).
           05  SVW-VOLUME              PIC S9(13)V99.
           05  SVW-ITEM-COUNT          PIC 9(7).
           05  SVW-NEAR-COUNT          PIC 9(5).

       FD  SURV-CASE-FILE
           RECORD CONTAINS 77 CHARACTERS.
       COPY SURVCASE.

       FD  CASE-MAINT-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  SCM-RECORD.
           05  SCM-ACTION              PIC X.
               88  SCM-INVESTIGATE            VALUE "I".
               88  SCM-CLOSE                  VALUE "C".
           05  SCM-CASE-NO             PIC 9(8).
           05  SCM-USER-ID             PIC X(8).

       FD  SURV-REF-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY SURVREF.

       FD  SURV-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-SPARM-FILE-STATUS    PIC X(2) VALUE SPACES.
           05  WS-APRM-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-HIST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-HIST-EOF-SW          PIC X VALUE "N".
               88  WS-HIST-EOF                 VALUE "Y".
           05  WS-AUDGEN-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-AUDGEN-EOF-SW        PIC X VALUE "N".
               88  WS-AUDGEN-EOF               VALUE "Y".
           05  WS-SVW-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SVW-EOF-SW           PIC X VALUE "N".
               88  WS-SVW-EOF                  VALUE "Y".
           05  WS-SVW-FOUND-SW         PIC X VALUE "N".
               88  WS-SVW-FOUND                VALUE "Y".
           05  WS-SVC-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SVC-EOF-SW           PIC X VALUE "N".
               88  WS-SVC-EOF                  VALUE "Y".
           05  WS-SCM-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SCM-EOF-SW           PIC X VALUE "N".
               88  WS-SCM-EOF                  VALUE "Y".
           05  WS-SVR-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-RPT-FILE-STATUS      PIC X(2) VALUE SPACES.

       01  WS-SURV-PARMS.
           05  WS-PRIOR-GENS           PIC 9(3) VALUE 10.
           05  WS-WINDOW-DAYS          PIC 9(3) VALUE 3.
           05  WS-MIN-NEAR-COUNT       PIC 9(3) VALUE 3.
           05  WS-NEAR-PERCENT         PIC 9(3) VALUE 10.
           05  WS-VOLUME-MULTIPLE      PIC 9(3)V9 VALUE 5.0.
           05  WS-LARGE-ITEM           PIC 9(9)V99 VALUE 10000.00.
           05  WS-AUTH-LIMIT           PIC 9(7)V99 VALUE 0.
           05  WS-NEAR-FLOOR           PIC 9(9)V99 VALUE 0.
           05  WS-AUTH-LIMIT-SW        PIC X VALUE "N".
               88  WS-AUTH-LIMIT-ACTIVE       VALUE "Y".

       01  WS-RUN-FIELDS.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05  WS-WINDOW-START         PIC 9(8) VALUE 0.
           05  WS-CUR-GEN-DATE         PIC 9(8) VALUE 0.
           05  WS-PRIOR-ON-HAND        PIC 9(3) VALUE 0.
           05  WS-MISSING-GEN-COUNT    PIC 9(3) VALUE 0.
           05  WS-ENTRY-COUNT          PIC 9(9) VALUE 0.
           05  WS-ITEM-AMOUNT          PIC S9(9)V99 VALUE 0.
           05  WS-ITEM-NEAR-SW         PIC X VALUE "N".
               88  WS-ITEM-NEAR                VALUE "Y".
           05  WS-REFERENCE-PASS-SW    PIC X VALUE "N".
               88  WS-REFERENCE-PASS           VALUE "Y".
           05  WS-NEW-CASE-COUNT       PIC 9(5) VALUE 0.
           05  WS-UPDATED-CASE-COUNT   PIC 9(5) VALUE 0.
           05  WS-MAINT-APPLIED-COUNT  PIC 9(5) VALUE 0.
           05  WS-MAINT-ERROR-COUNT    PIC 9(5) VALUE 0.
           05  WS-OUTSTANDING-COUNT    PIC 9(5) VALUE 0.
           05  WS-NEXT-CASE-NO         PIC 9(8) VALUE 0.

      * Posting-day dates from the run-history index, before the
      * business date and with rerun duplicates dropped, sorted so
      * the latest ones can be taken.
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

      * Generations this run reads, oldest first; the last is the
      * day's own audit trail.
       01  WS-SCOPE-TABLE.
           05  WS-SCOPE-COUNT          PIC 9(3) VALUE 0.
           05  WS-SCOPE-SUB            PIC 9(3) VALUE 0.
           05  WS-SCOPE-FIRST          PIC 9(3) VALUE 0.
           05  WS-SCOPE-ENTRY OCCURS 501 TIMES.
               10  WS-SCOPE-DATE       PIC 9(8).
               10  WS-SCOPE-ON-HAND-SW PIC X.
                   88  WS-SCOPE-ON-HAND       VALUE "Y".

       01  WS-ARCHIVE-FIELDS.
           05  WS-AUD-GEN-NAME         PIC X(24) VALUE SPACES.
           05  WS-GEN-DATE-X           PIC X(8) VALUE SPACES.

      * One account's days from the work file, gathered at each
      * account break.
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACCT-IN-HAND         PIC X(10) VALUE SPACES.
           05  WS-ACCT-TODAY-VOLUME    PIC S9(13)V99 VALUE 0.
           05  WS-ACCT-PRIOR-VOLUME    PIC S9(15)V99 VALUE 0.
           05  WS-ACCT-AVERAGE         PIC S9(13)V99 VALUE 0.
           05  WS-ACCT-VOLUME-TRIGGER  PIC S9(15)V99 VALUE 0.
           05  WS-ACCT-WINDOW-NEAR     PIC 9(7) VALUE 0.
           05  WS-ACCT-TODAY-NEAR      PIC 9(7) VALUE 0.

      * The day's hits: one per account and rule.
       01  WS-HIT-TABLE.
           05  WS-HIT-COUNT            PIC 9(3) VALUE 0.
           05  WS-HIT-FULL-SW          PIC X VALUE "N".
               88  WS-HIT-FULL                 VALUE "Y".
           05  WS-HIT-FOUND-SW         PIC X VALUE "N".
               88  WS-HIT-FOUND                VALUE "Y".
           05  WS-HIT-ENTRY OCCURS 500 TIMES INDEXED BY WS-HIT-IDX.
               10  WS-HIT-ACCOUNT-NO   PIC X(10).
               10  WS-HIT-RULE         PIC X.
               10  WS-HIT-BASIS        PIC S9(13)V99.
               10  WS-HIT-VOLUME       PIC S9(13)V99.
               10  WS-HIT-ITEM-COUNT   PIC 9(5).
               10  WS-HIT-AMOUNT       PIC S9(13)V99.
               10  WS-HIT-CASE-NO      PIC 9(8).
               10  WS-HIT-CASE-ACTION  PIC X(8).
       01  WS-NEW-HIT.
           05  WS-NEW-HIT-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-NEW-HIT-RULE         PIC X VALUE SPACE.
           05  WS-NEW-HIT-BASIS        PIC S9(13)V99 VALUE 0.
           05  WS-NEW-HIT-VOLUME       PIC S9(13)V99 VALUE 0.

      * Contributing references, tied to their hit.
       01  WS-REF-TABLE.
           05  WS-REF-COUNT            PIC 9(4) VALUE 0.
           05  WS-REF-FULL-SW          PIC X VALUE "N".
               88  WS-REF-FULL                 VALUE "Y".
           05  WS-REF-ENTRY OCCURS 2000 TIMES INDEXED BY WS-REF-IDX.
               10  WS-REF-HIT-SUB      PIC 9(3).
               10  WS-REF-DATE         PIC 9(8).
               10  WS-REF-REFERENCE    PIC X(12).
               10  WS-REF-AMOUNT       PIC S9(7)V99.

      * Cases still open or under investigation, from SURVCASE.DAT.
       01  WS-ACTIVE-CASE-TABLE.
           05  WS-ACT-COUNT            PIC 9(4) VALUE 0.
           05  WS-ACT-FOUND-SW         PIC X VALUE "N".
               88  WS-ACT-FOUND                VALUE "Y".
           05  WS-ACT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ACT-IDX.
               10  WS-ACT-ACCOUNT-NO   PIC X(10).
               10  WS-ACT-RULE         PIC X.
               10  WS-ACT-CASE-NO      PIC 9(8).

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING-1        PIC X(80) VALUE
               "STRUCTURING AND LARGE-ITEM SURVEILLANCE REPORT".
           05  WS-RPT-HEADING-2.
               10  FILLER              PIC X(15) VALUE
                   "BUSINESS DATE: ".
               10  WS-RPT-BUS-DATE     PIC 9(8).
               10  FILLER              PIC X(17) VALUE
                   "   WINDOW FROM: ".
               10  WS-RPT-WINDOW-START PIC 9(8).
               10  FILLER              PIC X(19) VALUE
                   "   PRIOR DAYS READ ".
               10  WS-RPT-PRIOR-READ   PIC ZZ9.
           05  WS-RPT-PARM-LINE.
               10  FILLER              PIC X(7) VALUE "LIMIT ".
               10  WS-RPT-LIMIT        PIC Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(8) VALUE " WITHIN ".
               10  WS-RPT-PERCENT      PIC ZZ9.
               10  FILLER              PIC X(9) VALUE " PCT  X ".
               10  WS-RPT-MIN-COUNT    PIC ZZ9.
               10  FILLER              PIC X(9) VALUE "  VOLUME ".
               10  WS-RPT-MULTIPLE     PIC ZZ9.9.
               10  FILLER              PIC X(10) VALUE " X  ITEM >".
               10  WS-RPT-LARGE        PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-HITS-HEADING     PIC X(80) VALUE
               "TODAY'S HITS AND CONTRIBUTING REFERENCES".
           05  WS-RPT-NO-HITS          PIC X(80) VALUE
               "  NO ACCOUNT TRIPPED A SURVEILLANCE RULE".
           05  WS-RPT-HIT-LINE.
               10  FILLER              PIC X(5) VALUE "CASE ".
               10  WS-RPT-CASE-NO      PIC 9(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-CASE-ACTION  PIC X(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-RULE-TEXT    PIC X(12).
               10  FILLER              PIC X(6) VALUE " ACCT ".
               10  WS-RPT-ACCOUNT-NO   PIC X(10).
               10  FILLER              PIC X(7) VALUE " ITEMS ".
               10  WS-RPT-ITEMS        PIC ZZZZ9.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPT-AMOUNT       PIC --,---,---,--9.99.
           05  WS-RPT-VOLUME-LINE.
               10  FILLER              PIC X(18) VALUE
                   "    TODAY VOLUME ".
               10  WS-RPT-TODAY-VOL    PIC --,---,---,--9.99.
               10  FILLER              PIC X(20) VALUE
                   "  TRAILING AVERAGE ".
               10  WS-RPT-AVERAGE      PIC --,---,---,--9.99.
           05  WS-RPT-REF-LINE.
               10  FILLER              PIC X(6) VALUE SPACES.
               10  WS-RPT-REF-DATE     PIC 9(8).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-REFERENCE    PIC X(12).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPT-REF-AMOUNT   PIC --,---,--9.99.
           05  WS-RPT-CASES-HEADING    PIC X(80) VALUE
               "CASES OUTSTANDING - OPEN OR UNDER INVESTIGATION".
           05  WS-RPT-CASE-LINE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-RPC-CASE-NO      PIC 9(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPC-STATUS       PIC X(13).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPC-RULE-TEXT    PIC X(12).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-RPC-ACCOUNT-NO   PIC X(10).
               10  FILLER              PIC X(8) VALUE " OPENED ".
               10  WS-RPC-OPENED       PIC 9(8).
               10  FILLER              PIC X(6) VALUE " LAST ".
               10  WS-RPC-LAST-HIT     PIC 9(8).
           05  WS-RPT-SUMMARY.
               10  FILLER              PIC X(10) VALUE
                   "NEW CASES ".
               10  WS-RPT-NEW-CASES    PIC ZZ,ZZ9.
               10  FILLER              PIC X(10) VALUE
                   "   UPDATED".
               10  WS-RPT-UPD-CASES    PIC ZZ,ZZ9.
               10  FILLER              PIC X(14) VALUE
                   "   OUTSTANDING".
               10  WS-RPT-OUT-CASES    PIC ZZ,ZZ9.
           05  WS-RPT-RULE-TEXT-WORK   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-GENERATIONS
           PERFORM 3000-EVALUATE-ACCOUNTS
           PERFORM 4000-GATHER-REFERENCES
           PERFORM 5000-RECORD-CASES
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
           PERFORM 1100-GET-BUSINESS-DATE
           PERFORM 1200-GET-PARAMETERS
           PERFORM 1300-LOAD-GENERATION-DATES
           PERFORM 1400-BUILD-SCOPE
           OPEN OUTPUT SURV-WORK-FILE
           IF WS-SVW-FILE-STATUS = "00"
               CLOSE SURV-WORK-FILE
               OPEN I-O SURV-WORK-FILE
           END-IF
           IF WS-SVW-FILE-STATUS NOT = "00"
               DISPLAY "TRANSURV: UNABLE TO OPEN SURVWORK.DAT - "
                   "STATUS " WS-SVW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SURV-CASE-FILE
           IF WS-SVC-FILE-STATUS = "35"
               OPEN OUTPUT SURV-CASE-FILE
               IF WS-SVC-FILE-STATUS = "00"
                   CLOSE SURV-CASE-FILE
                   OPEN I-O SURV-CASE-FILE
               END-IF
           END-IF
           IF WS-SVC-FILE-STATUS NOT = "00"
               DISPLAY "TRANSURV: UNABLE TO OPEN SURVCASE.DAT - "
                   "STATUS " WS-SVC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-APPLY-CASE-MAINT
           PERFORM 1600-LOAD-ACTIVE-CASES.

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
               ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               DISPLAY "TRANSURV: NO RUN CONTROL ON HAND - BUSINESS "
                   "DATE TAKEN AS SYSTEM DATE " WS-BUSINESS-DATE
           END-IF.

       1200-GET-PARAMETERS SECTION.
           OPEN INPUT SURV-PARM-FILE
           IF WS-SPARM-FILE-STATUS = "00"
               READ SURV-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPARM-PRIOR-GENS NUMERIC
                           MOVE SPARM-PRIOR-GENS TO WS-PRIOR-GENS
                       END-IF
                       IF SPARM-WINDOW-DAYS NUMERIC
                           AND SPARM-WINDOW-DAYS > 0
                           MOVE SPARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF SPARM-MIN-NEAR-COUNT NUMERIC
                           AND SPARM-MIN-NEAR-COUNT > 0
                           MOVE SPARM-MIN-NEAR-COUNT
                               TO WS-MIN-NEAR-COUNT
                       END-IF
                       IF SPARM-NEAR-PERCENT NUMERIC
                           AND SPARM-NEAR-PERCENT > 0
                           AND SPARM-NEAR-PERCENT < 100
                           MOVE SPARM-NEAR-PERCENT TO WS-NEAR-PERCENT
                       END-IF
                       IF SPARM-VOLUME-MULTIPLE NUMERIC
                           AND SPARM-VOLUME-MULTIPLE > 0
                           MOVE SPARM-VOLUME-MULTIPLE
                               TO WS-VOLUME-MULTIPLE
                       END-IF
                       IF SPARM-LARGE-ITEM NUMERIC
                           AND SPARM-LARGE-ITEM > 0
                           MOVE SPARM-LARGE-ITEM TO WS-LARGE-ITEM
                       END-IF
               END-READ
               CLOSE SURV-PARM-FILE
           END-IF
           OPEN INPUT APPR-PARM-FILE
           IF WS-APRM-FILE-STATUS = "00"
               READ APPR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APRM-LINE NUMERIC
                           MOVE APRM-LINE TO WS-AUTH-LIMIT
                       END-IF
               END-READ
               CLOSE APPR-PARM-FILE
           END-IF
           IF WS-AUTH-LIMIT > 0
               SET WS-AUTH-LIMIT-ACTIVE TO TRUE
               COMPUTE WS-NEAR-FLOOR ROUNDED = WS-AUTH-LIMIT
                   * (100 - WS-NEAR-PERCENT) / 100
           ELSE
               DISPLAY "TRANSURV: NO AUTHORIZATION LIMIT ON "
                   "APPRPARM.DAT - STRUCTURING RULE NOT APPLIED"
           END-IF.

       1300-LOAD-GENERATION-DATES SECTION.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "TRANSURV: RUNHIST.DAT NOT ON HAND - STATUS "
                   WS-HIST-FILE-STATUS " - TODAY'S TRAIL ONLY"
           ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF SUMM-BUSINESS-DATE < WS-BUSINESS-DATE
                               PERFORM 1350-TABLE-GENERATION-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
      * A back-dated rerun lands on the index out of date order.
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
           END-PERFORM.

       1350-TABLE-GENERATION-DATE SECTION.
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
                   IF NOT WS-GEN-FULL
                       SET WS-GEN-FULL TO TRUE
                       DISPLAY "TRANSURV: GENERATION DATE TABLE FULL "
                           "- LATER RUNS NOT COVERED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1400-BUILD-SCOPE SECTION.
      * The latest prior posting days, oldest first, then today.
      * The structuring window runs back from today over the set
      * number of posting days, as far as the generations read.
           IF WS-PRIOR-GENS < WS-GEN-COUNT
               COMPUTE WS-SCOPE-FIRST = WS-GEN-COUNT - WS-PRIOR-GENS + 1
           ELSE
               MOVE 1 TO WS-SCOPE-FIRST
           END-IF
           MOVE 0 TO WS-SCOPE-COUNT
           IF WS-PRIOR-GENS > 0
               PERFORM VARYING WS-GEN-SUB FROM WS-SCOPE-FIRST BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   ADD 1 TO WS-SCOPE-COUNT
                   MOVE WS-GEN-ENTRY (WS-GEN-SUB) TO
                       WS-SCOPE-DATE (WS-SCOPE-COUNT)
                   MOVE "N" TO WS-SCOPE-ON-HAND-SW (WS-SCOPE-COUNT)
               END-PERFORM
           END-IF
           ADD 1 TO WS-SCOPE-COUNT
           MOVE WS-BUSINESS-DATE TO WS-SCOPE-DATE (WS-SCOPE-COUNT)
           MOVE "N" TO WS-SCOPE-ON-HAND-SW (WS-SCOPE-COUNT)
           IF WS-WINDOW-DAYS < WS-SCOPE-COUNT
               COMPUTE WS-SCOPE-SUB =
                   WS-SCOPE-COUNT - WS-WINDOW-DAYS + 1
           ELSE
               MOVE 1 TO WS-SCOPE-SUB
           END-IF
           MOVE WS-SCOPE-DATE (WS-SCOPE-SUB) TO WS-WINDOW-START
           COMPUTE WS-GEN-SUB = WS-SCOPE-COUNT - 1
           DISPLAY "TRANSURV: BUSINESS DATE " WS-BUSINESS-DATE
               " - " WS-GEN-SUB " PRIOR GENERATION(S) IN SCOPE, "
               "WINDOW FROM " WS-WINDOW-START.

       1500-APPLY-CASE-MAINT SECTION.
           OPEN INPUT CASE-MAINT-FILE
           IF WS-SCM-FILE-STATUS = "00"
               PERFORM UNTIL WS-SCM-EOF
                   READ CASE-MAINT-FILE
                       AT END
                           SET WS-SCM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1550-APPLY-ONE-CASE-UPDATE
                   END-READ
               END-PERFORM
               CLOSE CASE-MAINT-FILE
               DISPLAY "TRANSURV: CASE UPDATES APPLIED "
                   WS-MAINT-APPLIED-COUNT " IN ERROR "
                   WS-MAINT-ERROR-COUNT
           END-IF.

       1550-APPLY-ONE-CASE-UPDATE SECTION.
           IF SCM-CASE-NO NOT NUMERIC
               MOVE 0 TO SCM-CASE-NO
           END-IF
           MOVE SCM-CASE-NO TO SVC-CASE-NO
           MOVE "N" TO WS-SVC-EOF-SW
           READ SURV-CASE-FILE
               INVALID KEY
                   SET WS-SVC-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN WS-SVC-EOF
                   ADD 1 TO WS-MAINT-ERROR-COUNT
                   DISPLAY "TRANSURV: CASE " SCM-CASE-NO
                       " NOT ON FILE - UPDATE IGNORED"
               WHEN SVC-CLOSED
                   ADD 1 TO WS-MAINT-ERROR-COUNT
                   DISPLAY "TRANSURV: CASE " SCM-CASE-NO
                       " ALREADY CLOSED - UPDATE IGNORED"
               WHEN SCM-INVESTIGATE
                   SET SVC-INVESTIGATING TO TRUE
                   REWRITE SURV-CASE-RECORD
                   ADD 1 TO WS-MAINT-APPLIED-COUNT
                   DISPLAY "TRANSURV: CASE " SCM-CASE-NO
                       " UNDER INVESTIGATION BY " SCM-USER-ID
               WHEN SCM-CLOSE
                   SET SVC-CLOSED TO TRUE
                   MOVE WS-BUSINESS-DATE TO SVC-CLOSED-DATE
                   MOVE SCM-USER-ID TO SVC-CLOSED-BY
                   REWRITE SURV-CASE-RECORD
                   ADD 1 TO WS-MAINT-APPLIED-COUNT
                   DISPLAY "TRANSURV: CASE " SCM-CASE-NO
                       " CLOSED BY " SCM-USER-ID
               WHEN OTHER
                   ADD 1 TO WS-MAINT-ERROR-COUNT
                   DISPLAY "TRANSURV: INVALID ACTION " SCM-ACTION
                       " FOR CASE " SCM-CASE-NO " - IGNORED"
           END-EVALUATE.

       1600-LOAD-ACTIVE-CASES SECTION.
      * One pass over the case file gives both the cases a new hit
      * can join and the highest case number issued so far.
           MOVE 0 TO SVC-CASE-NO
           MOVE "N" TO WS-SVC-EOF-SW
           START SURV-CASE-FILE KEY IS NOT LESS THAN SVC-CASE-NO
               INVALID KEY
                   SET WS-SVC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SVC-EOF
               READ SURV-CASE-FILE NEXT
                   AT END
                       SET WS-SVC-EOF TO TRUE
                   NOT AT END
                       IF SVC-CASE-NO > WS-NEXT-CASE-NO
                           MOVE SVC-CASE-NO TO WS-NEXT-CASE-NO
                       END-IF
                       IF SVC-ACTIVE
                           IF WS-ACT-COUNT < 2000
                               ADD 1 TO WS-ACT-COUNT
                               SET WS-ACT-IDX TO WS-ACT-COUNT
                               MOVE SVC-ACCOUNT-NO TO
                                   WS-ACT-ACCOUNT-NO (WS-ACT-IDX)
                               MOVE SVC-RULE TO WS-ACT-RULE (WS-ACT-IDX)
                               MOVE SVC-CASE-NO TO
                                   WS-ACT-CASE-NO (WS-ACT-IDX)
                           ELSE
                               DISPLAY "TRANSURV: ACTIVE CASE TABLE "
                                   "FULL - CASE " SVC-CASE-NO
                                   " CANNOT TAKE NEW HITS"
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-CASE-NO.

       2000-ACCUMULATE-GENERATIONS SECTION.
           PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
               UNTIL WS-SCOPE-SUB > WS-SCOPE-COUNT
               PERFORM 2100-SCAN-ONE-GENERATION
           END-PERFORM
           DISPLAY "TRANSURV: " WS-ENTRY-COUNT " POSTINGS READ FROM "
               WS-SCOPE-COUNT " GENERATION(S)".

       2100-SCAN-ONE-GENERATION SECTION.
      * Today's postings are still on the day's own audit trail;
      * earlier days are read from their archived generations.
           MOVE WS-SCOPE-DATE (WS-SCOPE-SUB) TO WS-CUR-GEN-DATE
           MOVE SPACES TO WS-AUD-GEN-NAME
           IF WS-SCOPE-SUB = WS-SCOPE-COUNT
               MOVE "TRANAUD.DAT" TO WS-AUD-GEN-NAME
           ELSE
               MOVE WS-CUR-GEN-DATE TO WS-GEN-DATE-X
               STRING "TRANAUD." WS-GEN-DATE-X ".DAT"
                   DELIMITED BY SIZE INTO WS-AUD-GEN-NAME
           END-IF
           MOVE "N" TO WS-AUDGEN-EOF-SW
           OPEN INPUT AUDIT-GEN-FILE
           IF WS-AUDGEN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-GEN-COUNT
               DISPLAY "TRANSURV: " WS-AUD-GEN-NAME
                   " NOT ON HAND - SURVEILLANCE COVERAGE INCOMPLETE"
           ELSE
               IF NOT WS-REFERENCE-PASS
                   MOVE "Y" TO WS-SCOPE-ON-HAND-SW (WS-SCOPE-SUB)
                   IF WS-SCOPE-SUB < WS-SCOPE-COUNT
                       ADD 1 TO WS-PRIOR-ON-HAND
                   END-IF
               END-IF
               PERFORM UNTIL WS-AUDGEN-EOF
                   READ AUDIT-GEN-FILE
                       AT END
                           SET WS-AUDGEN-EOF TO TRUE
                       NOT AT END
                           IF AUD-RECORD-TYPE NOT = "R"
                               AND NOT AUD-SUSPENSE-ENTRY
                               AND AUD-ACCOUNT-NO NOT = SPACES
                               PERFORM 2200-CLASSIFY-POSTING
                               IF WS-REFERENCE-PASS
                                   PERFORM 4100-MATCH-POSTING-TO-HITS
                               ELSE
                                   PERFORM 2300-ACCUMULATE-POSTING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-GEN-FILE
           END-IF.

       2200-CLASSIFY-POSTING SECTION.
           MOVE AUD-AMOUNT-ADDED TO WS-ITEM-AMOUNT
           IF WS-ITEM-AMOUNT < 0
               COMPUTE WS-ITEM-AMOUNT = 0 - WS-ITEM-AMOUNT
           END-IF
           MOVE "N" TO WS-ITEM-NEAR-SW
           IF WS-AUTH-LIMIT-ACTIVE
               AND WS-ITEM-AMOUNT NOT < WS-NEAR-FLOOR
               AND WS-ITEM-AMOUNT NOT > WS-AUTH-LIMIT
               SET WS-ITEM-NEAR TO TRUE
           END-IF.

       2300-ACCUMULATE-POSTING SECTION.
      * The record area is undefined after a keyed read misses,
      * so every field is rebuilt before the WRITE.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE "N" TO WS-SVW-FOUND-SW
           MOVE AUD-ACCOUNT-NO TO SVW-ACCOUNT-NO
           MOVE WS-CUR-GEN-DATE TO SVW-BUSINESS-DATE
           READ SURV-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SVW-FOUND TO TRUE
           END-READ
           IF WS-SVW-FOUND
               ADD WS-ITEM-AMOUNT TO SVW-VOLUME
               ADD 1 TO SVW-ITEM-COUNT
               IF WS-ITEM-NEAR
                   ADD 1 TO SVW-NEAR-COUNT
               END-IF
               REWRITE SURV-WORK-RECORD
           ELSE
               MOVE AUD-ACCOUNT-NO TO SVW-ACCOUNT-NO
               MOVE WS-CUR-GEN-DATE TO SVW-BUSINESS-DATE
               MOVE WS-ITEM-AMOUNT TO SVW-VOLUME
               MOVE 1 TO SVW-ITEM-COUNT
               IF WS-ITEM-NEAR
                   MOVE 1 TO SVW-NEAR-COUNT
               ELSE
                   MOVE 0 TO SVW-NEAR-COUNT
               END-IF
               WRITE SURV-WORK-RECORD
           END-IF
           IF WS-SCOPE-SUB = WS-SCOPE-COUNT
               AND WS-ITEM-AMOUNT > WS-LARGE-ITEM
               MOVE AUD-ACCOUNT-NO TO WS-NEW-HIT-ACCOUNT
               MOVE "L" TO WS-NEW-HIT-RULE
               MOVE WS-LARGE-ITEM TO WS-NEW-HIT-BASIS
               MOVE 0 TO WS-NEW-HIT-VOLUME
               PERFORM 3500-REGISTER-HIT
           END-IF.

       3000-EVALUATE-ACCOUNTS SECTION.
      * The work file comes back in account and date order, so
      * each account's days arrive together.
           MOVE LOW-VALUES TO SVW-KEY
           MOVE "N" TO WS-SVW-EOF-SW
           START SURV-WORK-FILE KEY IS NOT LESS THAN SVW-KEY
               INVALID KEY
                   SET WS-SVW-EOF TO TRUE
           END-START
           MOVE SPACES TO WS-ACCT-IN-HAND
           PERFORM UNTIL WS-SVW-EOF
               READ SURV-WORK-FILE NEXT
                   AT END
                       SET WS-SVW-EOF TO TRUE
                   NOT AT END
                       IF SVW-ACCOUNT-NO NOT = WS-ACCT-IN-HAND
                           IF WS-ACCT-IN-HAND NOT = SPACES
                               PERFORM 3100-APPLY-ACCOUNT-RULES
                           END-IF
                           MOVE SVW-ACCOUNT-NO TO WS-ACCT-IN-HAND
                           MOVE 0 TO WS-ACCT-TODAY-VOLUME
                           MOVE 0 TO WS-ACCT-PRIOR-VOLUME
                           MOVE 0 TO WS-ACCT-WINDOW-NEAR
                           MOVE 0 TO WS-ACCT-TODAY-NEAR
                       END-IF
                       IF SVW-BUSINESS-DATE = WS-BUSINESS-DATE
                           MOVE SVW-VOLUME TO WS-ACCT-TODAY-VOLUME
                           MOVE SVW-NEAR-COUNT TO WS-ACCT-TODAY-NEAR
                       ELSE
                           ADD SVW-VOLUME TO WS-ACCT-PRIOR-VOLUME
                       END-IF
                       IF SVW-BUSINESS-DATE NOT < WS-WINDOW-START
                           ADD SVW-NEAR-COUNT TO WS-ACCT-WINDOW-NEAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCT-IN-HAND NOT = SPACES
               PERFORM 3100-APPLY-ACCOUNT-RULES
           END-IF
           DISPLAY "TRANSURV: " WS-HIT-COUNT " RULE HIT(S) TODAY".

       3100-APPLY-ACCOUNT-RULES SECTION.
      * A structuring pattern is raised only on a day that adds to
      * it.  The volume rule needs a trailing average to measure
      * against - an account with no earlier activity in the
      * generations read is left to the large-item rule.
           IF WS-AUTH-LIMIT-ACTIVE
               AND WS-ACCT-TODAY-NEAR > 0
               AND WS-ACCT-WINDOW-NEAR NOT < WS-MIN-NEAR-COUNT
               MOVE WS-ACCT-IN-HAND TO WS-NEW-HIT-ACCOUNT
               MOVE "S" TO WS-NEW-HIT-RULE
               MOVE WS-AUTH-LIMIT TO WS-NEW-HIT-BASIS
               MOVE WS-ACCT-TODAY-VOLUME TO WS-NEW-HIT-VOLUME
               PERFORM 3500-REGISTER-HIT
           END-IF
           IF WS-PRIOR-ON-HAND > 0
               AND WS-ACCT-PRIOR-VOLUME > 0
               AND WS-ACCT-TODAY-VOLUME > 0
               COMPUTE WS-ACCT-AVERAGE ROUNDED =
                   WS-ACCT-PRIOR-VOLUME / WS-PRIOR-ON-HAND
               COMPUTE WS-ACCT-VOLUME-TRIGGER ROUNDED =
                   WS-ACCT-AVERAGE * WS-VOLUME-MULTIPLE
               IF WS-ACCT-TODAY-VOLUME > WS-ACCT-VOLUME-TRIGGER
                   MOVE WS-ACCT-IN-HAND TO WS-NEW-HIT-ACCOUNT
                   MOVE "V" TO WS-NEW-HIT-RULE
                   MOVE WS-ACCT-AVERAGE TO WS-NEW-HIT-BASIS
                   MOVE WS-ACCT-TODAY-VOLUME TO WS-NEW-HIT-VOLUME
                   PERFORM 3500-REGISTER-HIT
               END-IF
           END-IF.

       3500-REGISTER-HIT SECTION.
           MOVE "N" TO WS-HIT-FOUND-SW
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT
               IF WS-HIT-ACCOUNT-NO (WS-HIT-IDX) = WS-NEW-HIT-ACCOUNT
                   AND WS-HIT-RULE (WS-HIT-IDX) = WS-NEW-HIT-RULE
                   SET WS-HIT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-HIT-FOUND
               IF WS-HIT-COUNT < 500
                   ADD 1 TO WS-HIT-COUNT
                   SET WS-HIT-IDX TO WS-HIT-COUNT
                   MOVE WS-NEW-HIT-ACCOUNT TO
                       WS-HIT-ACCOUNT-NO (WS-HIT-IDX)
                   MOVE WS-NEW-HIT-RULE TO WS-HIT-RULE (WS-HIT-IDX)
                   MOVE WS-NEW-HIT-BASIS TO WS-HIT-BASIS (WS-HIT-IDX)
                   MOVE WS-NEW-HIT-VOLUME TO WS-HIT-VOLUME (WS-HIT-IDX)
                   MOVE 0 TO WS-HIT-ITEM-COUNT (WS-HIT-IDX)
                   MOVE 0 TO WS-HIT-AMOUNT (WS-HIT-IDX)
                   MOVE 0 TO WS-HIT-CASE-NO (WS-HIT-IDX)
                   MOVE SPACES TO WS-HIT-CASE-ACTION (WS-HIT-IDX)
               ELSE
                   IF NOT WS-HIT-FULL
                       SET WS-HIT-FULL TO TRUE
                       DISPLAY "TRANSURV: HIT TABLE FULL - LATER "
                           "HITS NOT RECORDED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       4000-GATHER-REFERENCES SECTION.
      * A second pass over the generations in the window picks out
      * the postings behind each hit.
           SET WS-REFERENCE-PASS TO TRUE
           IF WS-HIT-COUNT > 0
               PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                   UNTIL WS-SCOPE-SUB > WS-SCOPE-COUNT
                   IF WS-SCOPE-DATE (WS-SCOPE-SUB) NOT < WS-WINDOW-START
                       AND WS-SCOPE-ON-HAND (WS-SCOPE-SUB)
                       PERFORM 2100-SCAN-ONE-GENERATION
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REF-FULL
               DISPLAY "TRANSURV: REFERENCE TABLE FULL - SOME "
                   "CONTRIBUTING REFERENCES NOT LISTED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-MATCH-POSTING-TO-HITS SECTION.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT
               IF WS-HIT-ACCOUNT-NO (WS-HIT-IDX) = AUD-ACCOUNT-NO
                   EVALUATE TRUE
                       WHEN WS-HIT-RULE (WS-HIT-IDX) = "S"
                           AND WS-ITEM-NEAR
                           PERFORM 4200-ADD-REFERENCE
                       WHEN WS-HIT-RULE (WS-HIT-IDX) = "V"
                           AND WS-SCOPE-SUB = WS-SCOPE-COUNT
                           PERFORM 4200-ADD-REFERENCE
                       WHEN WS-HIT-RULE (WS-HIT-IDX) = "L"
                           AND WS-SCOPE-SUB = WS-SCOPE-COUNT
                           AND WS-ITEM-AMOUNT > WS-LARGE-ITEM
                           PERFORM 4200-ADD-REFERENCE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4200-ADD-REFERENCE SECTION.
           ADD 1 TO WS-HIT-ITEM-COUNT (WS-HIT-IDX)
           ADD WS-ITEM-AMOUNT TO WS-HIT-AMOUNT (WS-HIT-IDX)
           IF WS-REF-COUNT < 2000
               ADD 1 TO WS-REF-COUNT
               SET WS-REF-IDX TO WS-REF-COUNT
               SET WS-REF-HIT-SUB (WS-REF-IDX) TO WS-HIT-IDX
               MOVE WS-CUR-GEN-DATE TO WS-REF-DATE (WS-REF-IDX)
               MOVE AUD-REFERENCE-NO TO WS-REF-REFERENCE (WS-REF-IDX)
               MOVE AUD-AMOUNT-ADDED TO WS-REF-AMOUNT (WS-REF-IDX)
           ELSE
               SET WS-REF-FULL TO TRUE
           END-IF.

       5000-RECORD-CASES SECTION.
           OPEN EXTEND SURV-REF-FILE
           IF WS-SVR-FILE-STATUS = "35"
               OPEN OUTPUT SURV-REF-FILE
           END-IF
           IF WS-SVR-FILE-STATUS NOT = "00"
               DISPLAY "TRANSURV: UNABLE TO OPEN SURVREF.DAT - "
                   "STATUS " WS-SVR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT
               PERFORM 5100-RECORD-ONE-HIT
           END-PERFORM
           CLOSE SURV-REF-FILE.

       5100-RECORD-ONE-HIT SECTION.
      * A hit joins the account's active case for the rule; a case
      * that already took a hit for this business date is a rerun
      * of the same day and is left as it stands.
           MOVE "N" TO WS-ACT-FOUND-SW
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-ACCOUNT-NO (WS-ACT-IDX) =
                   WS-HIT-ACCOUNT-NO (WS-HIT-IDX)
                   AND WS-ACT-RULE (WS-ACT-IDX) =
                       WS-HIT-RULE (WS-HIT-IDX)
                   SET WS-ACT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACT-FOUND
               MOVE WS-ACT-CASE-NO (WS-ACT-IDX) TO SVC-CASE-NO
               READ SURV-CASE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ACT-FOUND-SW
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-ACT-FOUND
                   AND SVC-LAST-HIT-DATE = WS-BUSINESS-DATE
                   MOVE SVC-CASE-NO TO WS-HIT-CASE-NO (WS-HIT-IDX)
                   MOVE "RERUN" TO WS-HIT-CASE-ACTION (WS-HIT-IDX)
               WHEN WS-ACT-FOUND
                   MOVE WS-BUSINESS-DATE TO SVC-LAST-HIT-DATE
                   ADD 1 TO SVC-HIT-COUNT
                   MOVE WS-HIT-ITEM-COUNT (WS-HIT-IDX) TO
                       SVC-ITEM-COUNT
                   MOVE WS-HIT-AMOUNT (WS-HIT-IDX) TO SVC-AMOUNT
                   REWRITE SURV-CASE-RECORD
                   ADD 1 TO WS-UPDATED-CASE-COUNT
                   MOVE SVC-CASE-NO TO WS-HIT-CASE-NO (WS-HIT-IDX)
                   MOVE "UPDATED" TO WS-HIT-CASE-ACTION (WS-HIT-IDX)
                   PERFORM 5200-WRITE-HIT-REFERENCES
               WHEN OTHER
                   MOVE WS-NEXT-CASE-NO TO SVC-CASE-NO
                   ADD 1 TO WS-NEXT-CASE-NO
                   SET SVC-OPEN TO TRUE
                   MOVE WS-HIT-RULE (WS-HIT-IDX) TO SVC-RULE
                   MOVE WS-HIT-ACCOUNT-NO (WS-HIT-IDX) TO
                       SVC-ACCOUNT-NO
                   MOVE WS-BUSINESS-DATE TO SVC-OPENED-DATE
                   MOVE WS-BUSINESS-DATE TO SVC-LAST-HIT-DATE
                   MOVE 1 TO SVC-HIT-COUNT
                   MOVE WS-HIT-ITEM-COUNT (WS-HIT-IDX) TO
                       SVC-ITEM-COUNT
                   MOVE WS-HIT-AMOUNT (WS-HIT-IDX) TO SVC-AMOUNT
                   MOVE 0 TO SVC-CLOSED-DATE
                   MOVE SPACES TO SVC-CLOSED-BY
                   WRITE SURV-CASE-RECORD
                       INVALID KEY
                           DISPLAY "TRANSURV: UNABLE TO ADD CASE "
                               SVC-CASE-NO " - STATUS "
                               WS-SVC-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                   END-WRITE
                   ADD 1 TO WS-NEW-CASE-COUNT
                   MOVE SVC-CASE-NO TO WS-HIT-CASE-NO (WS-HIT-IDX)
                   MOVE "NEW" TO WS-HIT-CASE-ACTION (WS-HIT-IDX)
                   PERFORM 5200-WRITE-HIT-REFERENCES
           END-EVALUATE.

       5200-WRITE-HIT-REFERENCES SECTION.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-HIT-SUB (WS-REF-IDX) = WS-HIT-IDX
                   MOVE WS-HIT-CASE-NO (WS-HIT-IDX) TO SVR-CASE-NO
                   MOVE WS-BUSINESS-DATE TO SVR-HIT-DATE
                   MOVE WS-HIT-RULE (WS-HIT-IDX) TO SVR-RULE
                   MOVE WS-HIT-ACCOUNT-NO (WS-HIT-IDX) TO
                       SVR-ACCOUNT-NO
                   MOVE WS-REF-DATE (WS-REF-IDX) TO SVR-BUSINESS-DATE
                   MOVE WS-REF-REFERENCE (WS-REF-IDX) TO
                       SVR-REFERENCE-NO
                   MOVE WS-REF-AMOUNT (WS-REF-IDX) TO SVR-AMOUNT
                   WRITE SURV-REF-RECORD
               END-IF
           END-PERFORM.

       6000-WRITE-REPORT SECTION.
           OPEN OUTPUT SURV-RPT-OUT
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "TRANSURV: UNABLE TO OPEN SURVRPT.DAT - "
                   "STATUS " WS-RPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-RPT-HEADING-1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-BUSINESS-DATE TO WS-RPT-BUS-DATE
               MOVE WS-WINDOW-START TO WS-RPT-WINDOW-START
               MOVE WS-PRIOR-ON-HAND TO WS-RPT-PRIOR-READ
               MOVE WS-RPT-HEADING-2 TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-AUTH-LIMIT TO WS-RPT-LIMIT
               MOVE WS-NEAR-PERCENT TO WS-RPT-PERCENT
               MOVE WS-MIN-NEAR-COUNT TO WS-RPT-MIN-COUNT
               MOVE WS-VOLUME-MULTIPLE TO WS-RPT-MULTIPLE
               MOVE WS-LARGE-ITEM TO WS-RPT-LARGE
               MOVE WS-RPT-PARM-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-RPT-HITS-HEADING TO RPT-LINE
               WRITE RPT-LINE
               IF WS-HIT-COUNT = 0
                   MOVE WS-RPT-NO-HITS TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                   PERFORM 6100-WRITE-HIT
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 6300-LIST-OUTSTANDING-CASES
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-NEW-CASE-COUNT TO WS-RPT-NEW-CASES
               MOVE WS-UPDATED-CASE-COUNT TO WS-RPT-UPD-CASES
               MOVE WS-OUTSTANDING-COUNT TO WS-RPT-OUT-CASES
               MOVE WS-RPT-SUMMARY TO RPT-LINE
               WRITE RPT-LINE
               CLOSE SURV-RPT-OUT
           END-IF.

       6100-WRITE-HIT SECTION.
           MOVE WS-HIT-RULE (WS-HIT-IDX) TO SVC-RULE
           PERFORM 6500-RULE-TEXT
           MOVE WS-HIT-CASE-NO (WS-HIT-IDX) TO WS-RPT-CASE-NO
           MOVE WS-HIT-CASE-ACTION (WS-HIT-IDX) TO WS-RPT-CASE-ACTION
           MOVE WS-RPT-RULE-TEXT-WORK TO WS-RPT-RULE-TEXT
           MOVE WS-HIT-ACCOUNT-NO (WS-HIT-IDX) TO WS-RPT-ACCOUNT-NO
           MOVE WS-HIT-ITEM-COUNT (WS-HIT-IDX) TO WS-RPT-ITEMS
           MOVE WS-HIT-AMOUNT (WS-HIT-IDX) TO WS-RPT-AMOUNT
           MOVE WS-RPT-HIT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-HIT-RULE (WS-HIT-IDX) = "V"
               MOVE WS-HIT-VOLUME (WS-HIT-IDX) TO WS-RPT-TODAY-VOL
               MOVE WS-HIT-BASIS (WS-HIT-IDX) TO WS-RPT-AVERAGE
               MOVE WS-RPT-VOLUME-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-HIT-SUB (WS-REF-IDX) = WS-HIT-IDX
                   MOVE WS-REF-DATE (WS-REF-IDX) TO WS-RPT-REF-DATE
                   MOVE WS-REF-REFERENCE (WS-REF-IDX) TO
                       WS-RPT-REFERENCE
                   MOVE WS-REF-AMOUNT (WS-REF-IDX) TO
                       WS-RPT-REF-AMOUNT
                   MOVE WS-RPT-REF-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.

       6300-LIST-OUTSTANDING-CASES SECTION.
           MOVE WS-RPT-CASES-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO SVC-CASE-NO
           MOVE "N" TO WS-SVC-EOF-SW
           START SURV-CASE-FILE KEY IS NOT LESS THAN SVC-CASE-NO
               INVALID KEY
                   SET WS-SVC-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-SVC-EOF
               READ SURV-CASE-FILE NEXT
                   AT END
                       SET WS-SVC-EOF TO TRUE
                   NOT AT END
                       IF SVC-ACTIVE
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           PERFORM 6500-RULE-TEXT
                           MOVE SVC-CASE-NO TO WS-RPC-CASE-NO
                           IF SVC-OPEN
                               MOVE "OPEN" TO WS-RPC-STATUS
                           ELSE
                               MOVE "INVESTIGATING" TO WS-RPC-STATUS
                           END-IF
                           MOVE WS-RPT-RULE-TEXT-WORK TO
                               WS-RPC-RULE-TEXT
                           MOVE SVC-ACCOUNT-NO TO WS-RPC-ACCOUNT-NO
                           MOVE SVC-OPENED-DATE TO WS-RPC-OPENED
                           MOVE SVC-LAST-HIT-DATE TO WS-RPC-LAST-HIT
                           MOVE WS-RPT-CASE-LINE TO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       6500-RULE-TEXT SECTION.
           EVALUATE TRUE
               WHEN SVC-STRUCTURING
                   MOVE "STRUCTURING" TO WS-RPT-RULE-TEXT-WORK
               WHEN SVC-VOLUME
                   MOVE "VOLUME SPIKE" TO WS-RPT-RULE-TEXT-WORK
               WHEN SVC-LARGE-ITEM
                   MOVE "LARGE ITEM" TO WS-RPT-RULE-TEXT-WORK
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RPT-RULE-TEXT-WORK
           END-EVALUATE.

       9000-TERMINATE SECTION.
           CLOSE SURV-WORK-FILE
           CLOSE SURV-CASE-FILE
           DISPLAY "TRANSURV: NEW CASES " WS-NEW-CASE-COUNT
               " UPDATED " WS-UPDATED-CASE-COUNT
               " OUTSTANDING " WS-OUTSTANDING-COUNT
           IF (WS-NEW-CASE-COUNT > 0
               OR WS-UPDATED-CASE-COUNT > 0
               OR WS-MISSING-GEN-COUNT > 0
               OR WS-MAINT-ERROR-COUNT > 0)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM TRANSURV.
