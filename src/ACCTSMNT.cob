      ******************************************************************
      * ACCTSMNT - Account lifecycle maintenance.
      * Applies a file of lifecycle transactions (open, freeze,
      * unfreeze, close, assign code) from ACCTSIN.DAT to the account
      * balance master ACCTMST.DAT.  Each action records the account
      * status, the date it took effect and the reason given, and the
      * open and close dates are kept on the master alongside the
      * balance.  TRANACC posts only to open accounts - a closed,
      * frozen or never-opened account on either leg is rejected.
      * This program is the maintained route by which an account
      * number comes onto the master.  Posting (TRANACC) or forward
      * recovery (ACCTRCVR) can still add one that is missing when
      * its movement is applied; it goes on open, with a status
      * reason flagging it for review here.  An account is not
      * closed while it still carries a balance: the balance has
      * to be moved off by a posting first.
      * A closed account stays on the master with its history and is
      * never reopened under the same number.  The effective date
      * defaults to the business date on RUNCTL.DAT when the
      * maintenance record does not carry one.  An opening may carry
      * the account code the account falls under for month-end fees;
      * an assign action sets or changes the code on an account
      * already on the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NO
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT MAINT-FILE-IN ASSIGN TO "ACCTSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  MAINT-FILE-IN
           RECORD CONTAINS 53 CHARACTERS.
       01  SMN-RECORD.
           05  SMN-ACTION              PIC X.
               88  SMN-OPEN                   VALUE "O".
               88  SMN-FREEZE                 VALUE "F".
               88  SMN-UNFREEZE               VALUE "U".
               88  SMN-CLOSE                  VALUE "C".
               88  SMN-ASSIGN-CODE            VALUE "A".
           05  SMN-ACCOUNT-NO          PIC X(10).
           05  SMN-EFF-DATE            PIC 9(8).
           05  SMN-REASON              PIC X(30).
           05  SMN-ACCT-CODE           PIC X(4).

       FD  RUNCTL-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01  RUNCTL-LINE.
           05  RUNCTL-BUSINESS-DATE    PIC 9(8).
           05  RUNCTL-RUN-MODE         PIC X.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-COUNTS.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.

       01  WS-FILE-FLAGS.
           05  WS-MST-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MST-FOUND-SW         PIC X VALUE "N".
               88  WS-MST-FOUND                VALUE "Y".
           05  WS-MNT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MNT-EOF-SW           PIC X VALUE "N".
               88  WS-MNT-EOF                  VALUE "Y".
           05  WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-REWRITE-OK-SW        PIC X VALUE "N".
               88  WS-REWRITE-OK               VALUE "Y".

       01  WS-RUN-DATE-FIELDS.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.
           05  WS-ACTION-DATE          PIC 9(8) VALUE 0.
           05  WS-DSP-BALANCE          PIC --,---,---,---,--9.99.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 100-APPLY-MAINT UNTIL WS-MNT-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
           PERFORM 1100-GET-BUSINESS-DATE
           OPEN INPUT MAINT-FILE-IN
           IF WS-MNT-FILE-STATUS NOT = "00"
               DISPLAY "ACCTSMNT: UNABLE TO OPEN ACCTSIN.DAT - STATUS "
                   WS-MNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-OPEN-ACCOUNT-MASTER
           PERFORM 2000-READ-MAINT-FILE.

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
               DISPLAY "ACCTSMNT: NO RUN CONTROL ON HAND - DEFAULT "
                   "EFFECTIVE DATE IS SYSTEM DATE " WS-BUSINESS-DATE
           END-IF.

       1200-OPEN-ACCOUNT-MASTER SECTION.
      * The first account ever opened starts the master.  A master
      * that will not open for update is left alone - nothing is
      * applied against a file we cannot rewrite.
           OPEN I-O ACCT-MASTER-FILE
           IF WS-MST-FILE-STATUS = "35"
               DISPLAY "ACCTSMNT: ACCTMST.DAT NOT FOUND - STARTING "
                   "A NEW ACCOUNT MASTER"
               OPEN OUTPUT ACCT-MASTER-FILE
               IF WS-MST-FILE-STATUS = "00"
                   CLOSE ACCT-MASTER-FILE
                   OPEN I-O ACCT-MASTER-FILE
               END-IF
           END-IF
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "ACCTSMNT: UNABLE TO OPEN ACCTMST.DAT - STATUS "
                   WS-MST-FILE-STATUS " - NO MAINTENANCE APPLIED"
               IF WS-MST-FILE-STATUS = "39"
                   OR WS-MST-FILE-STATUS = "30"
                   DISPLAY "ACCTSMNT: A MASTER IN AN EARLIER FORMAT "
                       "NEEDS ACCTCONV RUN ONCE TO CONVERT IT"
               END-IF
               CLOSE MAINT-FILE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-APPLY-MAINT SECTION.
           PERFORM 1300-FIND-ACCOUNT
           IF SMN-EFF-DATE = 0
               MOVE WS-BUSINESS-DATE TO WS-ACTION-DATE
           ELSE
               MOVE SMN-EFF-DATE TO WS-ACTION-DATE
           END-IF
           EVALUATE TRUE
               WHEN SMN-ACCOUNT-NO = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: BLANK ACCOUNT NUMBER - ACTION "
                       SMN-ACTION " IGNORED"
               WHEN SMN-OPEN
                   PERFORM 3000-OPEN-ACCOUNT
               WHEN SMN-FREEZE
                   PERFORM 4000-FREEZE-ACCOUNT
               WHEN SMN-UNFREEZE
                   PERFORM 5000-UNFREEZE-ACCOUNT
               WHEN SMN-CLOSE
                   PERFORM 6000-CLOSE-ACCOUNT
               WHEN SMN-ASSIGN-CODE
                   PERFORM 6500-ASSIGN-ACCT-CODE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: INVALID ACTION " SMN-ACTION
                       " FOR ACCOUNT " SMN-ACCOUNT-NO " - IGNORED"
           END-EVALUATE
           PERFORM 2000-READ-MAINT-FILE.

       1300-FIND-ACCOUNT SECTION.
           MOVE "N" TO WS-MST-FOUND-SW
           MOVE SMN-ACCOUNT-NO TO MST-ACCOUNT-NO
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MST-FOUND TO TRUE
           END-READ.

       3000-OPEN-ACCOUNT SECTION.
           IF WS-MST-FOUND
               ADD 1 TO WS-ERROR-COUNT
               IF MST-ACCT-CLOSED
                   DISPLAY "ACCTSMNT: OPEN REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " WAS CLOSED " MST-CLOSE-DATE
                       " - ACCOUNT NUMBERS ARE NOT REUSED"
               ELSE
                   DISPLAY "ACCTSMNT: OPEN REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " ALREADY ON THE MASTER"
               END-IF
           ELSE
               MOVE SMN-ACCOUNT-NO TO MST-ACCOUNT-NO
               MOVE 0 TO MST-BALANCE
               MOVE 0 TO MST-LAST-POSTED-DATE
               MOVE 0 TO MST-TXN-COUNT
               SET MST-ACCT-OPEN TO TRUE
               MOVE WS-ACTION-DATE TO MST-OPEN-DATE
               MOVE 0 TO MST-CLOSE-DATE
               MOVE WS-ACTION-DATE TO MST-STATUS-DATE
               MOVE SMN-REASON TO MST-STATUS-REASON
               MOVE SMN-ACCT-CODE TO MST-ACCT-CODE
               WRITE MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "ACCTSMNT: UNABLE TO ADD ACCOUNT "
                           SMN-ACCOUNT-NO " - STATUS "
                           WS-MST-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "ACCTSMNT: OPENED ACCOUNT "
                           SMN-ACCOUNT-NO " EFFECTIVE " WS-ACTION-DATE
               END-WRITE
           END-IF.

       4000-FREEZE-ACCOUNT SECTION.
           EVALUATE TRUE
               WHEN NOT WS-MST-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: FREEZE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " NOT ON THE MASTER"
               WHEN NOT MST-ACCT-OPEN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: FREEZE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " IS NOT OPEN - STATUS "
                       MST-ACCOUNT-STATUS
               WHEN SMN-REASON = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: FREEZE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " - A REASON IS REQUIRED"
               WHEN OTHER
                   SET MST-ACCT-FROZEN TO TRUE
                   MOVE WS-ACTION-DATE TO MST-STATUS-DATE
                   MOVE SMN-REASON TO MST-STATUS-REASON
                   PERFORM 7000-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       DISPLAY "ACCTSMNT: FROZE ACCOUNT "
                           SMN-ACCOUNT-NO " - " SMN-REASON
                   END-IF
           END-EVALUATE.

       5000-UNFREEZE-ACCOUNT SECTION.
           EVALUATE TRUE
               WHEN NOT WS-MST-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: UNFREEZE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " NOT ON THE MASTER"
               WHEN NOT MST-ACCT-FROZEN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: UNFREEZE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " IS NOT FROZEN - STATUS "
                       MST-ACCOUNT-STATUS
               WHEN OTHER
                   SET MST-ACCT-OPEN TO TRUE
                   MOVE WS-ACTION-DATE TO MST-STATUS-DATE
                   MOVE SMN-REASON TO MST-STATUS-REASON
                   PERFORM 7000-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       DISPLAY "ACCTSMNT: UNFROZE ACCOUNT "
                           SMN-ACCOUNT-NO
                   END-IF
           END-EVALUATE.

       6000-CLOSE-ACCOUNT SECTION.
      * A frozen account may be closed once it is at zero - the
      * freeze stops postings, it does not keep the account alive.
           EVALUATE TRUE
               WHEN NOT WS-MST-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: CLOSE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " NOT ON THE MASTER"
               WHEN MST-ACCT-CLOSED
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: CLOSE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " ALREADY CLOSED "
                       MST-CLOSE-DATE
               WHEN MST-BALANCE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE MST-BALANCE TO WS-DSP-BALANCE
                   DISPLAY "ACCTSMNT: CLOSE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " STILL CARRIES A BALANCE OF "
                       WS-DSP-BALANCE
               WHEN SMN-REASON = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: CLOSE REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " - A REASON IS REQUIRED"
               WHEN OTHER
                   SET MST-ACCT-CLOSED TO TRUE
                   MOVE WS-ACTION-DATE TO MST-CLOSE-DATE
                   MOVE WS-ACTION-DATE TO MST-STATUS-DATE
                   MOVE SMN-REASON TO MST-STATUS-REASON
                   PERFORM 7000-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       DISPLAY "ACCTSMNT: CLOSED ACCOUNT "
                           SMN-ACCOUNT-NO " EFFECTIVE " WS-ACTION-DATE
                           " - " SMN-REASON
                   END-IF
           END-EVALUATE.

       6500-ASSIGN-ACCT-CODE SECTION.
      * The code only places the account for month-end fees; the
      * account's status and dates are not touched.
           EVALUATE TRUE
               WHEN NOT WS-MST-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: ASSIGN REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " NOT ON THE MASTER"
               WHEN MST-ACCT-CLOSED
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: ASSIGN REJECTED - ACCOUNT "
                       SMN-ACCOUNT-NO " IS CLOSED"
               WHEN OTHER
                   MOVE SMN-ACCT-CODE TO MST-ACCT-CODE
                   PERFORM 7000-REWRITE-ACCOUNT
                   IF WS-REWRITE-OK
                       DISPLAY "ACCTSMNT: ACCOUNT " SMN-ACCOUNT-NO
                           " ASSIGNED CODE " SMN-ACCT-CODE
                   END-IF
           END-EVALUATE.

       7000-REWRITE-ACCOUNT SECTION.
           MOVE "N" TO WS-REWRITE-OK-SW
           REWRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "ACCTSMNT: UNABLE TO UPDATE ACCOUNT "
                       SMN-ACCOUNT-NO " - STATUS " WS-MST-FILE-STATUS
               NOT INVALID KEY
                   SET WS-REWRITE-OK TO TRUE
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       2000-READ-MAINT-FILE SECTION.
           READ MAINT-FILE-IN
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ
           IF NOT WS-MNT-EOF
               IF SMN-EFF-DATE NOT NUMERIC
                   MOVE 0 TO SMN-EFF-DATE
               END-IF
           END-IF.

       9000-TERMINATE SECTION.
           CLOSE MAINT-FILE-IN
           CLOSE ACCT-MASTER-FILE
           DISPLAY "ACCTSMNT: APPLIED " WS-APPLIED-COUNT
               " ERRORS " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM ACCTSMNT.
