      ******************************************************************
      * HLDRMNT - Account-holder name and address maintenance.
      * Applies a file of maintenance transactions (add, change,
      * delete) from HLDRMIN.DAT to the account-holder file
      * ACCTHLDR.DAT that TRANSTMT takes statement delivery details
      * from.  A holder is added only for an account on the balance
      * master that is not closed, and must be given a name; the
      * delivery preference (P paper, E electronic, S suppress)
      * defaults to paper and the statement cycle (M monthly,
      * Q quarterly, A annual) to monthly.  On a change a blank
      * field is left as it stands, except that a new first address
      * line replaces the whole postal address as given and clears
      * the mail-returned flag unless the change sets it again.
      * The mail-returned flag is set with Y and cleared with N.
      * A holder is deleted only once its account is closed or no
      * longer on the master.  Every change is stamped with the
      * business date on RUNCTL.DAT and logged to the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-ACCOUNT-NO
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NO
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT MAINT-FILE-IN ASSIGN TO "HLDRMIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDER-FILE
           RECORD CONTAINS 244 CHARACTERS.
       COPY ACCTHLDR.

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  MAINT-FILE-IN
           RECORD CONTAINS 237 CHARACTERS.
       01  HMN-RECORD.
           05  HMN-ACTION              PIC X.
               88  HMN-ADD                    VALUE "A".
               88  HMN-CHANGE                 VALUE "C".
               88  HMN-DELETE                 VALUE "D".
           05  HMN-ACCOUNT-NO          PIC X(10).
           05  HMN-NAME                PIC X(40).
           05  HMN-ADDRESS-1           PIC X(40).
           05  HMN-ADDRESS-2           PIC X(40).
           05  HMN-CITY                PIC X(30).
           05  HMN-REGION              PIC X(10).
           05  HMN-POSTAL-CODE         PIC X(10).
           05  HMN-COUNTRY             PIC X(3).
           05  HMN-EMAIL               PIC X(50).
           05  HMN-DELIVERY-PREF       PIC X.
               88  HMN-DELIVERY-VALID         VALUE "P" "E" "S".
           05  HMN-STMT-CYCLE          PIC X.
               88  HMN-CYCLE-VALID            VALUE "M" "Q" "A".
           05  HMN-MAIL-RETURNED-SW    PIC X.
               88  HMN-RETURNED-VALID         VALUE "Y" "N".

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
           05  WS-HLD-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-HLD-FOUND-SW         PIC X VALUE "N".
               88  WS-HLD-FOUND                VALUE "Y".
           05  WS-MST-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MST-OPEN-SW          PIC X VALUE "N".
               88  WS-MST-OPEN                 VALUE "Y".
           05  WS-MST-FOUND-SW         PIC X VALUE "N".
               88  WS-MST-FOUND                VALUE "Y".
           05  WS-MNT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MNT-EOF-SW           PIC X VALUE "N".
               88  WS-MNT-EOF                  VALUE "Y".
           05  WS-RUNCTL-FILE-STATUS   PIC X(2) VALUE SPACES.
           05  WS-CODES-OK-SW          PIC X VALUE "N".
               88  WS-CODES-OK                 VALUE "Y".

       01  WS-RUN-DATE-FIELDS.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE 0.

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
               DISPLAY "HLDRMNT: UNABLE TO OPEN HLDRMIN.DAT - STATUS "
                   WS-MNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-OPEN-HOLDER-FILE
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-MST-FILE-STATUS = "00"
               SET WS-MST-OPEN TO TRUE
           ELSE
               DISPLAY "HLDRMNT: ACCTMST.DAT NOT ON HAND - STATUS "
                   WS-MST-FILE-STATUS " - NO HOLDER CAN BE ADDED"
           END-IF
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
               DISPLAY "HLDRMNT: NO RUN CONTROL ON HAND - CHANGES "
                   "DATED WITH SYSTEM DATE " WS-BUSINESS-DATE
           END-IF.

       1200-OPEN-HOLDER-FILE SECTION.
      * The first holder ever added starts the file.
           OPEN I-O HOLDER-FILE
           IF WS-HLD-FILE-STATUS = "35"
               DISPLAY "HLDRMNT: ACCTHLDR.DAT NOT FOUND - STARTING "
                   "A NEW ACCOUNT-HOLDER FILE"
               OPEN OUTPUT HOLDER-FILE
               IF WS-HLD-FILE-STATUS = "00"
                   CLOSE HOLDER-FILE
                   OPEN I-O HOLDER-FILE
               END-IF
           END-IF
           IF WS-HLD-FILE-STATUS NOT = "00"
               DISPLAY "HLDRMNT: UNABLE TO OPEN ACCTHLDR.DAT - STATUS "
                   WS-HLD-FILE-STATUS " - NO MAINTENANCE APPLIED"
               CLOSE MAINT-FILE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-APPLY-MAINT SECTION.
           PERFORM 1300-FIND-HOLDER
           PERFORM 1400-FIND-ACCOUNT
           PERFORM 1500-CHECK-CODES
           EVALUATE TRUE
               WHEN HMN-ACCOUNT-NO = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: BLANK ACCOUNT NUMBER - ACTION "
                       HMN-ACTION " IGNORED"
               WHEN NOT WS-CODES-OK
                   ADD 1 TO WS-ERROR-COUNT
               WHEN HMN-ADD
                   PERFORM 3000-ADD-HOLDER
               WHEN HMN-CHANGE
                   PERFORM 4000-CHANGE-HOLDER
               WHEN HMN-DELETE
                   PERFORM 5000-DELETE-HOLDER
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: INVALID ACTION " HMN-ACTION
                       " FOR ACCOUNT " HMN-ACCOUNT-NO " - IGNORED"
           END-EVALUATE
           PERFORM 2000-READ-MAINT-FILE.

       1300-FIND-HOLDER SECTION.
           MOVE "N" TO WS-HLD-FOUND-SW
           MOVE HMN-ACCOUNT-NO TO HLD-ACCOUNT-NO
           READ HOLDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HLD-FOUND TO TRUE
           END-READ.

       1400-FIND-ACCOUNT SECTION.
           MOVE "N" TO WS-MST-FOUND-SW
           IF WS-MST-OPEN
               MOVE HMN-ACCOUNT-NO TO MST-ACCOUNT-NO
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MST-FOUND TO TRUE
               END-READ
           END-IF.

       1500-CHECK-CODES SECTION.
      * A code given on the transaction must be one the statement
      * run knows; a blank code is taken as no change.
           SET WS-CODES-OK TO TRUE
           IF HMN-DELIVERY-PREF NOT = SPACE
               AND NOT HMN-DELIVERY-VALID
               MOVE "N" TO WS-CODES-OK-SW
               DISPLAY "HLDRMNT: ACCOUNT " HMN-ACCOUNT-NO
                   " - INVALID DELIVERY PREFERENCE " HMN-DELIVERY-PREF
                   " - ACTION " HMN-ACTION " IGNORED"
           END-IF
           IF HMN-STMT-CYCLE NOT = SPACE
               AND NOT HMN-CYCLE-VALID
               MOVE "N" TO WS-CODES-OK-SW
               DISPLAY "HLDRMNT: ACCOUNT " HMN-ACCOUNT-NO
                   " - INVALID STATEMENT CYCLE " HMN-STMT-CYCLE
                   " - ACTION " HMN-ACTION " IGNORED"
           END-IF
           IF HMN-MAIL-RETURNED-SW NOT = SPACE
               AND NOT HMN-RETURNED-VALID
               MOVE "N" TO WS-CODES-OK-SW
               DISPLAY "HLDRMNT: ACCOUNT " HMN-ACCOUNT-NO
                   " - INVALID MAIL-RETURNED FLAG "
                   HMN-MAIL-RETURNED-SW " - ACTION " HMN-ACTION
                   " IGNORED"
           END-IF.

       3000-ADD-HOLDER SECTION.
           EVALUATE TRUE
               WHEN WS-HLD-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: ADD REJECTED - ACCOUNT "
                       HMN-ACCOUNT-NO " ALREADY HAS A HOLDER RECORD"
               WHEN NOT WS-MST-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: ADD REJECTED - ACCOUNT "
                       HMN-ACCOUNT-NO " NOT ON THE MASTER"
               WHEN MST-ACCT-CLOSED
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: ADD REJECTED - ACCOUNT "
                       HMN-ACCOUNT-NO " IS CLOSED"
               WHEN HMN-NAME = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: ADD REJECTED - ACCOUNT "
                       HMN-ACCOUNT-NO " - A NAME IS REQUIRED"
               WHEN OTHER
                   MOVE HMN-ACCOUNT-NO TO HLD-ACCOUNT-NO
                   MOVE HMN-NAME TO HLD-NAME
                   MOVE HMN-ADDRESS-1 TO HLD-ADDRESS-1
                   MOVE HMN-ADDRESS-2 TO HLD-ADDRESS-2
                   MOVE HMN-CITY TO HLD-CITY
                   MOVE HMN-REGION TO HLD-REGION
                   MOVE HMN-POSTAL-CODE TO HLD-POSTAL-CODE
                   MOVE HMN-COUNTRY TO HLD-COUNTRY
                   MOVE HMN-EMAIL TO HLD-EMAIL
                   IF HMN-DELIVERY-PREF = SPACE
                       SET HLD-DELIVER-PAPER TO TRUE
                   ELSE
                       MOVE HMN-DELIVERY-PREF TO HLD-DELIVERY-PREF
                   END-IF
                   IF HMN-STMT-CYCLE = SPACE
                       SET HLD-CYCLE-MONTHLY TO TRUE
                   ELSE
                       MOVE HMN-STMT-CYCLE TO HLD-STMT-CYCLE
                   END-IF
                   IF HMN-MAIL-RETURNED-SW = "Y"
                       SET HLD-MAIL-RETURNED TO TRUE
                   ELSE
                       MOVE "N" TO HLD-MAIL-RETURNED-SW
                   END-IF
                   MOVE WS-BUSINESS-DATE TO HLD-LAST-CHANGED
                   WRITE HOLDER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "HLDRMNT: UNABLE TO ADD HOLDER "
                               HMN-ACCOUNT-NO " - STATUS "
                               WS-HLD-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           DISPLAY "HLDRMNT: ADDED HOLDER "
                               HMN-ACCOUNT-NO " " HMN-NAME
                   END-WRITE
           END-EVALUATE.

       4000-CHANGE-HOLDER SECTION.
           IF NOT WS-HLD-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "HLDRMNT: CHANGE REJECTED - ACCOUNT "
                   HMN-ACCOUNT-NO " HAS NO HOLDER RECORD"
           ELSE
               IF HMN-NAME NOT = SPACES
                   MOVE HMN-NAME TO HLD-NAME
               END-IF
      * An address is taken as a whole, so a line the new address
      * does not have is not left over from the old one.
               IF HMN-ADDRESS-1 NOT = SPACES
                   MOVE HMN-ADDRESS-1 TO HLD-ADDRESS-1
                   MOVE HMN-ADDRESS-2 TO HLD-ADDRESS-2
                   MOVE HMN-CITY TO HLD-CITY
                   MOVE HMN-REGION TO HLD-REGION
                   MOVE HMN-POSTAL-CODE TO HLD-POSTAL-CODE
                   MOVE HMN-COUNTRY TO HLD-COUNTRY
                   MOVE "N" TO HLD-MAIL-RETURNED-SW
               END-IF
               IF HMN-EMAIL NOT = SPACES
                   MOVE HMN-EMAIL TO HLD-EMAIL
               END-IF
               IF HMN-DELIVERY-PREF NOT = SPACE
                   MOVE HMN-DELIVERY-PREF TO HLD-DELIVERY-PREF
               END-IF
               IF HMN-STMT-CYCLE NOT = SPACE
                   MOVE HMN-STMT-CYCLE TO HLD-STMT-CYCLE
               END-IF
               IF HMN-MAIL-RETURNED-SW NOT = SPACE
                   MOVE HMN-MAIL-RETURNED-SW TO HLD-MAIL-RETURNED-SW
               END-IF
               MOVE WS-BUSINESS-DATE TO HLD-LAST-CHANGED
               REWRITE HOLDER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "HLDRMNT: UNABLE TO UPDATE HOLDER "
                           HMN-ACCOUNT-NO " - STATUS "
                           WS-HLD-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "HLDRMNT: CHANGED HOLDER "
                           HMN-ACCOUNT-NO
               END-REWRITE
           END-IF.

       5000-DELETE-HOLDER SECTION.
      * An open or frozen account still gets statements, so its
      * holder has to stay on file until the account is closed.
           EVALUATE TRUE
               WHEN NOT WS-HLD-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: DELETE REJECTED - ACCOUNT "
                       HMN-ACCOUNT-NO " HAS NO HOLDER RECORD"
               WHEN NOT WS-MST-OPEN
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: DELETE REJECTED - ACCOUNT "
                       HMN-ACCOUNT-NO " - MASTER NOT ON HAND TO "
                       "CONFIRM THE ACCOUNT IS CLOSED"
               WHEN WS-MST-FOUND AND NOT MST-ACCT-CLOSED
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "HLDRMNT: DELETE REJECTED - ACCOUNT "
                       HMN-ACCOUNT-NO " IS NOT CLOSED - STATUS "
                       MST-ACCOUNT-STATUS
               WHEN OTHER
                   DELETE HOLDER-FILE
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "HLDRMNT: UNABLE TO DELETE HOLDER "
                               HMN-ACCOUNT-NO " - STATUS "
                               WS-HLD-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           DISPLAY "HLDRMNT: DELETED HOLDER "
                               HMN-ACCOUNT-NO
                   END-DELETE
           END-EVALUATE.

       2000-READ-MAINT-FILE SECTION.
           READ MAINT-FILE-IN
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ.

       9000-TERMINATE SECTION.
           CLOSE MAINT-FILE-IN
           CLOSE HOLDER-FILE
           IF WS-MST-OPEN
               CLOSE ACCT-MASTER-FILE
           END-IF
           DISPLAY "HLDRMNT: APPLIED " WS-APPLIED-COUNT
               " ERRORS " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM HLDRMNT.
