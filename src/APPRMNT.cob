      ******************************************************************
      * APPRMNT - Approver authority maintenance.
      * Applies a file of maintenance transactions (add, change,
      * deactivate, reactivate) to the approver authority file
      * APPRAUTH.DAT that TRANAPPR and TRANRCYC check every
      * disposition against.  Each
      * user ID carries an approval ceiling, effective and end dates
      * and the kinds of disposition the user may make - approve or
      * deny a held item, correct-and-resubmit or write off a
      * reject.  The current authority file is loaded into a table,
      * each maintenance record is applied and logged to the console,
      * and the table is rewritten as the new authority file.  A
      * deactivated user stays on file so the disposition audit
      * trail can still be read against the name.  A change does
      * not alter whether the user is active - only a reactivation
      * puts a deactivated user back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-AUTH-FILE ASSIGN TO "APPRAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT MAINT-FILE-IN ASSIGN TO "APPRMIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPR-AUTH-FILE
           RECORD CONTAINS 70 CHARACTERS.
       COPY APPRAUTH.

      * On a change, a blank name, blank ceiling, zero date or
      * blank disposition flag leaves that field as it stands.  An
      * end date of 99999999 on a change or reactivation lifts the
      * end date on file, leaving the authority open-ended.
       FD  MAINT-FILE-IN
           RECORD CONTAINS 70 CHARACTERS.
       01  MNT-RECORD.
           05  MNT-ACTION              PIC X.
               88  MNT-ADD                    VALUE "A".
               88  MNT-CHANGE                 VALUE "C".
               88  MNT-DEACTIVATE             VALUE "D".
               88  MNT-REACTIVATE             VALUE "R".
           05  MNT-USER-ID             PIC X(8).
           05  MNT-USER-NAME           PIC X(30).
           05  MNT-CEILING             PIC 9(9)V99.
           05  MNT-CEILING-X REDEFINES MNT-CEILING
                                       PIC X(11).
           05  MNT-EFF-DATE            PIC 9(8).
           05  MNT-END-DATE            PIC 9(8).
               88  MNT-END-DATE-LIFTED        VALUE 99999999.
           05  MNT-DISPOSITION-FLAGS.
               10  MNT-MAY-APPROVE     PIC X.
               10  MNT-MAY-DENY        PIC X.
               10  MNT-MAY-CORRECT     PIC X.
               10  MNT-MAY-WRITE-OFF   PIC X.

       WORKING-STORAGE SECTION.
       01  WS-MAINT-COUNTS.
           05  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(5) VALUE 0.

       01  WS-FILE-FLAGS.
           05  WS-AUTH-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-AUTH-EOF-SW          PIC X VALUE "N".
               88  WS-AUTH-EOF                 VALUE "Y".
           05  WS-MNT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-MNT-EOF-SW           PIC X VALUE "N".
               88  WS-MNT-EOF                  VALUE "Y".

       01  WS-FLAG-FIELDS.
           05  WS-FLAGS-VALID-SW       PIC X VALUE "Y".
               88  WS-FLAGS-VALID             VALUE "Y".
           05  WS-FLAG-SUB             PIC 9 VALUE 0.

       01  WS-USER-TABLE.
           05  WS-USER-COUNT           PIC 9(3) VALUE 0.
           05  WS-USER-TABLE-FULL-SW   PIC X VALUE "N".
               88  WS-USER-TABLE-FULL         VALUE "Y".
           05  WS-USER-FOUND-SW        PIC X VALUE "N".
               88  WS-USER-FOUND               VALUE "Y".
           05  WS-USER-ENTRY OCCURS 200 TIMES INDEXED BY WS-USER-IDX.
               10  WS-USER-ID          PIC X(8).
               10  WS-USER-NAME        PIC X(30).
               10  WS-USER-ACTIVE-FLAG PIC X.
               10  WS-USER-CEILING     PIC 9(9)V99.
               10  WS-USER-EFF-DATE    PIC 9(8).
               10  WS-USER-END-DATE    PIC 9(8).
               10  WS-USER-FLAGS.
                   15  WS-USER-FLAG    PIC X OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 100-APPLY-MAINT UNTIL WS-MNT-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE SECTION.
           PERFORM 1100-LOAD-AUTHORITY
           OPEN INPUT MAINT-FILE-IN
           IF WS-MNT-FILE-STATUS NOT = "00"
               DISPLAY "APPRMNT: UNABLE TO OPEN APPRMIN.DAT - STATUS "
                   WS-MNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-READ-MAINT-FILE.

       1100-LOAD-AUTHORITY SECTION.
           OPEN INPUT APPR-AUTH-FILE
           IF WS-AUTH-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUTH-EOF
                   READ APPR-AUTH-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF WS-USER-COUNT < 200
                               ADD 1 TO WS-USER-COUNT
                               SET WS-USER-IDX TO WS-USER-COUNT
                               PERFORM 1150-TABLE-FROM-RECORD
                           ELSE
                               SET WS-USER-TABLE-FULL TO TRUE
                               DISPLAY "APPRMNT: USER TABLE FULL - "
                                   AUT-USER-ID " NOT LOADED"
                               MOVE 16 TO RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPR-AUTH-FILE
               DISPLAY "APPRMNT: LOADED " WS-USER-COUNT
                   " APPROVER AUTHORITIES"
           ELSE
               DISPLAY "APPRMNT: APPRAUTH.DAT NOT FOUND - "
                   "BUILDING NEW AUTHORITY FILE"
           END-IF.

       1150-TABLE-FROM-RECORD SECTION.
           MOVE AUT-USER-ID TO WS-USER-ID (WS-USER-IDX)
           MOVE AUT-USER-NAME TO WS-USER-NAME (WS-USER-IDX)
           MOVE AUT-ACTIVE-FLAG TO WS-USER-ACTIVE-FLAG (WS-USER-IDX)
           MOVE AUT-CEILING TO WS-USER-CEILING (WS-USER-IDX)
           MOVE AUT-EFF-DATE TO WS-USER-EFF-DATE (WS-USER-IDX)
           MOVE AUT-END-DATE TO WS-USER-END-DATE (WS-USER-IDX)
           MOVE AUT-DISPOSITION-FLAGS TO WS-USER-FLAGS (WS-USER-IDX).

       100-APPLY-MAINT SECTION.
           PERFORM 1200-FIND-USER
           PERFORM 1300-CHECK-FLAGS
           EVALUATE TRUE
               WHEN MNT-USER-ID = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "APPRMNT: BLANK USER ID - " MNT-ACTION
                       " IGNORED"
               WHEN NOT WS-FLAGS-VALID
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "APPRMNT: DISPOSITION FLAGS "
                       MNT-DISPOSITION-FLAGS " FOR " MNT-USER-ID
                       " MUST BE Y, N OR BLANK - IGNORED"
               WHEN MNT-ADD
                   PERFORM 3000-ADD-USER
               WHEN MNT-CHANGE
                   PERFORM 4000-CHANGE-USER
               WHEN MNT-DEACTIVATE
                   PERFORM 5000-DEACTIVATE-USER
               WHEN MNT-REACTIVATE
                   PERFORM 5100-REACTIVATE-USER
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "APPRMNT: INVALID ACTION " MNT-ACTION
                       " FOR USER " MNT-USER-ID " - IGNORED"
           END-EVALUATE
           PERFORM 2000-READ-MAINT-FILE.

       1200-FIND-USER SECTION.
           MOVE "N" TO WS-USER-FOUND-SW
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-USER-ID (WS-USER-IDX) = MNT-USER-ID
                   SET WS-USER-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1300-CHECK-FLAGS SECTION.
           MOVE "Y" TO WS-FLAGS-VALID-SW
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 4
               IF MNT-DISPOSITION-FLAGS (WS-FLAG-SUB:1) NOT = "Y"
                   AND MNT-DISPOSITION-FLAGS (WS-FLAG-SUB:1) NOT = "N"
                   AND MNT-DISPOSITION-FLAGS (WS-FLAG-SUB:1)
                       NOT = SPACE
                   MOVE "N" TO WS-FLAGS-VALID-SW
               END-IF
           END-PERFORM.

       3000-ADD-USER SECTION.
           IF WS-USER-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "APPRMNT: ADD REJECTED - USER " MNT-USER-ID
                   " ALREADY ON FILE"
           ELSE
               IF WS-USER-COUNT < 200
                   ADD 1 TO WS-USER-COUNT
                   SET WS-USER-IDX TO WS-USER-COUNT
                   MOVE MNT-USER-ID TO WS-USER-ID (WS-USER-IDX)
                   MOVE MNT-USER-NAME TO WS-USER-NAME (WS-USER-IDX)
                   MOVE "A" TO WS-USER-ACTIVE-FLAG (WS-USER-IDX)
                   IF MNT-CEILING-X = SPACES
                       MOVE 0 TO WS-USER-CEILING (WS-USER-IDX)
                   ELSE
                       MOVE MNT-CEILING TO WS-USER-CEILING (WS-USER-IDX)
                   END-IF
                   MOVE MNT-EFF-DATE TO WS-USER-EFF-DATE (WS-USER-IDX)
                   MOVE MNT-END-DATE TO WS-USER-END-DATE (WS-USER-IDX)
                   MOVE "NNNN" TO WS-USER-FLAGS (WS-USER-IDX)
                   PERFORM 4100-APPLY-FLAGS
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "APPRMNT: ADDED USER " MNT-USER-ID " "
                       MNT-USER-NAME " CEILING " MNT-CEILING
                       " FLAGS " WS-USER-FLAGS (WS-USER-IDX)
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "APPRMNT: USER TABLE FULL - ADD OF "
                       MNT-USER-ID " REJECTED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       4000-CHANGE-USER SECTION.
           IF NOT WS-USER-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "APPRMNT: CHANGE REJECTED - USER " MNT-USER-ID
                   " NOT ON FILE"
           ELSE
               IF MNT-USER-NAME NOT = SPACES
                   MOVE MNT-USER-NAME TO WS-USER-NAME (WS-USER-IDX)
               END-IF
               IF MNT-CEILING-X NOT = SPACES
                   MOVE MNT-CEILING TO WS-USER-CEILING (WS-USER-IDX)
               END-IF
               IF MNT-EFF-DATE NOT = 0
                   MOVE MNT-EFF-DATE TO WS-USER-EFF-DATE (WS-USER-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN MNT-END-DATE-LIFTED
                       MOVE 0 TO WS-USER-END-DATE (WS-USER-IDX)
                   WHEN MNT-END-DATE NOT = 0
                       MOVE MNT-END-DATE TO
                           WS-USER-END-DATE (WS-USER-IDX)
               END-EVALUATE
               PERFORM 4100-APPLY-FLAGS
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPRMNT: CHANGED USER " MNT-USER-ID
                   " CEILING " WS-USER-CEILING (WS-USER-IDX)
                   " FLAGS " WS-USER-FLAGS (WS-USER-IDX)
                   " STATUS " WS-USER-ACTIVE-FLAG (WS-USER-IDX)
           END-IF.

       4100-APPLY-FLAGS SECTION.
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
               UNTIL WS-FLAG-SUB > 4
               IF MNT-DISPOSITION-FLAGS (WS-FLAG-SUB:1) NOT = SPACE
                   MOVE MNT-DISPOSITION-FLAGS (WS-FLAG-SUB:1) TO
                       WS-USER-FLAG (WS-USER-IDX, WS-FLAG-SUB)
               END-IF
           END-PERFORM.

       5000-DEACTIVATE-USER SECTION.
           IF NOT WS-USER-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "APPRMNT: DEACTIVATE REJECTED - USER "
                   MNT-USER-ID " NOT ON FILE"
           ELSE
               MOVE "I" TO WS-USER-ACTIVE-FLAG (WS-USER-IDX)
               IF MNT-END-DATE NOT = 0
                   MOVE MNT-END-DATE TO WS-USER-END-DATE (WS-USER-IDX)
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "APPRMNT: DEACTIVATED USER " MNT-USER-ID
           END-IF.

       5100-REACTIVATE-USER SECTION.
      * A reactivation restores the user's authority as it stood;
      * an end date on the record replaces the one on file, so an
      * end date set at deactivation can be moved, or lifted by
      * giving 99999999.
           EVALUATE TRUE
               WHEN NOT WS-USER-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "APPRMNT: REACTIVATE REJECTED - USER "
                       MNT-USER-ID " NOT ON FILE"
               WHEN WS-USER-ACTIVE-FLAG (WS-USER-IDX) = "A"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "APPRMNT: REACTIVATE REJECTED - USER "
                       MNT-USER-ID " IS ALREADY ACTIVE"
               WHEN OTHER
                   MOVE "A" TO WS-USER-ACTIVE-FLAG (WS-USER-IDX)
                   EVALUATE TRUE
                       WHEN MNT-END-DATE-LIFTED
                           MOVE 0 TO WS-USER-END-DATE (WS-USER-IDX)
                       WHEN MNT-END-DATE NOT = 0
                           MOVE MNT-END-DATE TO
                               WS-USER-END-DATE (WS-USER-IDX)
                   END-EVALUATE
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "APPRMNT: REACTIVATED USER " MNT-USER-ID
                       " END DATE " WS-USER-END-DATE (WS-USER-IDX)
           END-EVALUATE.

       2000-READ-MAINT-FILE SECTION.
           READ MAINT-FILE-IN
               AT END
                   SET WS-MNT-EOF TO TRUE
           END-READ
           IF NOT WS-MNT-EOF
               IF MNT-CEILING-X NOT = SPACES
                   AND MNT-CEILING NOT NUMERIC
                   MOVE 0 TO MNT-CEILING
               END-IF
               IF MNT-EFF-DATE NOT NUMERIC
                   MOVE 0 TO MNT-EFF-DATE
               END-IF
               IF MNT-END-DATE NOT NUMERIC
                   MOVE 0 TO MNT-END-DATE
               END-IF
           END-IF.

       9000-TERMINATE SECTION.
      * An authority file that would not fit in the table must not
      * be rewritten from the truncated table - that would drop the
      * users that never loaded.  Leave the file as it stands.
           CLOSE MAINT-FILE-IN
           IF WS-USER-TABLE-FULL
               DISPLAY "APPRMNT: APPRAUTH.DAT LEFT UNCHANGED - "
                   "AUTHORITY FILE EXCEEDS THE USER TABLE"
           ELSE
               PERFORM 9100-REWRITE-AUTHORITY
           END-IF
           DISPLAY "APPRMNT: APPLIED " WS-APPLIED-COUNT
               " ERRORS " WS-ERROR-COUNT
           IF WS-ERROR-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-REWRITE-AUTHORITY SECTION.
           OPEN OUTPUT APPR-AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "APPRMNT: UNABLE TO REWRITE APPRAUTH.DAT - "
                   "STATUS " WS-AUTH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
                   MOVE WS-USER-ID (WS-USER-IDX) TO AUT-USER-ID
                   MOVE WS-USER-NAME (WS-USER-IDX) TO AUT-USER-NAME
                   MOVE WS-USER-ACTIVE-FLAG (WS-USER-IDX)
                       TO AUT-ACTIVE-FLAG
                   MOVE WS-USER-CEILING (WS-USER-IDX) TO AUT-CEILING
                   MOVE WS-USER-EFF-DATE (WS-USER-IDX) TO AUT-EFF-DATE
                   MOVE WS-USER-END-DATE (WS-USER-IDX) TO AUT-END-DATE
                   MOVE WS-USER-FLAGS (WS-USER-IDX)
                       TO AUT-DISPOSITION-FLAGS
                   WRITE APPR-AUTH-RECORD
               END-PERFORM
               CLOSE APPR-AUTH-FILE
               DISPLAY "APPRMNT: WROTE " WS-USER-COUNT
                   " APPROVER AUTHORITIES"
           END-IF.

       END PROGRAM APPRMNT.
