      * resubmission batch in TRANREC layout on TRANRSUB.DAT for
      * prepending to the next day's input, and prints an aging
      * report of everything still unresolved on RCYCRPT.DAT.
      * TRANACC posts every valued reject to reject suspense.  A
      * resubmission goes out flagged, so its item leaves suspense
      * when TRANACC processes it; a write-off marked here moves the
      * item to the write-off expense account on TRANACC's next run.
      * The suspense tie-out on SUSPRPT.DAT lists every open item on
      * SUSPITEM.DAT against its entry here and ties their total to
      * the suspense account's balance on ACCTMST.DAT.
      * Each disposition names the approver who made it and the user
      * who originated the item.  It is applied only if the approver
      * is on the authority file APPRAUTH.DAT, active and in date,
      * may make that kind of disposition and has a ceiling covering
      * the item's amount, and is neither the originator nor the
      * user who last corrected the same reference; otherwise it is
      * refused and the reject stays open.  A disposition that does
      * not name its originator is refused.  The approver is kept on
      * the status entry as the resolving user, and every
      * disposition read, applied or refused, is appended to the
      * disposition audit file DISPAUD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANRCYC.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGRPT-FILE-STATUS.

           SELECT SUSP-PARM-FILE ASSIGN TO "SUSPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPP-FILE-STATUS.

           SELECT SUSP-ITEM-FILE ASSIGN TO "SUSPITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-KEY
               FILE STATUS IS WS-SIT-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NO
               FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT SUSP-RPT-OUT ASSIGN TO "SUSPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-FILE-STATUS.

           SELECT APPR-AUTH-FILE ASSIGN TO "APPRAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT DISP-AUDIT-FILE ASSIGN TO "DISPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
       COPY REJECTREC.

       FD  STATUS-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY RJSTREC.

       FD  DISP-FILE-IN
           RECORD CONTAINS 38 CHARACTERS.
       01  DSP-RECORD.
           05  DSP-ACTION              PIC X.
               88  DSP-CORRECT                VALUE "C".
               88  DSP-WRITE-OFF              VALUE "W".
           05  DSP-REFERENCE-NO        PIC X(12).
           05  DSP-AMENDED-AMOUNT      PIC S9(7)V99.
           05  DSP-APPROVER-ID         PIC X(8).
           05  DSP-ORIGINATOR-ID       PIC X(8).

       FD  RESUB-FILE-OUT
           RECORD CONTAINS 59 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  AGRPT-LINE                  PIC X(80).

       FD  SUSP-PARM-FILE
           RECORD CONTAINS 38 CHARACTERS.
       COPY SUSPPARM.

       FD  SUSP-ITEM-FILE
           RECORD CONTAINS 86 CHARACTERS.
       COPY SUSPITEM.

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  SUSP-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  SRPT-LINE                   PIC X(80).

       FD  APPR-AUTH-FILE
           RECORD CONTAINS 70 CHARACTERS.
       COPY APPRAUTH.

       FD  DISP-AUDIT-FILE
           RECORD CONTAINS 118 CHARACTERS.
       COPY DISPAUD.

       WORKING-STORAGE SECTION.
       01  WS-RECYCLE-COUNTS.
           05  WS-NEW-REJECT-COUNT     PIC 9(5) VALUE 0.
           05  WS-CORRECTED-COUNT      PIC 9(5) VALUE 0.
           05  WS-WRITEOFF-COUNT       PIC 9(5) VALUE 0.
           05  WS-DISP-ERROR-COUNT     PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
           05  WS-OPEN-COUNT           PIC 9(5) VALUE 0.
           05  WS-RESUB-COUNT          PIC 9(7) VALUE 0.
           05  WS-RESUB-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
               88  WS-DISP-EOF                 VALUE "Y".
           05  WS-RSUB-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-AGRPT-FILE-STATUS    PIC X(2) VALUE SPACES.
           05  WS-SPP-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SIT-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SIT-EOF-SW           PIC X VALUE "N".
               88  WS-SIT-EOF                  VALUE "Y".
           05  WS-MST-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SRPT-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-AUTH-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-AUTH-EOF-SW          PIC X VALUE "N".
               88  WS-AUTH-EOF                 VALUE "Y".
           05  WS-DAUD-FILE-STATUS     PIC X(2) VALUE SPACES.

       01  WS-TRACK-TABLE.
           05  WS-TRACK-COUNT          PIC 9(3) VALUE 0.
           05  WS-TRACK-FULL-SW        PIC X VALUE "N".
               88  WS-TRACK-FULL               VALUE "Y".
           05  WS-TRACK-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-TRACK-IDX WS-SCAN-IDX.
               10  WS-TRACK-STATUS     PIC X.
               10  WS-TRACK-ENTERED    PIC 9(8).
               10  WS-TRACK-RESOLVED   PIC 9(8).
               10  WS-TRACK-CURRENCY   PIC X(3).
               10  WS-TRACK-OFFSET     PIC X(10).
               10  WS-TRACK-REASON     PIC X(40).
               10  WS-TRACK-SUSP-SW    PIC X.
                   88  WS-TRACK-IN-SUSPENSE   VALUE "Y".
               10  WS-TRACK-RESOLVED-BY
                                       PIC X(8).

      * Approver authorities from APPRAUTH.DAT.
       01  WS-AUTH-TABLE.
           05  WS-USER-COUNT           PIC 9(3) VALUE 0.
           05  WS-USER-FOUND-SW        PIC X VALUE "N".
               88  WS-USER-FOUND               VALUE "Y".
           05  WS-USER-ENTRY OCCURS 200 TIMES INDEXED BY WS-USER-IDX.
               10  WS-USER-ID          PIC X(8).
               10  WS-USER-ACTIVE-FLAG PIC X.
               10  WS-USER-CEILING     PIC 9(9)V99.
               10  WS-USER-EFF-DATE    PIC 9(8).
               10  WS-USER-END-DATE    PIC 9(8).
               10  WS-USER-FLAGS.
                   15  WS-USER-FLAG    PIC X OCCURS 4 TIMES.

       01  WS-AUTHORITY-CHECK.
           05  WS-CHK-FLAG-SUB         PIC 9 VALUE 0.
           05  WS-CHK-AMOUNT           PIC S9(9)V99 VALUE 0.
           05  WS-CHK-AMENDED          PIC S9(9)V99 VALUE 0.
           05  WS-CHK-CORRECTOR        PIC X(8) VALUE SPACES.
           05  WS-CHK-CORRECTED-DATE   PIC 9(8) VALUE 0.
           05  WS-REFUSAL-REASON       PIC X(40) VALUE SPACES.
               88  WS-DECISION-ALLOWED        VALUE SPACES.

       01  WS-RUN-FIELDS.
           05  WS-RUN-ARG              PIC X(8) VALUE SPACES.
           05  WS-ENTERED-INTEGER      PIC 9(7) VALUE 0.
           05  WS-AGE-DAYS             PIC S9(5) VALUE 0.

      * Suspense tie-out, built from SUSPPARM.DAT, SUSPITEM.DAT
      * and the suspense account's balance on the master.
       01  WS-SUSPENSE-TIE-FIELDS.
           05  WS-SUSP-ACCT            PIC X(10) VALUE SPACES.
           05  WS-SUSP-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SUSP-ITEM-COUNT      PIC 9(5) VALUE 0.
           05  WS-SUSP-ITEM-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SUSP-DIFFERENCE      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-SUSP-UNMATCHED-COUNT PIC 9(5) VALUE 0.
           05  WS-SUSP-OUTSIDE-COUNT   PIC 9(5) VALUE 0.

       01  WS-RESUB-TRAILER.
           05  WS-RST-RECORD-TYPE      PIC X VALUE "T".
           05  FILLER                  PIC X(10) VALUE SPACES.
               10  FILLER              PIC X(14) VALUE
                   "   WRITTEN OFF".
               10  WS-AGR-WOFF-COUNT   PIC ZZ,ZZ9.
               10  FILLER              PIC X(10) VALUE
                   "   REFUSED".
               10  WS-AGR-REFUSE-COUNT PIC ZZ,ZZ9.

       01  WS-SUSP-REPORT-LINES.
           05  WS-SRP-HEADING-1        PIC X(80) VALUE
               "REJECT SUSPENSE TIE-OUT - OPEN ITEMS AGAINST TRANRJST.DA
      -        "T".
           05  WS-SRP-HEADING-2.
               10  FILLER              PIC X(10) VALUE
                   "RUN DATE: ".
               10  WS-SRP-RUN-DATE     PIC X(10).
               10  FILLER              PIC X(22) VALUE
                   "   SUSPENSE ACCOUNT: ".
               10  WS-SRP-SUSP-ACCT    PIC X(10).
           05  WS-SRP-COLUMNS          PIC X(80) VALUE
               "  REFERENCE    T ACCOUNT       IN SUSPENSE  REJECTED  D
      -        "AYS  REJECT STATUS".
           05  WS-SRP-DETAIL.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SRP-REFERENCE    PIC X(12).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRP-TYPE         PIC X.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRP-ACCOUNT-NO   PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRP-AMOUNT       PIC ---,---,--9.99.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SRP-DATE         PIC 9(8).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRP-DAYS         PIC ZZZZ9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SRP-STATUS       PIC X(20).
           05  WS-SRP-OUTSIDE-HEADING  PIC X(80) VALUE
               "OPEN REJECTS NOT IN SUSPENSE (NOT VALUED OR REJECTED BEF
      -        "ORE SUSPENSE POSTING):".
           05  WS-SRP-OUTSIDE.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SRO-REFERENCE    PIC X(12).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRO-TYPE         PIC X.
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRO-ACCOUNT-NO   PIC X(10).
               10  FILLER              PIC X(1) VALUE SPACE.
               10  WS-SRO-AMOUNT       PIC --,---,--9.99.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SRO-DATE         PIC 9(8).
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SRO-REASON       PIC X(27).
           05  WS-SRP-TOTAL-LINE.
               10  WS-SRP-TOTAL-LABEL  PIC X(30).
               10  WS-SRP-TOTAL-COUNT  PIC ZZ,ZZ9.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  WS-SRP-TOTAL-AMOUNT PIC --,---,---,---,--9.99.
           05  WS-SRP-RESULT-LINE.
               10  FILLER              PIC X(10) VALUE
                   "TIE-OUT: ".
               10  WS-SRP-RESULT       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 1100-LOAD-STATUS-FILE
           PERFORM 1200-SWEEP-NEW-REJECTS
           PERFORM 1300-LOAD-AUTHORITY
           OPEN EXTEND DISP-AUDIT-FILE
           IF WS-DAUD-FILE-STATUS = "35"
               OPEN OUTPUT DISP-AUDIT-FILE
           END-IF
           IF WS-DAUD-FILE-STATUS NOT = "00"
               DISPLAY "TRANRCYC: UNABLE TO OPEN DISPAUD.DAT - "
                   "STATUS " WS-DAUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RESUB-FILE-OUT
           IF WS-RSUB-FILE-STATUS = "35"
               OPEN OUTPUT RESUB-FILE-OUT
               MOVE RJST-OFFSET-ACCT TO
                   WS-TRACK-OFFSET (WS-TRACK-IDX)
               MOVE RJST-REASON TO WS-TRACK-REASON (WS-TRACK-IDX)
               MOVE RJST-RESOLVED-BY TO
                   WS-TRACK-RESOLVED-BY (WS-TRACK-IDX)
           ELSE
               SET WS-TRACK-FULL TO TRUE
           END-IF.
                   MOVE REJ-OFFSET-ACCT TO
                       WS-TRACK-OFFSET (WS-TRACK-IDX)
                   MOVE REJ-REASON TO WS-TRACK-REASON (WS-TRACK-IDX)
                   MOVE SPACES TO WS-TRACK-RESOLVED-BY (WS-TRACK-IDX)
                   ADD 1 TO WS-NEW-REJECT-COUNT
               ELSE
                   SET WS-TRACK-FULL TO TRUE
               END-IF
           END-IF.

       1300-LOAD-AUTHORITY SECTION.
      * With no authority file every disposition is refused as
      * coming from an unknown approver - the rejects stay open.
           OPEN INPUT APPR-AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "TRANRCYC: NO APPROVER AUTHORITY FILE ON HAND "
                   "- NO DISPOSITION CAN BE APPLIED"
           ELSE
               PERFORM UNTIL WS-AUTH-EOF
                   READ APPR-AUTH-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF WS-USER-COUNT < 200
                               ADD 1 TO WS-USER-COUNT
                               SET WS-USER-IDX TO WS-USER-COUNT
                               MOVE AUT-USER-ID TO
                                   WS-USER-ID (WS-USER-IDX)
                               MOVE AUT-ACTIVE-FLAG TO
                                   WS-USER-ACTIVE-FLAG (WS-USER-IDX)
                               MOVE AUT-CEILING TO
                                   WS-USER-CEILING (WS-USER-IDX)
                               MOVE AUT-EFF-DATE TO
                                   WS-USER-EFF-DATE (WS-USER-IDX)
                               MOVE AUT-END-DATE TO
                                   WS-USER-END-DATE (WS-USER-IDX)
                               MOVE AUT-DISPOSITION-FLAGS TO
                                   WS-USER-FLAGS (WS-USER-IDX)
                           ELSE
                               DISPLAY "TRANRCYC: AUTHORITY TABLE "
                                   "FULL - " AUT-USER-ID " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPR-AUTH-FILE
           END-IF.

       100-APPLY-DISPOSITION SECTION.
           MOVE "N" TO WS-TRACK-FOUND-SW
           PERFORM VARYING WS-TRACK-IDX FROM 1 BY 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REFUSAL-REASON
           EVALUATE TRUE
               WHEN NOT WS-TRACK-FOUND
                   ADD 1 TO WS-DISP-ERROR-COUNT
                   DISPLAY "TRANRCYC: NO OPEN REJECT FOR REFERENCE "
                       DSP-REFERENCE-NO " - DISPOSITION IGNORED"
                   MOVE "NO OPEN REJECT FOR REFERENCE" TO
                       WS-REFUSAL-REASON
               WHEN NOT DSP-CORRECT AND NOT DSP-WRITE-OFF
                   ADD 1 TO WS-DISP-ERROR-COUNT
                   DISPLAY "TRANRCYC: INVALID ACTION " DSP-ACTION
                       " FOR " DSP-REFERENCE-NO " - IGNORED"
                   MOVE "INVALID DISPOSITION ACTION" TO
                       WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 5000-CHECK-AUTHORITY
                   EVALUATE TRUE
                       WHEN NOT WS-DECISION-ALLOWED
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "TRANRCYC: REFUSED " DSP-ACTION
                               " OF " DSP-REFERENCE-NO " BY "
                               DSP-APPROVER-ID " - " WS-REFUSAL-REASON
                       WHEN DSP-CORRECT
                           PERFORM 3000-CORRECT-AND-RESUBMIT
                       WHEN OTHER
                           MOVE "W" TO WS-TRACK-STATUS (WS-TRACK-IDX)
                           MOVE WS-TODAY-DATE TO
                               WS-TRACK-RESOLVED (WS-TRACK-IDX)
                           MOVE DSP-APPROVER-ID TO
                               WS-TRACK-RESOLVED-BY (WS-TRACK-IDX)
                           ADD 1 TO WS-WRITEOFF-COUNT
                           DISPLAY "TRANRCYC: WROTE OFF "
                               DSP-REFERENCE-NO
                               " - ANY SUSPENSE ITEM POSTS TO "
                               "WRITE-OFF ON THE NEXT POSTING RUN"
                   END-EVALUATE
           END-EVALUATE
           PERFORM 8600-WRITE-DISP-AUDIT
           PERFORM 2000-READ-DISP-FILE.

       3000-CORRECT-AND-RESUBMIT SECTION.
           MOVE "C" TO WS-TRACK-STATUS (WS-TRACK-IDX)
           MOVE WS-TODAY-DATE TO WS-TRACK-RESOLVED (WS-TRACK-IDX)
           MOVE DSP-APPROVER-ID TO WS-TRACK-RESOLVED-BY (WS-TRACK-IDX)
           IF DSP-AMENDED-AMOUNT NUMERIC
               AND DSP-AMENDED-AMOUNT NOT = 0
               MOVE DSP-AMENDED-AMOUNT TO
                   WS-TRACK-AMENDED (WS-TRACK-IDX)
           END-IF
           MOVE SPACES TO TRAN-RECORD
           SET TRAN-FROM-SUSPENSE TO TRUE
           MOVE WS-TRACK-TYPE (WS-TRACK-IDX) TO TRAN-RECORD-TYPE
           MOVE WS-TRACK-ACCOUNT-NO (WS-TRACK-IDX) TO TRAN-ACCOUNT-NO
           MOVE WS-TRACK-REFERENCE (WS-TRACK-IDX) TO TRAN-REFERENCE-NO
           ADD 1 TO WS-CORRECTED-COUNT
           DISPLAY "TRANRCYC: RESUBMITTING " DSP-REFERENCE-NO.

       5000-CHECK-AUTHORITY SECTION.
      * The checks run in a fixed order and the first failure is the
      * reason recorded.  The ceiling is tested against the reject's
      * amount, or an amended amount if that is larger, whichever
      * way it is signed.  The last corrector is the resolving user
      * of the latest corrected entry for the same reference - the
      * earlier life of a resubmission that was rejected again.
           IF DSP-CORRECT
               MOVE 3 TO WS-CHK-FLAG-SUB
           ELSE
               MOVE 4 TO WS-CHK-FLAG-SUB
           END-IF
           MOVE WS-TRACK-AMOUNT (WS-TRACK-IDX) TO WS-CHK-AMOUNT
           IF WS-CHK-AMOUNT < 0
               COMPUTE WS-CHK-AMOUNT = 0 - WS-CHK-AMOUNT
           END-IF
           IF DSP-CORRECT
               AND DSP-AMENDED-AMOUNT NUMERIC
               MOVE DSP-AMENDED-AMOUNT TO WS-CHK-AMENDED
               IF WS-CHK-AMENDED < 0
                   COMPUTE WS-CHK-AMENDED = 0 - WS-CHK-AMENDED
               END-IF
               IF WS-CHK-AMENDED > WS-CHK-AMOUNT
                   MOVE WS-CHK-AMENDED TO WS-CHK-AMOUNT
               END-IF
           END-IF
           MOVE SPACES TO WS-CHK-CORRECTOR
           MOVE 0 TO WS-CHK-CORRECTED-DATE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-TRACK-COUNT
               IF WS-TRACK-REFERENCE (WS-SCAN-IDX) = DSP-REFERENCE-NO
                   AND WS-TRACK-STATUS (WS-SCAN-IDX) = "C"
                   AND WS-TRACK-RESOLVED-BY (WS-SCAN-IDX) NOT = SPACES
                   AND WS-TRACK-RESOLVED (WS-SCAN-IDX) NOT <
                       WS-CHK-CORRECTED-DATE
                   MOVE WS-TRACK-RESOLVED (WS-SCAN-IDX) TO
                       WS-CHK-CORRECTED-DATE
                   MOVE WS-TRACK-RESOLVED-BY (WS-SCAN-IDX) TO
                       WS-CHK-CORRECTOR
               END-IF
           END-PERFORM
           MOVE "N" TO WS-USER-FOUND-SW
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-USER-ID (WS-USER-IDX) = DSP-APPROVER-ID
                   SET WS-USER-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DSP-APPROVER-ID = SPACES
                   MOVE "NO APPROVER ID ON DISPOSITION" TO
                       WS-REFUSAL-REASON
               WHEN NOT WS-USER-FOUND
                   MOVE "APPROVER NOT ON AUTHORITY FILE" TO
                       WS-REFUSAL-REASON
               WHEN WS-USER-ACTIVE-FLAG (WS-USER-IDX) NOT = "A"
                   MOVE "APPROVER AUTHORITY DEACTIVATED" TO
                       WS-REFUSAL-REASON
               WHEN WS-USER-EFF-DATE (WS-USER-IDX) > WS-TODAY-DATE
                   MOVE "APPROVER AUTHORITY NOT YET EFFECTIVE" TO
                       WS-REFUSAL-REASON
               WHEN WS-USER-END-DATE (WS-USER-IDX) NOT = 0
                   AND WS-USER-END-DATE (WS-USER-IDX) < WS-TODAY-DATE
                   MOVE "APPROVER AUTHORITY EXPIRED" TO
                       WS-REFUSAL-REASON
               WHEN WS-USER-FLAG (WS-USER-IDX, WS-CHK-FLAG-SUB)
                   NOT = "Y"
                   MOVE "APPROVER NOT AUTHORIZED FOR THIS ACTION" TO
                       WS-REFUSAL-REASON
               WHEN WS-CHK-AMOUNT > WS-USER-CEILING (WS-USER-IDX)
                   MOVE "ITEM AMOUNT OVER APPROVER CEILING" TO
                       WS-REFUSAL-REASON
               WHEN DSP-ORIGINATOR-ID = SPACES
                   MOVE "NO ORIGINATOR ID ON DISPOSITION" TO
                       WS-REFUSAL-REASON
               WHEN DSP-APPROVER-ID = DSP-ORIGINATOR-ID
                   MOVE "APPROVER ORIGINATED THE ITEM" TO
                       WS-REFUSAL-REASON
               WHEN DSP-APPROVER-ID = WS-CHK-CORRECTOR
                   MOVE "APPROVER LAST CORRECTED THE ITEM" TO
                       WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSAL-REASON
           END-EVALUATE.

       8600-WRITE-DISP-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE TO DAU-TIMESTAMP
           MOVE "TRANRCYC" TO DAU-PROGRAM
           MOVE DSP-APPROVER-ID TO DAU-APPROVER-ID
           MOVE DSP-ACTION TO DAU-ACTION
           MOVE DSP-REFERENCE-NO TO DAU-REFERENCE-NO
           IF WS-TRACK-FOUND
               MOVE WS-TRACK-ACCOUNT-NO (WS-TRACK-IDX) TO
                   DAU-ACCOUNT-NO
               MOVE WS-TRACK-AMOUNT (WS-TRACK-IDX) TO DAU-AMOUNT
               IF DSP-CORRECT AND WS-DECISION-ALLOWED
                   MOVE WS-TRACK-AMENDED (WS-TRACK-IDX) TO DAU-AMOUNT
               END-IF
           ELSE
               MOVE SPACES TO DAU-ACCOUNT-NO
               MOVE 0 TO DAU-AMOUNT
           END-IF
           MOVE DSP-ORIGINATOR-ID TO DAU-ORIGINATOR-ID
           IF WS-DECISION-ALLOWED
               SET DAU-ACCEPTED TO TRUE
           ELSE
               SET DAU-REFUSED TO TRUE
           END-IF
           MOVE WS-REFUSAL-REASON TO DAU-REASON
           WRITE DISP-AUDIT-RECORD
           IF WS-DAUD-FILE-STATUS NOT = "00"
               DISPLAY "TRANRCYC: UNABLE TO WRITE DISPAUD.DAT - "
                   "STATUS " WS-DAUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-READ-DISP-FILE SECTION.
           READ DISP-FILE-IN
               AT END
               WRITE TRAN-RECORD
           END-IF
           CLOSE RESUB-FILE-OUT
           CLOSE DISP-AUDIT-FILE
           PERFORM 9100-REWRITE-STATUS-FILE
           PERFORM 9200-WRITE-AGING-REPORT
           PERFORM 9300-WRITE-SUSPENSE-TIE-OUT
           DISPLAY "TRANRCYC: NEW " WS-NEW-REJECT-COUNT
               " RESUBMITTED " WS-CORRECTED-COUNT
               " WRITTEN OFF " WS-WRITEOFF-COUNT
               " REFUSED " WS-REFUSED-COUNT
               " STILL OPEN " WS-OPEN-COUNT
           IF (WS-DISP-ERROR-COUNT > 0 OR WS-REFUSED-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

                   MOVE WS-TRACK-OFFSET (WS-TRACK-IDX) TO
                       RJST-OFFSET-ACCT
                   MOVE WS-TRACK-REASON (WS-TRACK-IDX) TO RJST-REASON
                   MOVE WS-TRACK-RESOLVED-BY (WS-TRACK-IDX) TO
                       RJST-RESOLVED-BY
                   WRITE RJST-RECORD
               END-PERFORM
               CLOSE STATUS-FILE
               MOVE WS-OPEN-COUNT TO WS-AGR-OPEN-COUNT
               MOVE WS-CORRECTED-COUNT TO WS-AGR-RESUB-COUNT
               MOVE WS-WRITEOFF-COUNT TO WS-AGR-WOFF-COUNT
               MOVE WS-REFUSED-COUNT TO WS-AGR-REFUSE-COUNT
               MOVE WS-AGR-SUMMARY TO AGRPT-LINE
               WRITE AGRPT-LINE
               CLOSE AGING-RPT-OUT
           MOVE WS-AGR-DETAIL TO AGRPT-LINE
           WRITE AGRPT-LINE.

       9300-WRITE-SUSPENSE-TIE-OUT SECTION.
      * Every open item on SUSPITEM.DAT is listed against the entry
      * on the status file it came from - still open, resubmitted
      * and waiting to be processed, or written off and waiting for
      * TRANACC to post it - and the items together must equal the
      * suspense account's balance.  An item with no entry, or a
      * balance the items do not add up to, is a break to chase.
           OPEN INPUT SUSP-PARM-FILE
           IF WS-SPP-FILE-STATUS NOT = "00"
               DISPLAY "TRANRCYC: NO SUSPPARM.DAT - SUSPENSE TIE-OUT "
                   "NOT PRODUCED"
           ELSE
               READ SUSP-PARM-FILE
                   AT END
                       MOVE SPACES TO SUSP-PARM-RECORD
               END-READ
               CLOSE SUSP-PARM-FILE
               MOVE SPP-SUSPENSE-ACCT TO WS-SUSP-ACCT
               OPEN OUTPUT SUSP-RPT-OUT
               IF WS-SRPT-FILE-STATUS NOT = "00"
                   DISPLAY "TRANRCYC: UNABLE TO OPEN SUSPRPT.DAT - "
                       "STATUS " WS-SRPT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 9310-GET-SUSPENSE-BALANCE
                   PERFORM 9320-WRITE-SUSPENSE-HEADING
                   PERFORM 9330-LIST-SUSPENSE-ITEMS
                   PERFORM 9350-LIST-OUTSIDE-REJECTS
                   PERFORM 9360-WRITE-SUSPENSE-TOTALS
                   CLOSE SUSP-RPT-OUT
               END-IF
           END-IF.

       9310-GET-SUSPENSE-BALANCE SECTION.
           MOVE 0 TO WS-SUSP-BALANCE
           OPEN INPUT ACCT-MASTER-FILE
           IF WS-MST-FILE-STATUS = "00"
               MOVE WS-SUSP-ACCT TO MST-ACCOUNT-NO
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "TRANRCYC: SUSPENSE ACCOUNT "
                           WS-SUSP-ACCT " NOT ON ACCTMST.DAT"
                   NOT INVALID KEY
                       MOVE MST-BALANCE TO WS-SUSP-BALANCE
               END-READ
               CLOSE ACCT-MASTER-FILE
           ELSE
               DISPLAY "TRANRCYC: UNABLE TO OPEN ACCTMST.DAT - STATUS "
                   WS-MST-FILE-STATUS " - SUSPENSE BALANCE TAKEN AS 0"
           END-IF.

       9320-WRITE-SUSPENSE-HEADING SECTION.
           MOVE WS-SRP-HEADING-1 TO SRPT-LINE
           WRITE SRPT-LINE
           STRING WS-CURRENT-MM "/" WS-CURRENT-DD "/" WS-CURRENT-YYYY
               DELIMITED BY SIZE INTO WS-SRP-RUN-DATE
           MOVE WS-SUSP-ACCT TO WS-SRP-SUSP-ACCT
           MOVE WS-SRP-HEADING-2 TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE WS-SRP-COLUMNS TO SRPT-LINE
           WRITE SRPT-LINE.

       9330-LIST-SUSPENSE-ITEMS SECTION.
           PERFORM VARYING WS-TRACK-IDX FROM 1 BY 1
               UNTIL WS-TRACK-IDX > WS-TRACK-COUNT
               MOVE "N" TO WS-TRACK-SUSP-SW (WS-TRACK-IDX)
           END-PERFORM
           OPEN INPUT SUSP-ITEM-FILE
           IF WS-SIT-FILE-STATUS NOT = "00"
               DISPLAY "TRANRCYC: NO SUSPITEM.DAT ON HAND - NO "
                   "SUSPENSE ITEMS"
           ELSE
               MOVE LOW-VALUES TO SIT-KEY
               MOVE "N" TO WS-SIT-EOF-SW
               START SUSP-ITEM-FILE KEY NOT LESS THAN SIT-KEY
                   INVALID KEY
                       SET WS-SIT-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SIT-EOF
                   READ SUSP-ITEM-FILE NEXT
                       AT END
                           SET WS-SIT-EOF TO TRUE
                       NOT AT END
                           IF SIT-OPEN
                               PERFORM 9340-WRITE-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-ITEM-FILE
           END-IF.

       9340-WRITE-SUSPENSE-ITEM SECTION.
      * The item is matched to its status entry on reference, record
      * type, amount as keyed and the date of the reject, and each
      * entry answers for one item only.
           ADD 1 TO WS-SUSP-ITEM-COUNT
           ADD SIT-SUSP-AMOUNT TO WS-SUSP-ITEM-TOTAL
           MOVE "N" TO WS-TRACK-FOUND-SW
           PERFORM VARYING WS-TRACK-IDX FROM 1 BY 1
               UNTIL WS-TRACK-IDX > WS-TRACK-COUNT
               IF WS-TRACK-REFERENCE (WS-TRACK-IDX) = SIT-REFERENCE-NO
                   AND WS-TRACK-TYPE (WS-TRACK-IDX) = SIT-RECORD-TYPE
                   AND WS-TRACK-AMOUNT (WS-TRACK-IDX) = SIT-KEYED-AMOUNT
                   AND WS-TRACK-ENTERED (WS-TRACK-IDX) = SIT-REJECT-DATE
                   AND NOT WS-TRACK-IN-SUSPENSE (WS-TRACK-IDX)
                   SET WS-TRACK-FOUND TO TRUE
                   SET WS-TRACK-IN-SUSPENSE (WS-TRACK-IDX) TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-TRACK-FOUND
                   MOVE "NO REJECT ENTRY" TO WS-SRP-STATUS
                   ADD 1 TO WS-SUSP-UNMATCHED-COUNT
               WHEN WS-TRACK-STATUS (WS-TRACK-IDX) = "C"
                   MOVE "RESUBMITTED-PENDING" TO WS-SRP-STATUS
               WHEN WS-TRACK-STATUS (WS-TRACK-IDX) = "W"
                   MOVE "WRITE-OFF PENDING" TO WS-SRP-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO WS-SRP-STATUS
           END-EVALUATE
           MOVE SIT-REFERENCE-NO TO WS-SRP-REFERENCE
           MOVE SIT-RECORD-TYPE TO WS-SRP-TYPE
           MOVE SIT-ACCOUNT-NO TO WS-SRP-ACCOUNT-NO
           MOVE SIT-SUSP-AMOUNT TO WS-SRP-AMOUNT
           MOVE SIT-REJECT-DATE TO WS-SRP-DATE
           IF SIT-REJECT-DATE > 19999999
               COMPUTE WS-ENTERED-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SIT-REJECT-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-ENTERED-INTEGER
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-SRP-DAYS
           MOVE WS-SRP-DETAIL TO SRPT-LINE
           WRITE SRPT-LINE.

       9350-LIST-OUTSIDE-REJECTS SECTION.
      * Open rejects with no item in suspense: future-dated items,
      * items that could not be valued, and rejects from before
      * suspense posting.  They are off the books and listed so the
      * tie-out accounts for every open entry.
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE WS-SRP-OUTSIDE-HEADING TO SRPT-LINE
           WRITE SRPT-LINE
           PERFORM VARYING WS-TRACK-IDX FROM 1 BY 1
               UNTIL WS-TRACK-IDX > WS-TRACK-COUNT
               IF WS-TRACK-STATUS (WS-TRACK-IDX) = "O"
                   AND NOT WS-TRACK-IN-SUSPENSE (WS-TRACK-IDX)
                   ADD 1 TO WS-SUSP-OUTSIDE-COUNT
                   MOVE WS-TRACK-REFERENCE (WS-TRACK-IDX)
                       TO WS-SRO-REFERENCE
                   MOVE WS-TRACK-TYPE (WS-TRACK-IDX) TO WS-SRO-TYPE
                   MOVE WS-TRACK-ACCOUNT-NO (WS-TRACK-IDX)
                       TO WS-SRO-ACCOUNT-NO
                   MOVE WS-TRACK-AMOUNT (WS-TRACK-IDX) TO WS-SRO-AMOUNT
                   MOVE WS-TRACK-ENTERED (WS-TRACK-IDX) TO WS-SRO-DATE
                   MOVE WS-TRACK-REASON (WS-TRACK-IDX)
                       TO WS-SRO-REASON
                   MOVE WS-SRP-OUTSIDE TO SRPT-LINE
                   WRITE SRPT-LINE
               END-IF
           END-PERFORM.

       9360-WRITE-SUSPENSE-TOTALS SECTION.
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE "OPEN SUSPENSE ITEMS:" TO WS-SRP-TOTAL-LABEL
           MOVE WS-SUSP-ITEM-COUNT TO WS-SRP-TOTAL-COUNT
           MOVE WS-SUSP-ITEM-TOTAL TO WS-SRP-TOTAL-AMOUNT
           MOVE WS-SRP-TOTAL-LINE TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE "SUSPENSE ACCOUNT BALANCE:" TO WS-SRP-TOTAL-LABEL
           MOVE 0 TO WS-SRP-TOTAL-COUNT
           MOVE WS-SUSP-BALANCE TO WS-SRP-TOTAL-AMOUNT
           MOVE WS-SRP-TOTAL-LINE TO SRPT-LINE
           WRITE SRPT-LINE
           COMPUTE WS-SUSP-DIFFERENCE =
               WS-SUSP-BALANCE - WS-SUSP-ITEM-TOTAL
           MOVE "DIFFERENCE:" TO WS-SRP-TOTAL-LABEL
           MOVE WS-SUSP-DIFFERENCE TO WS-SRP-TOTAL-AMOUNT
           MOVE WS-SRP-TOTAL-LINE TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE "ITEMS WITH NO REJECT ENTRY:" TO WS-SRP-TOTAL-LABEL
           MOVE WS-SUSP-UNMATCHED-COUNT TO WS-SRP-TOTAL-COUNT
           MOVE 0 TO WS-SRP-TOTAL-AMOUNT
           MOVE WS-SRP-TOTAL-LINE TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE "OPEN REJECTS NOT IN SUSPENSE:" TO WS-SRP-TOTAL-LABEL
           MOVE WS-SUSP-OUTSIDE-COUNT TO WS-SRP-TOTAL-COUNT
           MOVE WS-SRP-TOTAL-LINE TO SRPT-LINE
           WRITE SRPT-LINE
           EVALUATE TRUE
               WHEN WS-SUSP-DIFFERENCE NOT = 0
                   MOVE "OUT OF BALANCE - ITEMS DO NOT EQUAL BALANCE"
                       TO WS-SRP-RESULT
                   DISPLAY "TRANRCYC: SUSPENSE TIE-OUT OUT OF BALANCE"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-SUSP-UNMATCHED-COUNT > 0
                   MOVE "TIED - ITEMS WITH NO REJECT ENTRY LISTED"
                       TO WS-SRP-RESULT
                   DISPLAY "TRANRCYC: SUSPENSE TIED - "
                       WS-SUSP-UNMATCHED-COUNT " ITEM(S) WITH NO "
                       "REJECT ENTRY"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE "TIED" TO WS-SRP-RESULT
                   DISPLAY "TRANRCYC: SUSPENSE TIED - "
                       WS-SUSP-ITEM-COUNT " OPEN ITEM(S)"
           END-EVALUATE
           MOVE SPACES TO SRPT-LINE
           WRITE SRPT-LINE
           MOVE WS-SRP-RESULT-LINE TO SRPT-LINE
           WRITE SRPT-LINE.

       END PROGRAM TRANRCYC.
