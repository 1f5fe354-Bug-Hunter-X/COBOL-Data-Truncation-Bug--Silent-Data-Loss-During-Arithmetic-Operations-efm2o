      * are listed on APPRRPT.DAT with their held date and age, so
      * the day still reconciles with what is sitting in the queue
      * and nothing waits for approval unnoticed.
      * Each decision names the approver who made it and the user who
      * originated the item.  It is applied only if the approver is
      * on the authority file APPRAUTH.DAT, active and in date, may
      * make that kind of decision and has a ceiling covering the
      * item's amount, and is neither the originator nor the user who
      * last corrected the item on TRANRJST.DAT; otherwise it is
      * refused and the item stays queued.  A decision that does not
      * name its originator is refused.  Every decision read,
      * applied or refused, is appended to the disposition audit
      * file DISPAUD.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANAPPR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRPT-FILE-STATUS.

           SELECT APPR-AUTH-FILE ASSIGN TO "APPRAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT DISP-AUDIT-FILE ASSIGN TO "DISPAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE
       COPY HELDREC.

       FD  DISP-FILE-IN
           RECORD CONTAINS 29 CHARACTERS.
       01  APD-RECORD.
           05  APD-ACTION              PIC X.
               88  APD-APPROVE                VALUE "A".
               88  APD-DENY                   VALUE "D".
           05  APD-REFERENCE-NO        PIC X(12).
           05  APD-APPROVER-ID         PIC X(8).
           05  APD-ORIGINATOR-ID       PIC X(8).

       FD  RESUB-FILE-OUT
           RECORD CONTAINS 59 CHARACTERS.
       COPY TRANREC.

       FD  STATUS-FILE
           RECORD CONTAINS 123 CHARACTERS.
       COPY RJSTREC.

       FD  QUEUE-RPT-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  QRPT-LINE                   PIC X(80).

       FD  APPR-AUTH-FILE
           RECORD CONTAINS 70 CHARACTERS.
       COPY APPRAUTH.

       FD  DISP-AUDIT-FILE
           RECORD CONTAINS 118 CHARACTERS.
       COPY DISPAUD.

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-COUNTS.
           05  WS-QUEUE-COUNT          PIC 9(5) VALUE 0.
           05  WS-APPROVED-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-DENIED-COUNT         PIC 9(5) VALUE 0.
           05  WS-DISP-ERROR-COUNT     PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
           05  WS-STILL-QUEUED-COUNT   PIC 9(5) VALUE 0.

       01  WS-FILE-FLAGS.
           05  WS-RSUB-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-RJST-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-QRPT-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-AUTH-FILE-STATUS     PIC X(2) VALUE SPACES.
           05  WS-AUTH-EOF-SW          PIC X VALUE "N".
               88  WS-AUTH-EOF                 VALUE "Y".
           05  WS-RJST-EOF-SW          PIC X VALUE "N".
               88  WS-RJST-EOF                 VALUE "Y".
           05  WS-DAUD-FILE-STATUS     PIC X(2) VALUE SPACES.

       01  WS-RUN-DATE-FIELDS.
           05  WS-TODAY-DATE           PIC 9(8) VALUE 0.
               10  WS-QUE-HELD-DATE    PIC 9(8).
               10  WS-QUE-TRAN         PIC X(59).

      * Approver authorities from APPRAUTH.DAT, and the user who
      * last corrected each reference on the recycle status file -
      * an item resubmitted by TRANRCYC can come back over the
      * limit and be held, and its corrector may not approve it.
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

       01  WS-CORRECTOR-TABLE.
           05  WS-CORR-COUNT           PIC 9(3) VALUE 0.
           05  WS-CORR-FOUND-SW        PIC X VALUE "N".
               88  WS-CORR-FOUND               VALUE "Y".
           05  WS-CORR-ENTRY OCCURS 500 TIMES INDEXED BY WS-CORR-IDX.
               10  WS-CORR-REFERENCE   PIC X(12).
               10  WS-CORR-DATE        PIC 9(8).
               10  WS-CORR-USER-ID     PIC X(8).

       01  WS-AUTHORITY-CHECK.
           05  WS-CHK-FLAG-SUB         PIC 9 VALUE 0.
           05  WS-CHK-AMOUNT           PIC S9(9)V99 VALUE 0.
           05  WS-CHK-CORRECTOR        PIC X(8) VALUE SPACES.
           05  WS-REFUSAL-REASON       PIC X(40) VALUE SPACES.
               88  WS-DECISION-ALLOWED        VALUE SPACES.

       01  WS-QUEUE-WORK.
           05  WS-QWK-RECORD-TYPE      PIC X.
           05  WS-QWK-ACCOUNT-NO       PIC X(10).
               10  WS-QRP-APPR-COUNT   PIC ZZ,ZZ9.
               10  FILLER              PIC X(9) VALUE "   DENIED".
               10  WS-QRP-DENY-COUNT   PIC ZZ,ZZ9.
               10  FILLER              PIC X(10) VALUE
                   "   REFUSED".
               10  WS-QRP-REFUSE-COUNT PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 1100-LOAD-QUEUE
           PERFORM 1200-LOAD-AUTHORITY
           PERFORM 1300-LOAD-CORRECTORS
           OPEN EXTEND DISP-AUDIT-FILE
           IF WS-DAUD-FILE-STATUS = "35"
               OPEN OUTPUT DISP-AUDIT-FILE
           END-IF
           IF WS-DAUD-FILE-STATUS NOT = "00"
               DISPLAY "TRANAPPR: UNABLE TO OPEN DISPAUD.DAT - "
                   "STATUS " WS-DAUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RESUB-FILE-OUT
           IF WS-RSUB-FILE-STATUS = "35"
               OPEN OUTPUT RESUB-FILE-OUT
               STOP RUN
           END-IF.

       1200-LOAD-AUTHORITY SECTION.
      * With no authority file every decision is refused as coming
      * from an unknown approver - the queue simply waits.
           OPEN INPUT APPR-AUTH-FILE
           IF WS-AUTH-FILE-STATUS NOT = "00"
               DISPLAY "TRANAPPR: NO APPROVER AUTHORITY FILE ON HAND "
                   "- NO DECISION CAN BE APPLIED"
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
                               DISPLAY "TRANAPPR: AUTHORITY TABLE "
                                   "FULL - " AUT-USER-ID " NOT LOADED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPR-AUTH-FILE
           END-IF.

       1300-LOAD-CORRECTORS SECTION.
      * The latest correction of each reference wins.  The status
      * file is read here before it is opened for the day's denials.
           OPEN INPUT STATUS-FILE
           IF WS-RJST-FILE-STATUS = "00"
               PERFORM UNTIL WS-RJST-EOF
                   READ STATUS-FILE
                       AT END
                           SET WS-RJST-EOF TO TRUE
                       NOT AT END
                           IF RJST-CORRECTED
                               AND RJST-RESOLVED-BY NOT = SPACES
                               PERFORM 1350-TABLE-CORRECTOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.

       1350-TABLE-CORRECTOR SECTION.
           MOVE "N" TO WS-CORR-FOUND-SW
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
               IF WS-CORR-REFERENCE (WS-CORR-IDX) = RJST-REFERENCE-NO
                   SET WS-CORR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CORR-FOUND
               IF RJST-RESOLVED-DATE NOT < WS-CORR-DATE (WS-CORR-IDX)
                   MOVE RJST-RESOLVED-DATE TO
                       WS-CORR-DATE (WS-CORR-IDX)
                   MOVE RJST-RESOLVED-BY TO
                       WS-CORR-USER-ID (WS-CORR-IDX)
               END-IF
           ELSE
               IF WS-CORR-COUNT < 500
                   ADD 1 TO WS-CORR-COUNT
                   SET WS-CORR-IDX TO WS-CORR-COUNT
                   MOVE RJST-REFERENCE-NO TO
                       WS-CORR-REFERENCE (WS-CORR-IDX)
                   MOVE RJST-RESOLVED-DATE TO WS-CORR-DATE (WS-CORR-IDX)
                   MOVE RJST-RESOLVED-BY TO
                       WS-CORR-USER-ID (WS-CORR-IDX)
               ELSE
                   DISPLAY "TRANAPPR: CORRECTOR TABLE FULL - "
                       "NO DECISIONS APPLIED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       100-APPLY-DECISION SECTION.
           MOVE "N" TO WS-QUEUE-FOUND-SW
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REFUSAL-REASON
           EVALUATE TRUE
               WHEN NOT WS-QUEUE-FOUND
                   ADD 1 TO WS-DISP-ERROR-COUNT
                   DISPLAY "TRANAPPR: NO PENDING ITEM FOR REFERENCE "
                       APD-REFERENCE-NO " - DECISION IGNORED"
                   MOVE "NO PENDING ITEM FOR REFERENCE" TO
                       WS-REFUSAL-REASON
               WHEN NOT APD-APPROVE AND NOT APD-DENY
                   ADD 1 TO WS-DISP-ERROR-COUNT
                   DISPLAY "TRANAPPR: INVALID ACTION " APD-ACTION
                       " FOR " APD-REFERENCE-NO " - IGNORED"
                   MOVE "INVALID DISPOSITION ACTION" TO
                       WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 5000-CHECK-AUTHORITY
                   EVALUATE TRUE
                       WHEN NOT WS-DECISION-ALLOWED
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "TRANAPPR: REFUSED " APD-ACTION
                               " OF " APD-REFERENCE-NO " BY "
                               APD-APPROVER-ID " - " WS-REFUSAL-REASON
                       WHEN APD-APPROVE
                           PERFORM 3000-APPROVE-ITEM
                       WHEN OTHER
                           PERFORM 4000-DENY-ITEM
                   END-EVALUATE
           END-EVALUATE
           PERFORM 8600-WRITE-DISP-AUDIT
           PERFORM 2000-READ-DISP-FILE.

       3000-APPROVE-ITEM SECTION.
           MOVE WS-QWK-ACCT-CODE TO RJST-ACCT-CODE
           MOVE WS-QWK-CURRENCY-CODE TO RJST-CURRENCY-CODE
           MOVE WS-QWK-OFFSET-ACCT TO RJST-OFFSET-ACCT
           SET RJST-APPROVAL-DENIED TO TRUE
           MOVE SPACES TO RJST-RESOLVED-BY
           WRITE RJST-RECORD
           ADD 1 TO WS-DENIED-COUNT
           DISPLAY "TRANAPPR: DENIED " APD-REFERENCE-NO
               " - OPENED ON THE RECYCLE STATUS FILE".

       5000-CHECK-AUTHORITY SECTION.
      * The checks run in a fixed order and the first failure is the
      * reason recorded.  The ceiling is tested against the item's
      * amount as held, whichever way it is signed.
           IF APD-APPROVE
               MOVE 1 TO WS-CHK-FLAG-SUB
           ELSE
               MOVE 2 TO WS-CHK-FLAG-SUB
           END-IF
           MOVE WS-QWK-AMOUNT TO WS-CHK-AMOUNT
           IF WS-CHK-AMOUNT < 0
               COMPUTE WS-CHK-AMOUNT = 0 - WS-CHK-AMOUNT
           END-IF
           MOVE SPACES TO WS-CHK-CORRECTOR
           PERFORM VARYING WS-CORR-IDX FROM 1 BY 1
               UNTIL WS-CORR-IDX > WS-CORR-COUNT
               IF WS-CORR-REFERENCE (WS-CORR-IDX) = APD-REFERENCE-NO
                   MOVE WS-CORR-USER-ID (WS-CORR-IDX) TO
                       WS-CHK-CORRECTOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "N" TO WS-USER-FOUND-SW
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
               UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-USER-ID (WS-USER-IDX) = APD-APPROVER-ID
                   SET WS-USER-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN APD-APPROVER-ID = SPACES
                   MOVE "NO APPROVER ID ON DECISION" TO
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
               WHEN APD-ORIGINATOR-ID = SPACES
                   MOVE "NO ORIGINATOR ID ON DECISION" TO
                       WS-REFUSAL-REASON
               WHEN APD-APPROVER-ID = APD-ORIGINATOR-ID
                   MOVE "APPROVER ORIGINATED THE ITEM" TO
                       WS-REFUSAL-REASON
               WHEN APD-APPROVER-ID = WS-CHK-CORRECTOR
                   MOVE "APPROVER LAST CORRECTED THE ITEM" TO
                       WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSAL-REASON
           END-EVALUATE.

       8600-WRITE-DISP-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE TO DAU-TIMESTAMP
           MOVE "TRANAPPR" TO DAU-PROGRAM
           MOVE APD-APPROVER-ID TO DAU-APPROVER-ID
           MOVE APD-ACTION TO DAU-ACTION
           MOVE APD-REFERENCE-NO TO DAU-REFERENCE-NO
           IF WS-QUEUE-FOUND
               MOVE WS-QWK-ACCOUNT-NO TO DAU-ACCOUNT-NO
               MOVE WS-QWK-AMOUNT TO DAU-AMOUNT
           ELSE
               MOVE SPACES TO DAU-ACCOUNT-NO
               MOVE 0 TO DAU-AMOUNT
           END-IF
           MOVE APD-ORIGINATOR-ID TO DAU-ORIGINATOR-ID
           IF WS-DECISION-ALLOWED
               SET DAU-ACCEPTED TO TRUE
           ELSE
               SET DAU-REFUSED TO TRUE
           END-IF
           MOVE WS-REFUSAL-REASON TO DAU-REASON
           WRITE DISP-AUDIT-RECORD
           IF WS-DAUD-FILE-STATUS NOT = "00"
               DISPLAY "TRANAPPR: UNABLE TO WRITE DISPAUD.DAT - "
                   "STATUS " WS-DAUD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-READ-DISP-FILE SECTION.
           READ DISP-FILE-IN
               AT END
           END-IF
           CLOSE RESUB-FILE-OUT
           CLOSE STATUS-FILE
           CLOSE DISP-AUDIT-FILE
           PERFORM 9100-REWRITE-QUEUE
           PERFORM 9200-WRITE-QUEUE-REPORT
           DISPLAY "TRANAPPR: APPROVED " WS-APPROVED-COUNT
               " DENIED " WS-DENIED-COUNT
               " REFUSED " WS-REFUSED-COUNT
               " STILL QUEUED " WS-STILL-QUEUED-COUNT
           IF (WS-DISP-ERROR-COUNT > 0 OR WS-REFUSED-COUNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

               MOVE WS-STILL-QUEUED-COUNT TO WS-QRP-QUEUED-COUNT
               MOVE WS-APPROVED-COUNT TO WS-QRP-APPR-COUNT
               MOVE WS-DENIED-COUNT TO WS-QRP-DENY-COUNT
               MOVE WS-REFUSED-COUNT TO WS-QRP-REFUSE-COUNT
               MOVE WS-QRP-SUMMARY TO QRPT-LINE
               WRITE QRPT-LINE
               CLOSE QUEUE-RPT-OUT
