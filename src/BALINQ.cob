      * last move" from the account balance master that TRANACC
      * maintains, without digging through report files.  Invoked
      * with an account number as the run argument; with no argument
      * every account on the master is listed.  The account's
      * lifecycle status - open, frozen or closed, with its dates
      * and reason - is shown with the balance.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALINQ.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       WORKING-STORAGE SECTION.
           05  WS-SHOWN-COUNT          PIC 9(4) VALUE 0.
           05  WS-DSP-BALANCE          PIC --,---,---,---,--9.99.
           05  WS-DSP-TXN-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-DSP-STATUS           PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           ELSE
               DISPLAY "  LAST POSTED     : NEVER"
           END-IF
           DISPLAY "  LIFETIME TXNS   : " WS-DSP-TXN-COUNT
           EVALUATE TRUE
               WHEN MST-ACCT-OPEN
                   MOVE "OPEN" TO WS-DSP-STATUS
               WHEN MST-ACCT-FROZEN
                   MOVE "FROZEN" TO WS-DSP-STATUS
               WHEN MST-ACCT-CLOSED
                   MOVE "CLOSED" TO WS-DSP-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-DSP-STATUS
           END-EVALUATE
           DISPLAY "  ACCOUNT STATUS  : " WS-DSP-STATUS
           IF MST-ACCT-CODE NOT = SPACES
               DISPLAY "  ACCOUNT CODE    : " MST-ACCT-CODE
           END-IF
           IF MST-OPEN-DATE NUMERIC AND MST-OPEN-DATE > 0
               DISPLAY "  OPENED          : " MST-OPEN-DATE
           END-IF
           IF MST-CLOSE-DATE NUMERIC AND MST-CLOSE-DATE > 0
               DISPLAY "  CLOSED          : " MST-CLOSE-DATE
           END-IF
           IF NOT MST-ACCT-OPEN OR MST-STATUS-REASON NOT = SPACES
               IF MST-STATUS-DATE NUMERIC AND MST-STATUS-DATE > 0
                   DISPLAY "  STATUS SINCE    : " MST-STATUS-DATE
               END-IF
               DISPLAY "  STATUS REASON   : " MST-STATUS-REASON
           END-IF.

       END PROGRAM BALINQ.
