      * survives and the pre-cutover file is retained.  A master
      * already in indexed form is recognized and left alone, so
      * the step is safe to run any number of times.
      * The same step carries an indexed master written before the
      * account lifecycle fields were added: its records are
      * unloaded to ACCTMST.SHORT.DAT in the short layout and
      * reloaded with every account marked open, since each one was
      * taking postings when the lifecycle controls came in.  The
      * unload has a file of its own so the pre-cutover master
      * retained on ACCTMST.SEQ.DAT - a recovery start point for
      * ACCTRCVR - is never overwritten.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT SEQ-COPY-FILE ASSIGN USING WS-COPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

               RECORD KEY IS MST-ACCOUNT-NO
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT SHORT-MASTER-FILE ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHM-ACCOUNT-NO
               FILE STATUS IS WS-SHM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  OLD-MASTER-LINE             PIC X(101).

       FD  SEQ-COPY-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  SEQ-MASTER-LINE             PIC X(101).

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  SHORT-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  SHORT-MASTER-RECORD.
           05  SHM-ACCOUNT-NO          PIC X(10).
           05  SHM-MASTER-DATA         PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FLAGS.
           05  WS-OLD-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SEQ-EOF-SW           PIC X VALUE "N".
               88  WS-SEQ-EOF                  VALUE "Y".
           05  WS-NEW-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SHM-FILE-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SHM-EOF-SW           PIC X VALUE "N".
               88  WS-SHM-EOF                  VALUE "Y".
           05  WS-SHORT-INDEXED-SW     PIC X VALUE "N".
               88  WS-SHORT-INDEXED            VALUE "Y".

       01  WS-COPY-FILE-NAME           PIC X(24) VALUE
               "ACCTMST.SEQ.DAT".

       01  WS-CONVERT-COUNTS.
           05  WS-COPIED-COUNT         PIC 9(7) VALUE 0.
           05  WS-LOADED-COUNT         PIC 9(7) VALUE 0.
           05  WS-DROPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-MARKED-OPEN-COUNT    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       1000-CHECK-ALREADY-INDEXED SECTION.
      * A master that already opens clean as an indexed file needs
      * no conversion; a missing master means there is nothing to
      * convert.  A master that opens only in the short indexed
      * layout predates the lifecycle fields; anything else is the
      * pre-cutover sequential format.  The steps below carry
      * either across.
           OPEN INPUT NEW-MASTER-FILE
           EVALUATE TRUE
               WHEN WS-NEW-FILE-STATUS = "00"
                       "NOTHING TO CONVERT"
                   STOP RUN
               WHEN OTHER
                   OPEN INPUT SHORT-MASTER-FILE
                   IF WS-SHM-FILE-STATUS = "00"
                       SET WS-SHORT-INDEXED TO TRUE
                       CLOSE SHORT-MASTER-FILE
                       DISPLAY "ACCTCONV: ACCTMST.DAT IS AN INDEXED "
                           "MASTER WITHOUT LIFECYCLE FIELDS - "
                           "CONVERTING TO THE CURRENT LAYOUT"
                   ELSE
                       DISPLAY "ACCTCONV: ACCTMST.DAT IS NOT INDEXED "
                           "- STATUS " WS-NEW-FILE-STATUS
                           " - CONVERTING THE SEQUENTIAL MASTER"
                   END-IF
           END-EVALUATE.

       2000-COPY-OLD-MASTER SECTION.
      * The sequential master is retained whole on ACCTMST.SEQ.DAT
      * before ACCTMST.DAT is touched, so a conversion that fails
      * partway can be rerun from the copy and nothing is lost.
      * The short indexed master is unloaded the same way to
      * ACCTMST.SHORT.DAT.
           IF WS-SHORT-INDEXED
               MOVE "ACCTMST.SHORT.DAT" TO WS-COPY-FILE-NAME
               PERFORM 2100-UNLOAD-SHORT-MASTER
           ELSE
               PERFORM 2200-COPY-SEQUENTIAL-MASTER
           END-IF
           DISPLAY "ACCTCONV: " WS-COPIED-COUNT " ACCOUNT(S) COPIED "
               "TO " WS-COPY-FILE-NAME.

       2100-UNLOAD-SHORT-MASTER SECTION.
           OPEN INPUT SHORT-MASTER-FILE
           IF WS-SHM-FILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO READ THE SHORT INDEXED "
                   "MASTER - STATUS " WS-SHM-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SEQ-COPY-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO OPEN " WS-COPY-FILE-NAME
                   " - STATUS " WS-SEQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SHM-EOF
               READ SHORT-MASTER-FILE NEXT
                   AT END
                       SET WS-SHM-EOF TO TRUE
                   NOT AT END
                       MOVE SHORT-MASTER-RECORD TO SEQ-MASTER-LINE
                       WRITE SEQ-MASTER-LINE
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
           END-PERFORM
           CLOSE SHORT-MASTER-FILE
           CLOSE SEQ-COPY-FILE.

       2200-COPY-SEQUENTIAL-MASTER SECTION.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO READ THE SEQUENTIAL "
           END-IF
           OPEN OUTPUT SEQ-COPY-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO OPEN " WS-COPY-FILE-NAME
                   " - STATUS " WS-SEQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE
           CLOSE SEQ-COPY-FILE.

       3000-LOAD-INDEXED-MASTER SECTION.
           OPEN INPUT SEQ-COPY-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO REOPEN "
                   WS-COPY-FILE-NAME " - STATUS " WS-SEQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "ACCTCONV: UNABLE TO LOAD THE INDEXED MASTER "
                   "- STATUS " WS-NEW-FILE-STATUS
                   " - PRIOR FORMAT RETAINED ON " WS-COPY-FILE-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE NEW-MASTER-FILE.

       3100-LOAD-ONE-ACCOUNT SECTION.
      * A record in the short layout reads with the lifecycle
      * fields blank.  Every such account was live and posting, so
      * it comes across open; its open date is not known and is
      * carried as zero.
           MOVE SEQ-MASTER-LINE TO MASTER-RECORD
           IF MST-ACCOUNT-STATUS = SPACE
               SET MST-ACCT-OPEN TO TRUE
               MOVE 0 TO MST-OPEN-DATE
               MOVE 0 TO MST-CLOSE-DATE
               MOVE 0 TO MST-STATUS-DATE
               MOVE "OPEN AT CONVERSION" TO MST-STATUS-REASON
               MOVE SPACES TO MST-ACCT-CODE
               ADD 1 TO WS-MARKED-OPEN-COUNT
           END-IF
           IF MST-ACCOUNT-NO = SPACES
               ADD 1 TO WS-DROPPED-COUNT
               DISPLAY "ACCTCONV: RECORD WITH A BLANK ACCOUNT "
           DISPLAY "ACCTCONV: CONVERSION COMPLETE - " WS-LOADED-COUNT
               " ACCOUNT(S) ON THE INDEXED MASTER, "
               WS-DROPPED-COUNT " DROPPED - PRIOR FORMAT RETAINED "
               "ON " WS-COPY-FILE-NAME
           IF WS-MARKED-OPEN-COUNT > 0
               DISPLAY "ACCTCONV: " WS-MARKED-OPEN-COUNT
                   " ACCOUNT(S) CARRIED WITHOUT LIFECYCLE FIELDS - "
                   "MARKED OPEN"
           END-IF
           IF WS-LOADED-COUNT NOT = WS-COPIED-COUNT
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
