      *****************************************************
      * APPRAUTH - Approver authority record, one per user *
      * ID, on APPRAUTH.DAT.  Maintained by APPRMNT and    *
      * read by TRANAPPR and TRANRCYC, which accept a      *
      * disposition only from an active user within the    *
      * effective and end dates (an end date of zero is    *
      * open-ended), holding the flag for that kind of     *
      * disposition, and only for an item whose amount is  *
      * within the user's approval ceiling.                *
      *****************************************************
       01  APPR-AUTH-RECORD.
           05  AUT-USER-ID             PIC X(8).
           05  AUT-USER-NAME           PIC X(30).
           05  AUT-ACTIVE-FLAG         PIC X.
               88  AUT-ACTIVE                 VALUE "A".
               88  AUT-INACTIVE               VALUE "I".
           05  AUT-CEILING             PIC 9(9)V99.
           05  AUT-EFF-DATE            PIC 9(8).
           05  AUT-END-DATE            PIC 9(8).
           05  AUT-DISPOSITION-FLAGS.
               10  AUT-MAY-APPROVE     PIC X.
               10  AUT-MAY-DENY        PIC X.
               10  AUT-MAY-CORRECT     PIC X.
               10  AUT-MAY-WRITE-OFF   PIC X.
