      *****************************************************
      * DISPAUD - Disposition audit record.  TRANAPPR and  *
      * TRANRCYC append one entry to DISPAUD.DAT for every *
      * disposition they read, accepted or refused, with   *
      * the approver who made it, the item's originator as *
      * keyed on the disposition, and for a refusal the    *
      * reason it was refused.  The file is never cleared. *
      *****************************************************
       01  DISP-AUDIT-RECORD.
           05  DAU-TIMESTAMP           PIC X(21).
           05  DAU-PROGRAM             PIC X(8).
           05  DAU-APPROVER-ID         PIC X(8).
           05  DAU-ACTION              PIC X.
           05  DAU-REFERENCE-NO        PIC X(12).
           05  DAU-ACCOUNT-NO          PIC X(10).
           05  DAU-AMOUNT              PIC S9(7)V99.
           05  DAU-ORIGINATOR-ID       PIC X(8).
           05  DAU-RESULT              PIC X.
               88  DAU-ACCEPTED               VALUE "A".
               88  DAU-REFUSED                VALUE "R".
           05  DAU-REASON              PIC X(40).
