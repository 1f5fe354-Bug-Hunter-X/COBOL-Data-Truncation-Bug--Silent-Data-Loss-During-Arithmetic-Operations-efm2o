      *****************************************************
      * SUSPPARM - Reject-suspense parameter record, one   *
      * line on SUSPPARM.DAT.  Names the master account    *
      * and GL code every valued reject is posted to, the  *
      * write-off expense account and code an item leaves  *
      * suspense by when TRANRCYC writes it off, and the   *
      * clearing account that carries the contra side of   *
      * a reject while it sits in suspense.  All three     *
      * accounts must be open on ACCTMST.DAT.              *
      *****************************************************
       01  SUSP-PARM-RECORD.
           05  SPP-SUSPENSE-ACCT       PIC X(10).
           05  SPP-SUSPENSE-CODE       PIC X(4).
           05  SPP-WRITEOFF-ACCT       PIC X(10).
           05  SPP-WRITEOFF-CODE       PIC X(4).
           05  SPP-CLEARING-ACCT       PIC X(10).
