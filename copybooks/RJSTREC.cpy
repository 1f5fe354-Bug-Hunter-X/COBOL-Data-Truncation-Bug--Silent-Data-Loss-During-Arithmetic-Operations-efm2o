      * entry per rejected transaction, carried in the     *
      * recycle status file until it is resubmitted or     *
      * written off by TRANRCYC.                           *
      * The resolving user is the approver whose           *
      * disposition corrected or wrote the entry off; a    *
      * later disposition on the same reference may not be *
      * made by the user who last corrected it.            *
      * A supervisor's denial of a held item opens a new   *
      * entry dated the day of the denial.                 *
      *****************************************************
       01  RJST-RECORD.
           05  RJST-STATUS             PIC X.
           05  RJST-CURRENCY-CODE      PIC X(3).
           05  RJST-OFFSET-ACCT        PIC X(10).
           05  RJST-REASON             PIC X(40).
               88  RJST-APPROVAL-DENIED
                   VALUE "AUTHORIZATION DENIED BY SUPERVISOR".
           05  RJST-RESOLVED-BY        PIC X(8).
