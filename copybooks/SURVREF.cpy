      *****************************************************
      * SURVREF - Surveillance case reference record.      *
      * TRANSURV appends one entry to SURVREF.DAT for each *
      * posting that contributed to a case hit, under the  *
      * case number and the business date of the hit, so   *
      * every reference behind a case can be traced back   *
      * to its audit generation.                           *
      *****************************************************
       01  SURV-REF-RECORD.
           05  SVR-CASE-NO             PIC 9(8).
           05  SVR-HIT-DATE            PIC 9(8).
           05  SVR-RULE                PIC X.
           05  SVR-ACCOUNT-NO          PIC X(10).
           05  SVR-BUSINESS-DATE       PIC 9(8).
           05  SVR-REFERENCE-NO        PIC X(12).
           05  SVR-AMOUNT              PIC S9(7)V99.
