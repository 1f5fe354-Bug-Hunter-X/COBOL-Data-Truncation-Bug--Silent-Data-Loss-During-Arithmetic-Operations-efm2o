       COPY AUDITREC.

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY ACCTMST.

       FD  VRFY-WORK-FILE
