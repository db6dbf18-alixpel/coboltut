      *****************************************************
      * ENTFD  - REPORTING ENTITY MASTER (ENTITIES). ONE
      *          ROW PER BUSINESS REPORTED SEPARATELY
      *          INSIDE THE COMPANY - THE PARK AND THE
      *          SCHOOL - WITH ITS NAME AND ITS INTERCOMPANY
      *          CURRENT ACCOUNT ON THE LEDGER. THE CODE IS
      *          THE ONE CARRIED ON THE CHART OF ACCOUNTS
      *          (COAFD) AND THE PAYROLL DEPARTMENT TABLE.
      *****************************************************
       01  ENTITY-MASTER-RECORD.
           05 EM-ENTITY-CODE        PIC X(02).
           05 EM-ENTITY-NAME        PIC X(30).
           05 EM-IC-ACCT-ID         PIC X(06).
