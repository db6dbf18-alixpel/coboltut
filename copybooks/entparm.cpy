      *****************************************************
      * ENTPARM - PARAMETER AREA FOR THE SHARED REPORTING
      *           ENTITY MODULE (ENTITYLOOKUP), SIGNPARM'S
      *           PATTERN. THE CALLER ASKS FOR ONE OF THREE
      *           FUNCTIONS:
      *           A - THE ENTITY THAT OWNS LEDGER ACCOUNT
      *               ENT-ACCT-ID, FROM THE CHART OF ACCOUNTS.
      *           E - THE ENTITY WHOSE CODE IS IN
      *               ENT-ENTITY-CODE.
      *           N - THE ENT-NUMBER'TH ENTITY ON FILE, FOR A
      *               CALLER WALKING EVERY ENTITY FROM 1 UNTIL
      *               ENT-NOT-FOUND.
      *           A FOUND ENTITY COMES BACK WITH ITS CODE,
      *           NAME AND INTERCOMPANY CURRENT ACCOUNT. AN
      *           ACCOUNT WITH NO ENTITY ON THE CHART COMES
      *           BACK ENT-NOT-FOUND WITH A BLANK CODE.
      *
      *           A TRANSACTION BETWEEN THE ENTITIES IS
      *           POSTED AS AN INTERCOMPANY PAIR: A CREDIT TO
      *           THE INTERCOMPANY ACCOUNT OF THE ENTITY THAT
      *           PAID OR SUPPLIED, AND A DEBIT OF THE SAME
      *           AMOUNT TO THAT OF THE ENTITY THAT BEARS THE
      *           COST. ACROSS ALL ENTITIES THE INTERCOMPANY
      *           ACCOUNTS THEN NET TO ZERO.
      *****************************************************
       01  ENT-PARM-AREA.
           05 ENT-FUNCTION          PIC X(01).
              88 ENT-BY-ACCOUNT     VALUE 'A'.
              88 ENT-BY-CODE        VALUE 'E'.
              88 ENT-BY-NUMBER      VALUE 'N'.
           05 ENT-ACCT-ID           PIC X(06).
           05 ENT-NUMBER            PIC 9(02).
           05 ENT-ENTITY-CODE       PIC X(02).
           05 ENT-ENTITY-NAME       PIC X(30).
           05 ENT-IC-ACCT-ID        PIC X(06).
           05 ENT-RESULT            PIC X(01).
              88 ENT-FOUND          VALUE 'Y'.
              88 ENT-NOT-FOUND      VALUE 'N'.
