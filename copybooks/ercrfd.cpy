      *****************************************************
      * ERCRFD - EMPLOYER CONTRIBUTION RATE TABLE. ONE ROW
      *          PER CONTRIBUTION TYPE: THE BODY IT IS
      *          DECLARED AND PAID TO (HLTH, PENS OR UNEM),
      *          THE EMPLOYER RATE AS A PERCENTAGE OF GROSS,
      *          AN ANNUAL CEILING ON THE GROSS IT IS
      *          ASSESSED ON (ZERO FOR NONE) AND THE DATE
      *          THE RATE TAKES EFFECT. THE EXPENSE ACCOUNT
      *          IS DEBITED AND THE LIABILITY ACCOUNT
      *          CREDITED WITH THE EMPLOYER COST EACH RUN.
      *****************************************************
       01  EMPLOYER-RATE-RECORD.
           05 ERC-CONTRIB-TYPE      PIC X(04).
           05 ERC-BODY              PIC X(04).
              88 ERC-VALID-BODY     VALUE 'HLTH' 'PENS' 'UNEM'.
           05 ERC-RATE              PIC 9(02)V999.
           05 ERC-CEILING           PIC 9(07)V99.
           05 ERC-EFF-DATE          PIC 9(08).
           05 ERC-EXPENSE-ACCT      PIC X(06).
           05 ERC-LIABILITY-ACCT    PIC X(06).
