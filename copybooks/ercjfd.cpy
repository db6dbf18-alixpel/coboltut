      *****************************************************
      * ERCJFD - EMPLOYER CONTRIBUTION JOURNAL. SALAIRE
      *          APPENDS ONE ROW PER EMPLOYEE AND
      *          CONTRIBUTION TYPE EACH PAY RUN: THE GROSS
      *          ASSESSED AFTER THE CEILING AND THE EMPLOYER
      *          AMOUNT, BOTH IN THE BASE CURRENCY. THE
      *          MONTHLY DECLARATION IS BUILT FROM THESE
      *          ROWS, SO IT TIES TO WHAT WAS POSTED.
      *****************************************************
       01  EMPLOYER-CONTRIB-RECORD.
           05 ECJ-RUN-DATE          PIC 9(08).
           05 ECJ-EMP-ID            PIC X(06).
           05 ECJ-CONTRIB-TYPE      PIC X(04).
           05 ECJ-BODY              PIC X(04).
           05 ECJ-BASE-AMOUNT       PIC 9(07)V99.
           05 ECJ-AMOUNT            PIC 9(07)V99.
           05 ECJ-LIABILITY-ACCT    PIC X(06).
