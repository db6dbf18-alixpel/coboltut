      *****************************************************
      * DDRTNFD - RECORD LAYOUT FOR THE DIRECT-DEBIT
      *           RETURNS FILE (DDRETURN). SOLDE APPENDS ONE
      *           RECORD FOR EVERY MEMBERSHIP RENEWAL DEBIT
      *           IT REFUSES TO POST - THE DEBITS
      *           MEMBERSHIPRENEWAL RAISES CARRY 'RENWDD' IN
      *           THE KEYING OPERATOR FIELD. RENEWALPAYMENT
      *           READS IT BACK TO SEND THE MEMBER A NORMAL
      *           RENEWAL NOTICE INSTEAD.
      *****************************************************
       01  DIRECT-DEBIT-RETURN-RECORD.
           05 DDR-ACCT-ID           PIC X(06).
           05 DDR-AMOUNT            PIC 9(07)V99.
           05 DDR-RETURN-DATE       PIC 9(08).
           05 DDR-REASON            PIC X(01).
              88 DDR-ACCOUNT-FROZEN VALUE 'F'.
              88 DDR-ACCOUNT-CLOSED VALUE 'C'.
              88 DDR-WOULD-OVERDRAW VALUE 'O'.
