      *               DEFAULT ACC910). A BREAK RETURNS CODE
      *               8 - FINANCE NO LONGER BOOKS A FIGURE
      *               NOBODY VERIFIES.
      * 15/10/26  AP  GIFT-CARD MASTER LAYOUT WIDENED FOR THE
      *               ACTIVITY, HOLDER AND WARNING DATES. A
      *               CARD EXPIRED TO BREAKAGE (STATUS E) IS
      *               NOT ACTIVE, SO IT DROPS OUT OF THE CARD
      *               TOTAL AS ITS BALANCE LEAVES THE LEDGER.
      **************************

      **************************
           05 GCO-ISSUE-DATE        PIC 9(08).
           05 GCO-STATUS            PIC X(01).
              88 GCO-CARD-ACTIVE    VALUE 'A'.
           05 GCO-LAST-ACTIVITY     PIC 9(08).
           05 GCO-HOLDER-ID         PIC X(10).
           05 GCO-WARNED-DATE       PIC 9(08).

       FD  ACCOUNT-MASTER-OUT.
       01  ACCOUNT-MASTER-OUT-RECORD.
