      *****************************************************
      * SCRHFD - SANCTIONS SCREENING HOLD (DD SCRNHOLD).
      *          NAMESCREEN APPENDS ONE WHEN A PARTY'S NAME
      *          COMES WITHIN THE SPELLING TOLERANCE OF A
      *          WATCHLIST ENTRY. WHILE IT IS HELD (H) OR
      *          CONFIRMED (F) NOTHING IS PAID TO OR POSTED
      *          FOR THAT PARTY - SALAIRE, APPAYMENTRUN,
      *          DRAWWINNERS AND TRANEDIT ALL ASK FIRST. A
      *          SUPERVISOR IN SANCTIONSREVIEW CLEARS IT
      *          (C - A FALSE MATCH) OR CONFIRMS IT (F).
      *          A CLEARED HOLD STAYS ON FILE SO THE SAME
      *          NAME AGAINST THE SAME ENTRY IS NOT HELD
      *          AGAIN. SOURCE: A LEDGER ACCOUNT HOLDER,
      *          W DRAW WINNER, E EMPLOYEE, V VENDOR.
      *****************************************************
       01  SCREENING-HOLD-RECORD.
           05 SH-STATUS             PIC X(01).
              88 SH-HELD            VALUE 'H'.
              88 SH-CLEARED         VALUE 'C'.
              88 SH-CONFIRMED       VALUE 'F'.
           05 SH-SOURCE             PIC X(01).
              88 SH-ACCOUNT-HOLDER  VALUE 'A'.
              88 SH-DRAW-WINNER     VALUE 'W'.
              88 SH-EMPLOYEE        VALUE 'E'.
              88 SH-VENDOR          VALUE 'V'.
           05 SH-PARTY-ID           PIC X(10).
           05 SH-ENTRY-ID           PIC X(10).
           05 SH-HELD-DATE          PIC 9(08).
           05 SH-DECIDED-OPER       PIC X(06).
           05 SH-DECIDED-DATE       PIC 9(08).
           05 SH-DISTANCE           PIC 9(02).
           05 SH-PARTY-NAME         PIC X(30).
           05 SH-LIST-NAME          PIC X(30).
