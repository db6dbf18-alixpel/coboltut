      *****************************************************
      * VATRFD - SHARED RECORD LAYOUT FOR THE VAT RATE
      *          TABLE, ONE LINE PER REVENUE TYPE - 'ADMS'
      *          FOR GATE ADMISSIONS, EACH CONCESSION
      *          DEPARTMENT UNDER ITS SL-DEPT-CODE, 'GIFT'
      *          FOR GIFT-CARD LOADS, 'DRAW' FOR DRAW
      *          TICKETS AND 'PARK' FOR CAR PARK STAYS.
      *          VR-VAT-CODE SAYS HOW THE TYPE IS
      *          TREATED - 'S' STANDARD, 'R' REDUCED, 'E'
      *          EXEMPT, 'N' NOT TAXABLE AT THIS POINT (A
      *          GIFT-CARD LOAD IS TAXED WHEN THE CARD IS
      *          SPENT, NOT WHEN IT IS BOUGHT). THE RATE IS
      *          A PERCENTAGE INCLUDED IN THE GROSS PRICE.
      *          VR-REVENUE-ACCT-ID IS THE LEDGER ACCOUNT
      *          THE NET REVENUE OF THE TYPE POSTS TO.
      *****************************************************
       01  VAT-RATE-RECORD.
           05 VR-REVENUE-TYPE       PIC X(04).
           05 VR-VAT-CODE           PIC X(01).
              88 VR-STANDARD        VALUE 'S'.
              88 VR-REDUCED         VALUE 'R'.
              88 VR-EXEMPT          VALUE 'E'.
              88 VR-NOT-TAXABLE     VALUE 'N'.
           05 VR-VAT-RATE           PIC 9(02)V99.
           05 VR-REVENUE-ACCT-ID    PIC X(06).
           05 VR-DESCRIPTION        PIC X(20).
