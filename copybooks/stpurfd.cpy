      *****************************************************
      * STPURFD - SHARED RECORD LAYOUT FOR THE STAFF-
      *           PURCHASE FEED FROM THE GATE AND CONCESSION
      *           TILLS. ONE LINE PER SALE CHARGED TO AN
      *           EMPLOYEE'S TAB INSTEAD OF PAID ON THE SPOT
      *           - THE SALE ID, THE EMP-ID KEYED AT THE
      *           TILL, THE SELLING DEPARTMENT, THE SALE
      *           DATE AND THE LIST PRICE BEFORE THE STAFF
      *           DISCOUNT. STAFFPURCHASE PRICES AND CAPS
      *           EACH LINE ONTO STAFFTAB.
      *****************************************************
       01  STAFF-PURCHASE-RECORD.
           05 SP-SALE-ID            PIC X(06).
           05 SP-EMP-ID             PIC X(06).
           05 SP-DEPT-CODE          PIC X(04).
           05 SP-SALE-DATE          PIC 9(08).
           05 SP-LIST-AMOUNT        PIC 9(07)V99.
