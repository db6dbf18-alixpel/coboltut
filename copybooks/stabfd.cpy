      *****************************************************
      * STABFD - SHARED RECORD LAYOUT FOR THE STAFF TAB.
      *          STAFFPURCHASE APPENDS ONE LINE PER STAFF
      *          PURCHASE ACCEPTED ONTO AN EMPLOYEE'S TAB -
      *          THE LIST PRICE, THE NET AFTER THE
      *          DEPARTMENT'S STAFF DISCOUNT AND THE
      *          DEPARTMENT'S REVENUE ACCOUNT - STAMPED
      *          WITH THE CYCLE DATE IT WAS POSTED. THE FILE
      *          IS A HISTORY AND IS NEVER REWRITTEN: SALAIRE
      *          RECOVERS WHAT IS STILL OWED (THE TAB LESS
      *          THE RECOVERIES ON STAFFREC) THROUGH PAYROLL
      *          AND CREDITS IT TO THE REVENUE ACCOUNT.
      *          COPIED BY BOTH SO ADDING A FIELD ONLY HAS
      *          TO CHANGE HERE.
      *****************************************************
       01  STAFF-TAB-RECORD.
           05 ST-EMP-ID             PIC X(06).
           05 ST-POST-DATE          PIC 9(08).
           05 ST-SALE-DATE          PIC 9(08).
           05 ST-SALE-ID            PIC X(06).
           05 ST-DEPT-CODE          PIC X(04).
           05 ST-REVENUE-ACCT       PIC X(06).
           05 ST-LIST-AMOUNT        PIC 9(07)V99.
           05 ST-NET-AMOUNT         PIC 9(07)V99.
