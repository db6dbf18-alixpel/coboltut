      *****************************************************
      * SALESFD - SHARED RECORD LAYOUT FOR THE DAILY-SALES
      *           FEED FROM THE CONCESSION TILLS. ONE LINE
      *           PER SALE - THE SALE ID, THE AMOUNT TAKEN,
      *           THE DEPARTMENT, AND THE ITEM SOLD AND HOW
      *           MANY OF IT. FONCTIONMINMAX ANALYSES THE
      *           AMOUNTS, CONCESSIONREVENUE POSTS THEM AND
      *           STOCKDEPLETION TAKES THE QUANTITIES OFF
      *           THE ITEM MASTER. COPIED BY ALL OF THEM SO
      *           ADDING A FIELD ONLY HAS TO CHANGE HERE.
      *****************************************************
       01  DAILY-SALE-RECORD.
           05 SL-SALE-ID              PIC X(06).
           05 SL-AMOUNT               PIC 9(07)V99.
           05 SL-DEPT-CODE            PIC X(04).
           05 SL-ITEM-CODE            PIC X(08).
           05 SL-QUANTITY             PIC 9(05).
