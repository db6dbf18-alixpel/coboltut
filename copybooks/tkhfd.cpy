      *****************************************************
      * TKHFD - SHARED RECORD LAYOUT FOR THE PERMANENT
      *         TICKET SALE HISTORY. TICKETSALEINTAKE
      *         APPENDS ONE LINE PER TICKET IT ACCEPTS ONTO
      *         THE DRAW'S TICKSALE FILE, DATED, SO A
      *         VISITOR'S PURCHASES CAN BE COUNTED ACROSS
      *         THE MONTH AFTER TICKSALE HAS MOVED ON TO
      *         THE NEXT DRAW. RESPPLAYRETURN READS IT FOR
      *         THE TOP PURCHASERS.
      *****************************************************
       01  TICKET-HISTORY-RECORD.
           05 TKH-SALE-DATE           PIC 9(08).
           05 TKH-TICKET-ID           PIC X(06).
           05 TKH-VISITOR-ID          PIC X(10).
           05 TKH-OUTLET-CODE         PIC X(04).
