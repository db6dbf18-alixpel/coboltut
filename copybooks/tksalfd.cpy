      *****************************************************
      * TKSALFD - SHARED RECORD LAYOUT FOR TICKSALE, THE
      *           CURRENT DRAW'S TICKET SALES. ONE LINE PER
      *           TICKET TICKETSALEINTAKE ACCEPTS, WITH THE
      *           OUTLET THAT SOLD IT (SPACES FOR THE PARK'S
      *           OWN COUNTER). READ BY DRAWSELECT,
      *           DRAWWINNERS, DRAWPNL AND SUBJECTACCESS.
      *****************************************************
       01  TICKET-SALE-RECORD.
           05 TK-TICKET-ID            PIC X(06).
           05 TK-VISITOR-ID           PIC X(10).
           05 TK-OUTLET-CODE          PIC X(04).
