      *****************************************************
      * OUTLFD - SHARED RECORD LAYOUT FOR THE DRAW-TICKET
      *          OUTLET MASTER. EVERY TICKET SALE CARRIES
      *          THE CODE OF THE OUTLET THAT SOLD IT - 'K'
      *          FOR OUR OWN KIOSKS, 'A' FOR AN AGENT (THE
      *          PARTNER HOTELS) WHO KEEPS THE TICKET MONEY
      *          UNTIL THE MONTHLY SETTLEMENT. THE
      *          COMMISSION RATE IS A PERCENTAGE OF TICKET
      *          REVENUE AND THE SETTLEMENT ACCOUNT IS THE
      *          LEDGER ACCOUNT THE AGENT IS SETTLED ON.
      *          OL-OUTLET-STATUS 'I' MARKS AN OUTLET THAT NO
      *          LONGER SELLS - TICKETSALEINTAKE REFUSES ITS
      *          SALES; 'A' OR SPACE IS ACTIVE.
      *          COPIED BY DRAWPROFITLOSS, AGENTSETTLEMENT
      *          AND TICKETSALEINTAKE.
      *****************************************************
       01  OUTLET-MASTER-RECORD.
           05 OL-OUTLET-CODE          PIC X(04).
           05 OL-OUTLET-NAME          PIC X(20).
           05 OL-OUTLET-TYPE          PIC X(01).
              88 OL-OWN-KIOSK         VALUE 'K'.
              88 OL-AGENT             VALUE 'A'.
           05 OL-COMMISSION-PCT       PIC 9(02)V99.
           05 OL-SETTLE-ACCT-ID       PIC X(06).
           05 OL-OUTLET-STATUS        PIC X(01).
              88 OL-OUTLET-ACTIVE     VALUES 'A' SPACE.
