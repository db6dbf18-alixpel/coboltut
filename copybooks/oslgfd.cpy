      *****************************************************
      * OSLGFD - SHARED RECORD LAYOUT FOR THE PERMANENT
      *          OUTLET SALES LEDGER. DRAWPROFITLOSS
      *          APPENDS ONE LINE PER OUTLET PER DRAW -
      *          TICKETS SOLD, TICKET REVENUE AT THE DRAW'S
      *          PRICE AND THE COMMISSION EARNED AT THE
      *          OUTLET'S RATE ON THE DAY. AGENTSETTLEMENT
      *          SETTLES THE MONTH FROM IT.
      *****************************************************
       01  OUTLET-SALES-RECORD.
           05 OS-DRAW-DATE            PIC 9(08).
           05 OS-OUTLET-CODE          PIC X(04).
           05 OS-TICKETS              PIC 9(05).
           05 OS-GROSS                PIC 9(07)V99.
           05 OS-COMMISSION           PIC 9(07)V99.
