      *****************************************************
      * ITEMMFD - SHARED RECORD LAYOUT FOR THE CONCESSION
      *           ITEM MASTER. ONE LINE PER STOCKED ITEM,
      *           IN ITEM-CODE ORDER - ITS DEPARTMENT (THE
      *           SAME CODES AS SL-DEPT-CODE), UNIT COST,
      *           SELLING PRICE, BOOK QUANTITY ON HAND, AND
      *           THE REORDER POINT AND QUANTITY. IM-LAST-
      *           COUNT-DATE IS THE LAST STOCK COUNT THE
      *           BOOK WAS TRUED UP TO. STOCKDEPLETION
      *           REWRITES THE MASTER EVERY NIGHT;
      *           STOCKINTAKE READS IT TO VALIDATE ITEM
      *           CODES.
      *****************************************************
       01  ITEM-MASTER-RECORD.
           05 IM-ITEM-CODE          PIC X(08).
           05 IM-DEPT-CODE          PIC X(04).
           05 IM-DESCRIPTION        PIC X(20).
           05 IM-UNIT-COST          PIC 9(05)V99.
           05 IM-SELL-PRICE         PIC 9(05)V99.
           05 IM-QTY-ON-HAND        PIC 9(07).
           05 IM-REORDER-POINT      PIC 9(07).
           05 IM-REORDER-QTY        PIC 9(07).
           05 IM-LAST-COUNT-DATE    PIC 9(08).
