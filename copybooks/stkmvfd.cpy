      *****************************************************
      * STKMVFD - SHARED RECORD LAYOUT FOR THE STOCK
      *           MOVEMENT FILE KEYED BY STOCKINTAKE. A
      *           'G' LINE IS A GOODS-RECEIVED DELIVERY
      *           (QUANTITY AND THE UNIT COST ON THE
      *           SUPPLIER'S DELIVERY NOTE); A 'C' LINE IS
      *           A SHELF COUNT (THE QUANTITY ACTUALLY
      *           COUNTED). STOCKDEPLETION APPLIES THE
      *           BUSINESS DATE'S LINES TO THE ITEM MASTER.
      *****************************************************
       01  STOCK-MOVEMENT-RECORD.
           05 SM-BUSINESS-DATE      PIC 9(08).
           05 SM-MOVE-TYPE          PIC X(01).
              88 SM-GOODS-RECEIVED  VALUE 'G'.
              88 SM-STOCK-COUNT     VALUE 'C'.
           05 SM-ITEM-CODE          PIC X(08).
           05 SM-QUANTITY           PIC 9(07).
           05 SM-UNIT-COST          PIC 9(05)V99.
           05 SM-REFERENCE          PIC X(10).
           05 SM-OPERATOR-ID        PIC X(06).
           05 SM-KEYED-TIME         PIC 9(08).
