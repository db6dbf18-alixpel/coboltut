      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  StockIntake.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CONCESSION STOCK INTAKE
      *               FOR THE FOOD AND SHOP STOREROOMS. THE
      *               STOREKEEPER SIGNS ON THROUGH THE SHARED
      *               OPERSIGNON MODULE AND KEYS EITHER A
      *               GOODS-RECEIVED DELIVERY (ITEM, QUANTITY,
      *               UNIT COST AND DELIVERY NOTE NUMBER) OR A
      *               SHELF COUNT (ITEM AND QUANTITY
      *               COUNTED). ITEM CODES ARE VALIDATED
      *               AGAINST THE ITEM MASTER. EACH LINE IS
      *               APPENDED TO STKMOVE (SHARED STKMVFD
      *               LAYOUT) FOR THE NIGHT'S STOCKDEPLETION
      *               STEP.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-MOVE-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ITEM-MASTER.
           COPY "itemmfd.cpy".

       FD  STOCK-MOVEMENTS.
           COPY "stkmvfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ITEM-MASTER-STATUS     PIC X(02).
       01  WS-STOCK-MOVE-STATUS      PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 ENTRY-DONE          VALUE 'Y'.
           05 WS-ITEM-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ITEMS        VALUE 'Y'.
           05 WS-ITEM-FOUND-SW       PIC X(01).
              88 ITEM-FOUND          VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 GOODS-RECEIVED         VALUE 'G'.
           88 STOCK-COUNT            VALUE 'C'.
           88 EXIT-ENTRY             VALUE 'X'.

       01  WS-MAX-ITEMS              PIC 9(04) COMP VALUE 2000.
       01  WS-ITEM-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-ITEM-COUNT
                 INDEXED BY ITM-IDX.
              10 WS-ITEM-CODE        PIC X(08).
              10 WS-ITEM-DESC        PIC X(20).
              10 WS-ITEM-COST        PIC 9(05)V99.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-ITEM-CODE-IN           PIC X(08).
       01  WS-QUANTITY               PIC 9(07).
       01  WS-UNIT-COST              PIC 9(05)V99.
       01  WS-REFERENCE              PIC X(10).
       01  WS-CONFIRM                PIC X(01).

       01  WS-KEYED-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-QTY-ED                 PIC ZZZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL ENTRY-DONE.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * SIGN-ON THROUGH THE SHARED OPERSIGNON MODULE. THE
      * SIGNED-ON OPERATOR IS STAMPED ON EVERY LINE KEYED.
      * A REFUSAL ENDS THE PROGRAM WITH RETURN CODE 8.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'STOCKINTAKE' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
       0500-EXIT.
           EXIT.

      *-------------------------------------------------
      * STKMOVE IS APPENDED TO ALL DAY. A MISSING FILE
      * (STATUS 35) IS CREATED HERE.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-ITEM THRU 1100-EXIT
                  UNTIL END-OF-ITEMS
                     OR WS-ITEM-COUNT >= WS-MAX-ITEMS
              CLOSE ITEM-MASTER
           END-IF.

           OPEN EXTEND STOCK-MOVEMENTS.
           IF WS-STOCK-MOVE-STATUS = '35' THEN
              OPEN OUTPUT STOCK-MOVEMENTS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ITEM.
           READ ITEM-MASTER
              AT END SET END-OF-ITEMS TO TRUE
           END-READ.
           IF NOT END-OF-ITEMS THEN
              ADD 1 TO WS-ITEM-COUNT
              MOVE IM-ITEM-CODE   TO WS-ITEM-CODE(WS-ITEM-COUNT)
              MOVE IM-DESCRIPTION TO WS-ITEM-DESC(WS-ITEM-COUNT)
              MOVE IM-UNIT-COST   TO WS-ITEM-COST(WS-ITEM-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- CONCESSION STOCK INTAKE ----------'.
           DISPLAY 'STOREKEEPER : ' WS-SIGNON-ID.
           DISPLAY 'G - GOODS RECEIVED   C - STOCK COUNT   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN GOODS-RECEIVED
                 PERFORM 3000-GOODS-RECEIVED THRU 3000-EXIT
              WHEN STOCK-COUNT
                 PERFORM 4000-STOCK-COUNT THRU 4000-EXIT
              WHEN EXIT-ENTRY
                 SET ENTRY-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DELIVERY LINE. THE UNIT COST DEFAULTS TO THE
      * MASTER'S CURRENT COST WHEN LEFT AT ZERO.
      *-------------------------------------------------
       3000-GOODS-RECEIVED.
           PERFORM 5000-ACCEPT-ITEM THRU 5000-EXIT.
           IF NOT ITEM-FOUND THEN
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'QUANTITY RECEIVED ?'.
           ACCEPT WS-QUANTITY.
           IF WS-QUANTITY = ZERO THEN
              DISPLAY 'QUANTITY MUST BE ABOVE ZERO - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'UNIT COST ON DELIVERY NOTE (0 = MASTER COST) ?'.
           ACCEPT WS-UNIT-COST.
           IF WS-UNIT-COST = ZERO THEN
              MOVE WS-ITEM-COST(ITM-IDX) TO WS-UNIT-COST
           END-IF.
           DISPLAY 'DELIVERY NOTE NUMBER ?'.
           MOVE SPACES TO WS-REFERENCE.
           ACCEPT WS-REFERENCE.

           MOVE WS-QUANTITY TO WS-QTY-ED.
           DISPLAY 'RECEIVE ' WS-QTY-ED ' OF '
               WS-ITEM-DESC(ITM-IDX) ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES         TO STOCK-MOVEMENT-RECORD.
           MOVE 'G'            TO SM-MOVE-TYPE.
           MOVE WS-UNIT-COST   TO SM-UNIT-COST.
           PERFORM 6000-WRITE-MOVEMENT THRU 6000-EXIT.
           DISPLAY 'DELIVERY RECORDED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE SHELF COUNT. THE NIGHT'S RUN COMPARES IT WITH
      * THE BOOK AND POSTS THE DIFFERENCE AS SHRINKAGE.
      *-------------------------------------------------
       4000-STOCK-COUNT.
           PERFORM 5000-ACCEPT-ITEM THRU 5000-EXIT.
           IF NOT ITEM-FOUND THEN
              GO TO 4000-EXIT
           END-IF.

           DISPLAY 'QUANTITY COUNTED ON THE SHELF ?'.
           ACCEPT WS-QUANTITY.
           MOVE WS-QUANTITY TO WS-QTY-ED.
           DISPLAY 'COUNTED ' WS-QTY-ED ' OF '
               WS-ITEM-DESC(ITM-IDX) ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT RECORDED'
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACES         TO STOCK-MOVEMENT-RECORD.
           MOVE 'C'            TO SM-MOVE-TYPE.
           MOVE ZERO           TO SM-UNIT-COST.
           MOVE SPACES         TO WS-REFERENCE.
           PERFORM 6000-WRITE-MOVEMENT THRU 6000-EXIT.
           DISPLAY 'COUNT RECORDED'.
       4000-EXIT.
           EXIT.

       5000-ACCEPT-ITEM.
           DISPLAY 'ITEM CODE ?'.
           MOVE SPACES TO WS-ITEM-CODE-IN.
           ACCEPT WS-ITEM-CODE-IN.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           SET ITM-IDX TO 1.
           PERFORM 5100-COMPARE-ITEM THRU 5100-EXIT
               UNTIL ITM-IDX > WS-ITEM-COUNT OR ITEM-FOUND.
           IF NOT ITEM-FOUND THEN
              DISPLAY 'ITEM ' WS-ITEM-CODE-IN
                  ' IS NOT ON THE ITEM MASTER - NOT RECORDED'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-COMPARE-ITEM.
           IF WS-ITEM-CODE(ITM-IDX) = WS-ITEM-CODE-IN THEN
              SET ITEM-FOUND TO TRUE
           ELSE
              SET ITM-IDX UP BY 1
           END-IF.
       5100-EXIT.
           EXIT.

       6000-WRITE-MOVEMENT.
           MOVE WS-TODAY-DATE   TO SM-BUSINESS-DATE.
           MOVE WS-ITEM-CODE-IN TO SM-ITEM-CODE.
           MOVE WS-QUANTITY     TO SM-QUANTITY.
           MOVE WS-REFERENCE    TO SM-REFERENCE.
           MOVE WS-SIGNON-ID    TO SM-OPERATOR-ID.
           ACCEPT SM-KEYED-TIME FROM TIME.
           WRITE STOCK-MOVEMENT-RECORD.
           ADD 1 TO WS-KEYED-COUNT.
       6000-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE STOCK-MOVEMENTS.
           DISPLAY 'STOCK LINES KEYED THIS SESSION: '
               WS-KEYED-COUNT.
       8000-EXIT.
           EXIT.
