      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  StockDepletion.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE CONCESSION REVENUE STEP. THE
      *               NIGHTLY CONCESSION STOCK RUN AGAINST
      *               THE ITEM MASTER (ITEMMFD LAYOUT):
      *                 - THE BUSINESS DATE'S GOODS-RECEIVED
      *                   LINES FROM STKMOVE ARE ADDED TO THE
      *                   BOOK, THE UNIT COST RE-AVERAGED
      *                   OVER OLD AND NEW STOCK;
      *                 - THE DAY'S DAILY-SALES QUANTITIES
      *                   ARE TAKEN OFF THE BOOK AND COSTED
      *                   INTO COST OF SALES PER DEPARTMENT;
      *                 - THE DAY'S SHELF COUNTS FROM STKMOVE
      *                   REPLACE THE BOOK QUANTITY, AND THE
      *                   COUNTED-VERSUS-BOOK DIFFERENCE AT
      *                   UNIT COST IS POSTED AS SHRINKAGE
      *                   THROUGH TRANFILE (STOCK ACCOUNT
      *                   AGAINST THE SHRINKAGE ACCOUNT, BOTH
      *                   FROM THE OPTIONAL STOCK-ACCOUNT
      *                   PARM, DEFAULT ACC908 AND ACC907).
      *               THE UPDATED MASTER IS WRITTEN TO A NEW
      *               GENERATION, WITH A REORDER REPORT OF
      *               EVERY ITEM AT OR BELOW ITS REORDER
      *               POINT, THE STOCK-COUNT VARIANCE REPORT
      *               AND THE COST-OF-SALES TOTALS BY
      *               DEPARTMENT. A SALE OR MOVEMENT FOR AN
      *               ITEM NOT ON THE MASTER, OR A SALE OF
      *               MORE THAN THE BOOK HOLDS, RETURNS CODE
      *               4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-STATUS.

           SELECT ITEM-MASTER-OUT ASSIGN TO "ITEMMSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-MASTER-OUT-STATUS.

           SELECT DAILY-SALES ASSIGN TO "SALESDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-SALES-STATUS.

           SELECT STOCK-MOVEMENTS ASSIGN TO "STKMOVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-MOVE-STATUS.

           SELECT STOCK-ACCOUNT-PARM ASSIGN TO "STKACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOCK-ACCT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT REORDER-REPORT ASSIGN TO "REORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-RPT-STATUS.

           SELECT VARIANCE-REPORT ASSIGN TO "STKVARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-RPT-STATUS.

           SELECT COST-OF-SALES-REPORT ASSIGN TO "COGSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COGS-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ITEM-MASTER.
           COPY "itemmfd.cpy".

       FD  ITEM-MASTER-OUT.
       01  ITEM-MASTER-OUT-RECORD   PIC X(75).

       FD  DAILY-SALES.
           COPY "salesfd.cpy".

       FD  STOCK-MOVEMENTS.
           COPY "stkmvfd.cpy".

       FD  STOCK-ACCOUNT-PARM.
       01  STOCK-ACCOUNT-PARM-RECORD.
           05 SAP-STOCK-ACCT-ID     PIC X(06).
           05 SAP-SHRINK-ACCT-ID    PIC X(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  REORDER-REPORT.
       01  REORDER-REPORT-RECORD    PIC X(70).

       FD  VARIANCE-REPORT.
       01  VARIANCE-REPORT-RECORD   PIC X(70).

       FD  COST-OF-SALES-REPORT.
       01  COST-OF-SALES-RECORD     PIC X(70).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ITEM-MASTER-STATUS     PIC X(02).
       01  WS-ITEM-MASTER-OUT-STATUS PIC X(02).
       01  WS-DAILY-SALES-STATUS     PIC X(02).
       01  WS-STOCK-MOVE-STATUS      PIC X(02).
       01  WS-STOCK-ACCT-STATUS      PIC X(02).
       01  WS-TRANSACTIONS-STATUS    PIC X(02).
       01  WS-REORDER-RPT-STATUS     PIC X(02).
       01  WS-VARIANCE-RPT-STATUS    PIC X(02).
       01  WS-COGS-RPT-STATUS        PIC X(02).
       01  WS-CYCLE-LOG-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05 WS-ITEM-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ITEMS        VALUE 'Y'.
           05 WS-SALES-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-SALES        VALUE 'Y'.
           05 WS-MOVE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-MOVEMENTS    VALUE 'Y'.
           05 WS-ITEM-FOUND-SW       PIC X(01).
              88 ITEM-FOUND          VALUE 'Y'.
           05 WS-DEPT-FOUND-SW       PIC X(01).
              88 DEPT-FOUND          VALUE 'Y'.

       01  WS-STOCK-ACCT-ID          PIC X(06) VALUE 'ACC908'.
       01  WS-SHRINK-ACCT-ID         PIC X(06) VALUE 'ACC907'.

       01  WS-MAX-ITEMS              PIC 9(04) COMP VALUE 2000.
       01  WS-ITEM-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-ITEM-COUNT
                 INDEXED BY ITM-IDX.
              10 WS-ITEM-RECORD      PIC X(75).
              10 WS-ITEM-FIELDS REDEFINES WS-ITEM-RECORD.
                 15 WS-IT-ITEM-CODE  PIC X(08).
                 15 WS-IT-DEPT-CODE  PIC X(04).
                 15 WS-IT-DESC       PIC X(20).
                 15 WS-IT-UNIT-COST  PIC 9(05)V99.
                 15 WS-IT-SELL-PRICE PIC 9(05)V99.
                 15 WS-IT-QTY        PIC 9(07).
                 15 WS-IT-REORDER-PT PIC 9(07).
                 15 WS-IT-REORDER-QTY PIC 9(07).
                 15 WS-IT-COUNT-DATE PIC 9(08).

      *-------------------------------------------------
      * THE DAY'S SHELF COUNTS ARE HELD UNTIL THE SALES
      * HAVE BEEN TAKEN OFF - A COUNT IS MADE AT CLOSE.
      *-------------------------------------------------
       01  WS-MAX-COUNTS             PIC 9(04) COMP VALUE 2000.
       01  WS-COUNT-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-COUNT-TABLE.
           05 WS-COUNT-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-COUNT-COUNT
                 INDEXED BY CNT-IDX.
              10 WS-CNT-ITEM-CODE    PIC X(08).
              10 WS-CNT-QUANTITY     PIC 9(07).

       01  WS-MAX-DEPTS              PIC 9(02) COMP VALUE 20.
       01  WS-DEPT-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY DEPT-IDX.
              10 WS-DEPT-CODE        PIC X(04).
              10 WS-DEPT-UNITS       PIC 9(07) COMP.
              10 WS-DEPT-SALES       PIC 9(09)V99.
              10 WS-DEPT-COST        PIC 9(09)V99.

       01  WS-SEARCH-ITEM            PIC X(08).
       01  WS-SEARCH-DEPT            PIC X(04).
       01  WS-NEW-QTY                PIC 9(08).
       01  WS-STOCK-VALUE            PIC 9(11)V99.
       01  WS-LINE-COST              PIC 9(09)V99.
       01  WS-VARIANCE-QTY           PIC S9(07).
       01  WS-VARIANCE-VALUE         PIC S9(09)V99.
       01  WS-POST-AMOUNT            PIC 9(07)V99.

       01  WS-EXCEPTION-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REORDER-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-RECEIVED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-COST             PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-SHRINK           PIC S9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE            PIC X(70).
       01  WS-QTY-ED                 PIC ZZZZZZ9.
       01  WS-QTY-ED2                PIC ZZZZZZ9.
       01  WS-QTY-ED3                PIC ZZZZZZ9.
       01  WS-SIGNED-QTY-ED          PIC -ZZZZZZ9.
       01  WS-AMOUNT-ED              PIC ZZZZZZZZ9.99.
       01  WS-AMOUNT-ED2             PIC ZZZZZZZZ9.99.
       01  WS-SIGNED-ED              PIC -ZZZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-MOVEMENT THRU 2000-EXIT
               UNTIL END-OF-MOVEMENTS.
           IF WS-STOCK-MOVE-STATUS = '00' OR '10' THEN
              CLOSE STOCK-MOVEMENTS
           END-IF.
           PERFORM 3000-DEPLETE-SALE THRU 3000-EXIT
               UNTIL END-OF-SALES.
           IF WS-DAILY-SALES-STATUS = '00' OR '10' THEN
              CLOSE DAILY-SALES
           END-IF.

           OPEN EXTEND TRANSACTIONS.
           PERFORM 4000-APPLY-COUNT THRU 4000-EXIT
               VARYING CNT-IDX FROM 1 BY 1
               UNTIL CNT-IDX > WS-COUNT-COUNT.
           CLOSE TRANSACTIONS.

           PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
           PERFORM 8000-PRINT-COST-OF-SALES THRU 8000-EXIT.
           PERFORM 8500-CLOSE-REPORTS THRU 8500-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT STOCK-ACCOUNT-PARM.
           IF WS-STOCK-ACCT-STATUS = '00' THEN
              READ STOCK-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SAP-STOCK-ACCT-ID  TO WS-STOCK-ACCT-ID
                    MOVE SAP-SHRINK-ACCT-ID TO WS-SHRINK-ACCT-ID
              END-READ
              CLOSE STOCK-ACCOUNT-PARM
           END-IF.

           OPEN INPUT ITEM-MASTER.
           IF WS-ITEM-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-ITEM THRU 1100-EXIT
                  UNTIL END-OF-ITEMS
                     OR WS-ITEM-COUNT >= WS-MAX-ITEMS
              CLOSE ITEM-MASTER
           END-IF.

           OPEN OUTPUT REORDER-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REORDER REPORT  BUSINESS DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.
           MOVE 'ITEM     DEPT DESCRIPTION          ON HAND  REORDER'
               TO WS-REPORT-LINE.
           MOVE '  ORDER' TO WS-REPORT-LINE(53:7).
           MOVE WS-REPORT-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.

           OPEN OUTPUT VARIANCE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STOCK COUNT VARIANCE  BUSINESS DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           MOVE 'ITEM     DEPT    BOOK COUNTED VARIANCE         VALUE'
               TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.

           OPEN INPUT STOCK-MOVEMENTS.
           IF WS-STOCK-MOVE-STATUS NOT = '00' THEN
              SET END-OF-MOVEMENTS TO TRUE
           ELSE
              PERFORM 2900-READ-MOVEMENT THRU 2900-EXIT
           END-IF.

           OPEN INPUT DAILY-SALES.
           IF WS-DAILY-SALES-STATUS NOT = '00' THEN
              SET END-OF-SALES TO TRUE
           ELSE
              PERFORM 3900-READ-SALE THRU 3900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ITEM.
           READ ITEM-MASTER
              AT END SET END-OF-ITEMS TO TRUE
           END-READ.
           IF NOT END-OF-ITEMS THEN
              ADD 1 TO WS-ITEM-COUNT
              MOVE ITEM-MASTER-RECORD
                  TO WS-ITEM-RECORD(WS-ITEM-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY THE BUSINESS DATE'S MOVEMENTS ARE APPLIED.
      * A DELIVERY RE-AVERAGES THE UNIT COST OVER THE
      * STOCK ALREADY HELD AND THE STOCK RECEIVED.
      *-------------------------------------------------
       2000-APPLY-MOVEMENT.
           IF SM-BUSINESS-DATE NOT = CYC-RUN-DATE THEN
              GO TO 2000-READ-NEXT
           END-IF.
           MOVE SM-ITEM-CODE TO WS-SEARCH-ITEM.
           PERFORM 6000-FIND-ITEM THRU 6000-EXIT.
           IF NOT ITEM-FOUND THEN
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 2000-READ-NEXT
           END-IF.

           IF SM-STOCK-COUNT THEN
              IF WS-COUNT-COUNT < WS-MAX-COUNTS THEN
                 ADD 1 TO WS-COUNT-COUNT
                 MOVE SM-ITEM-CODE TO WS-CNT-ITEM-CODE(WS-COUNT-COUNT)
                 MOVE SM-QUANTITY  TO WS-CNT-QUANTITY(WS-COUNT-COUNT)
              END-IF
              GO TO 2000-READ-NEXT
           END-IF.

           IF SM-GOODS-RECEIVED AND SM-QUANTITY > ZERO THEN
              COMPUTE WS-NEW-QTY = WS-IT-QTY(ITM-IDX) + SM-QUANTITY
              COMPUTE WS-STOCK-VALUE =
                  WS-IT-QTY(ITM-IDX) * WS-IT-UNIT-COST(ITM-IDX)
                  + SM-QUANTITY * SM-UNIT-COST
              COMPUTE WS-IT-UNIT-COST(ITM-IDX) ROUNDED =
                  WS-STOCK-VALUE / WS-NEW-QTY
              MOVE WS-NEW-QTY TO WS-IT-QTY(ITM-IDX)
              ADD 1 TO WS-RECEIVED-COUNT
           END-IF.
       2000-READ-NEXT.
           PERFORM 2900-READ-MOVEMENT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-MOVEMENT.
           READ STOCK-MOVEMENTS
              AT END SET END-OF-MOVEMENTS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * A SALE WITH NO ITEM CODE (A TILL NOT YET SENDING
      * ITEMS) IS LEFT TO THE REVENUE STEPS ONLY. A SALE
      * OF MORE THAN THE BOOK HOLDS EMPTIES THE BOOK AND
      * IS AN EXCEPTION - THE NEXT COUNT WILL TRUE IT UP.
      *-------------------------------------------------
       3000-DEPLETE-SALE.
           IF SL-ITEM-CODE = SPACES OR SL-QUANTITY = ZERO THEN
              GO TO 3000-READ-NEXT
           END-IF.
           MOVE SL-ITEM-CODE TO WS-SEARCH-ITEM.
           PERFORM 6000-FIND-ITEM THRU 6000-EXIT.
           IF NOT ITEM-FOUND THEN
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 3000-READ-NEXT
           END-IF.

           COMPUTE WS-LINE-COST =
               SL-QUANTITY * WS-IT-UNIT-COST(ITM-IDX).
           IF SL-QUANTITY > WS-IT-QTY(ITM-IDX) THEN
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE ZERO TO WS-IT-QTY(ITM-IDX)
           ELSE
              SUBTRACT SL-QUANTITY FROM WS-IT-QTY(ITM-IDX)
           END-IF.

           MOVE WS-IT-DEPT-CODE(ITM-IDX) TO WS-SEARCH-DEPT.
           PERFORM 6100-FIND-DEPT THRU 6100-EXIT.
           IF DEPT-FOUND THEN
              ADD SL-QUANTITY  TO WS-DEPT-UNITS(DEPT-IDX)
              ADD SL-AMOUNT    TO WS-DEPT-SALES(DEPT-IDX)
              ADD WS-LINE-COST TO WS-DEPT-COST(DEPT-IDX)
           END-IF.
           ADD WS-LINE-COST TO WS-TOTAL-COST.
       3000-READ-NEXT.
           PERFORM 3900-READ-SALE THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3900-READ-SALE.
           READ DAILY-SALES
              AT END SET END-OF-SALES TO TRUE
           END-READ.
       3900-EXIT.
           EXIT.

      *-------------------------------------------------
      * COUNTED LESS THAN BOOK IS SHRINKAGE: DEBIT THE
      * SHRINKAGE ACCOUNT, CREDIT STOCK. COUNTED MORE
      * THAN BOOK REVERSES THE PAIR. THE BOOK BECOMES THE
      * COUNT EITHER WAY.
      *-------------------------------------------------
       4000-APPLY-COUNT.
           MOVE WS-CNT-ITEM-CODE(CNT-IDX) TO WS-SEARCH-ITEM.
           PERFORM 6000-FIND-ITEM THRU 6000-EXIT.
           IF NOT ITEM-FOUND THEN
              GO TO 4000-EXIT
           END-IF.

           COMPUTE WS-VARIANCE-QTY =
               WS-CNT-QUANTITY(CNT-IDX) - WS-IT-QTY(ITM-IDX).
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QTY * WS-IT-UNIT-COST(ITM-IDX).

           MOVE WS-IT-QTY(ITM-IDX)        TO WS-QTY-ED.
           MOVE WS-CNT-QUANTITY(CNT-IDX)  TO WS-QTY-ED2.
           MOVE WS-VARIANCE-QTY           TO WS-SIGNED-QTY-ED.
           MOVE WS-VARIANCE-VALUE         TO WS-SIGNED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-IT-ITEM-CODE(ITM-IDX) ' '
               WS-IT-DEPT-CODE(ITM-IDX) ' ' WS-QTY-ED ' '
               WS-QTY-ED2 ' ' WS-SIGNED-QTY-ED ' ' WS-SIGNED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.

           MOVE WS-CNT-QUANTITY(CNT-IDX) TO WS-IT-QTY(ITM-IDX).
           MOVE CYC-RUN-DATE TO WS-IT-COUNT-DATE(ITM-IDX).
           ADD WS-VARIANCE-VALUE TO WS-TOTAL-SHRINK.

           IF WS-VARIANCE-VALUE = ZERO THEN
              GO TO 4000-EXIT
           END-IF.
           IF WS-VARIANCE-VALUE < ZERO THEN
              COMPUTE WS-POST-AMOUNT = ZERO - WS-VARIANCE-VALUE
              MOVE WS-SHRINK-ACCT-ID TO TRX-ACCT-ID
              PERFORM 4100-POST-DEBIT THRU 4100-EXIT
              MOVE WS-STOCK-ACCT-ID TO TRX-ACCT-ID
              PERFORM 4200-POST-CREDIT THRU 4200-EXIT
           ELSE
              MOVE WS-VARIANCE-VALUE TO WS-POST-AMOUNT
              MOVE WS-STOCK-ACCT-ID TO TRX-ACCT-ID
              PERFORM 4100-POST-DEBIT THRU 4100-EXIT
              MOVE WS-SHRINK-ACCT-ID TO TRX-ACCT-ID
              PERFORM 4200-POST-CREDIT THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-POST-DEBIT.
           MOVE 'D'            TO TRX-TYPE.
           MOVE WS-POST-AMOUNT TO TRX-AMOUNT.
           MOVE SPACES         TO TRX-TO-ACCT-ID.
           WRITE TRANSACTION-RECORD.
       4100-EXIT.
           EXIT.

       4200-POST-CREDIT.
           MOVE 'C'            TO TRX-TYPE.
           MOVE WS-POST-AMOUNT TO TRX-AMOUNT.
           MOVE SPACES         TO TRX-TO-ACCT-ID.
           WRITE TRANSACTION-RECORD.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NEW MASTER GENERATION, IN THE SAME ORDER AS
      * THE OLD ONE. EVERY ITEM AT OR BELOW ITS REORDER
      * POINT GOES ON THE REORDER REPORT.
      *-------------------------------------------------
       5000-WRITE-MASTER.
           OPEN OUTPUT ITEM-MASTER-OUT.
           PERFORM 5100-WRITE-ONE-ITEM THRU 5100-EXIT
               VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > WS-ITEM-COUNT.
           CLOSE ITEM-MASTER-OUT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ITEM.
           MOVE WS-ITEM-RECORD(ITM-IDX) TO ITEM-MASTER-OUT-RECORD.
           WRITE ITEM-MASTER-OUT-RECORD.
           IF WS-IT-QTY(ITM-IDX) > WS-IT-REORDER-PT(ITM-IDX) THEN
              GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-REORDER-COUNT.
           MOVE WS-IT-QTY(ITM-IDX)         TO WS-QTY-ED.
           MOVE WS-IT-REORDER-PT(ITM-IDX)  TO WS-QTY-ED2.
           MOVE WS-IT-REORDER-QTY(ITM-IDX) TO WS-QTY-ED3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-IT-ITEM-CODE(ITM-IDX) ' '
               WS-IT-DEPT-CODE(ITM-IDX) ' ' WS-IT-DESC(ITM-IDX) ' '
               WS-QTY-ED ' ' WS-QTY-ED2 ' ' WS-QTY-ED3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.
       5100-EXIT.
           EXIT.

       6000-FIND-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           SET ITM-IDX TO 1.
           PERFORM 6010-COMPARE-ITEM THRU 6010-EXIT
               UNTIL ITM-IDX > WS-ITEM-COUNT OR ITEM-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-ITEM.
           IF WS-IT-ITEM-CODE(ITM-IDX) = WS-SEARCH-ITEM THEN
              SET ITEM-FOUND TO TRUE
           ELSE
              SET ITM-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

       6100-FIND-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           SET DEPT-IDX TO 1.
           PERFORM 6110-COMPARE-DEPT THRU 6110-EXIT
               UNTIL DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND.
           IF NOT DEPT-FOUND AND WS-DEPT-COUNT < WS-MAX-DEPTS THEN
              ADD 1 TO WS-DEPT-COUNT
              SET DEPT-IDX TO WS-DEPT-COUNT
              MOVE WS-SEARCH-DEPT TO WS-DEPT-CODE(DEPT-IDX)
              MOVE ZERO TO WS-DEPT-UNITS(DEPT-IDX)
                           WS-DEPT-SALES(DEPT-IDX)
                           WS-DEPT-COST(DEPT-IDX)
              SET DEPT-FOUND TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.

       6110-COMPARE-DEPT.
           IF WS-DEPT-CODE(DEPT-IDX) = WS-SEARCH-DEPT THEN
              SET DEPT-FOUND TO TRUE
           ELSE
              SET DEPT-IDX UP BY 1
           END-IF.
       6110-EXIT.
           EXIT.

      *-------------------------------------------------
      * COST OF SALES BY DEPARTMENT, WITH THE TAKINGS FOR
      * THE ITEMISED SALES ALONGSIDE.
      *-------------------------------------------------
       8000-PRINT-COST-OF-SALES.
           OPEN OUTPUT COST-OF-SALES-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COST OF SALES  BUSINESS DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COST-OF-SALES-RECORD.
           WRITE COST-OF-SALES-RECORD.
           MOVE 'DEPT   UNITS        SALES  COST OF SALES'
               TO COST-OF-SALES-RECORD.
           WRITE COST-OF-SALES-RECORD.
           PERFORM 8100-PRINT-DEPT-LINE THRU 8100-EXIT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT.
           MOVE WS-TOTAL-COST TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL COST OF SALES        ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COST-OF-SALES-RECORD.
           WRITE COST-OF-SALES-RECORD.
           CLOSE COST-OF-SALES-REPORT.
       8000-EXIT.
           EXIT.

       8100-PRINT-DEPT-LINE.
           MOVE WS-DEPT-UNITS(DEPT-IDX) TO WS-QTY-ED.
           MOVE WS-DEPT-SALES(DEPT-IDX) TO WS-AMOUNT-ED.
           MOVE WS-DEPT-COST(DEPT-IDX)  TO WS-AMOUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-DEPT-CODE(DEPT-IDX) ' ' WS-QTY-ED ' '
               WS-AMOUNT-ED '   ' WS-AMOUNT-ED2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COST-OF-SALES-RECORD.
           WRITE COST-OF-SALES-RECORD.
       8100-EXIT.
           EXIT.

       8500-CLOSE-REPORTS.
           MOVE WS-REORDER-COUNT TO WS-QTY-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ITEMS TO REORDER ' WS-QTY-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.
           CLOSE REORDER-REPORT.

           MOVE WS-COUNT-COUNT  TO WS-QTY-ED.
           MOVE WS-TOTAL-SHRINK TO WS-SIGNED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ITEMS COUNTED ' WS-QTY-ED
               '   NET VARIANCE ' WS-SIGNED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VARIANCE-REPORT-RECORD.
           WRITE VARIANCE-REPORT-RECORD.
           CLOSE VARIANCE-REPORT.
       8500-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'STOCKDEPL'      TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 'STOCK - UNKNOWN ITEM OR OVERSOLD BOOK'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'CONCESSION STOCK UPDATED' TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
