      *               TIER-2 PRIZE MARKETING KEEPS
      *               ENLARGING COSTS MORE THAN THE DRAW
      *               BRINGS IN.
      * 15/10/26  AP  THE DRAW'S TICKET REVENUE IS PASSED TO
      *               THE SHARED VATSPLIT MODULE AS REVENUE
      *               TYPE 'DRAW' (EXEMPT ON THE RATE TABLE)
      *               SO THE MONTHLY VAT RETURN CARRIES IT IN
      *               THE EXEMPT BOX, DATED THE DRAW DATE.
      *               THE P+L IS RUN ONCE PER DRAW.
      * 15/10/26  AP  EVERY TICKET SALE NOW CARRIES THE CODE
      *               OF THE OUTLET THAT SOLD IT, CHECKED
      *               AGAINST THE OUTLET MASTER (OUTLETS).
      *               THE SALES-BY-OUTLET REPORT (DRAWOUTL)
      *               SHOWS TICKETS, REVENUE AND COMMISSION
      *               PER OUTLET, AND EACH OUTLET'S LINE IS
      *               APPENDED TO THE OUTLET SALES LEDGER
      *               (OUTLSALE) FOR THE MONTHLY AGENT
      *               SETTLEMENT - ONCE PER DRAW DATE, A
      *               RERUN FINDS THE DATE ALREADY ON THE
      *               LEDGER. COMMISSION IS A COST LINE ON
      *               THE P+L AND COMES OFF THE NET MARGIN.
      *               SALES FROM AN OUTLET NOT ON THE MASTER
      *               EARN NO COMMISSION AND RETURN CODE 4.
      * 15/10/26  AP  TICKSALE LAYOUT NOW TAKEN FROM THE SHARED
      *               TKSALFD COPYBOOK.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNL-REPORT-STATUS.

           SELECT OUTLET-MASTER ASSIGN TO "OUTLETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLET-MASTER-STATUS.

           SELECT OUTLET-SALES ASSIGN TO "OUTLSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLET-SALES-STATUS.

           SELECT OUTLET-REPORT ASSIGN TO "DRAWOUTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLET-REPORT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  TICKET-SALES.
           COPY "tksalfd.cpy".

       FD  DRAW-HISTORY.
           COPY "drawhfd.cpy".
       FD  PNL-REPORT.
       01  PNL-REPORT-RECORD          PIC X(70).

       FD  OUTLET-MASTER.
           COPY "outlfd.cpy".

       FD  OUTLET-SALES.
           COPY "oslgfd.cpy".

       FD  OUTLET-REPORT.
       01  OUTLET-REPORT-RECORD       PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-TICKET-SALES-STATUS     PIC X(02).
       01  WS-DRAW-HISTORY-STATUS     PIC X(02).
       01  WS-TICKET-PRICE-STATUS     PIC X(02).
       01  WS-DRAW-DATE-STATUS        PIC X(02).
       01  WS-PNL-REPORT-STATUS       PIC X(02).
       01  WS-OUTLET-MASTER-STATUS    PIC X(02).
       01  WS-OUTLET-SALES-STATUS     PIC X(02).
       01  WS-OUTLET-REPORT-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-SALES-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-UNCLAIMED     VALUE 'Y'.
           05 WS-DATE-FIXED-SW        PIC X(01) VALUE 'N'.
              88 DRAW-DATE-FIXED      VALUE 'Y'.
           05 WS-OUTLET-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-OUTLETS       VALUE 'Y'.
           05 WS-OUTLET-FOUND-SW      PIC X(01).
              88 OUTLET-FOUND         VALUE 'Y'.
           05 WS-LEDGER-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LEDGER        VALUE 'Y'.
           05 WS-ON-LEDGER-SW         PIC X(01) VALUE 'N'.
              88 DRAW-ON-LEDGER       VALUE 'Y'.

       01  WS-DRAW-DATE               PIC 9(08) VALUE ZERO.
       01  WS-TICKET-PRICE            PIC 9(05)V99 VALUE 5.00.
       01  WS-UNCLAIMED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NET-MARGIN              PIC S9(09)V99.

      *-------------------------------------------------
      * THE OUTLET MASTER WITH THE DRAW'S SALES TALLIED
      * PER OUTLET. SALES UNDER A CODE NOT ON THE MASTER
      * ARE COUNTED APART AND EARN NO COMMISSION.
      *-------------------------------------------------
       01  WS-MAX-OUTLETS             PIC 9(03) COMP VALUE 100.
       01  WS-OUTLET-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-OUTLET-TABLE.
           05 WS-OUTLET-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-OUTLET-COUNT
                 INDEXED BY OUT-IDX.
              10 WS-OUT-CODE         PIC X(04).
              10 WS-OUT-NAME         PIC X(20).
              10 WS-OUT-TYPE         PIC X(01).
              10 WS-OUT-PCT          PIC 9(02)V99.
              10 WS-OUT-TICKETS      PIC 9(05) COMP.
              10 WS-OUT-GROSS        PIC 9(07)V99.
              10 WS-OUT-COMMISSION   PIC 9(07)V99.
       01  WS-UNKNOWN-OUTLET-SALES    PIC 9(05) COMP VALUE ZERO.
       01  WS-UNKNOWN-OUTLET-GROSS    PIC 9(07)V99 VALUE ZERO.
       01  WS-DRAW-COMMISSION         PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(70).
       01  WS-COUNT-ED                PIC ZZZZ9.
       01  WS-AMOUNT-ED               PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED                PIC ZZZZZZZZ9.99.
       01  WS-MARGIN-ED               PIC -ZZZZZZZZ9.99.

       COPY "vatsparm.cpy".

      ***************************
       PROCEDURE DIVISION.
      ***************************
           END-IF.
           PERFORM 3000-TALLY-UNCLAIMED THRU 3000-EXIT.
           PERFORM 8000-WRITE-PNL THRU 8000-EXIT.
           PERFORM 8500-JOURNAL-TICKET-REVENUE THRU 8500-EXIT.
           PERFORM 8600-WRITE-OUTLET-SALES THRU 8600-EXIT.

           IF WS-UNKNOWN-OUTLET-SALES > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

              CLOSE PRIZE-TABLE
           END-IF.

           OPEN INPUT OUTLET-MASTER.
           IF WS-OUTLET-MASTER-STATUS = '00' THEN
              PERFORM 1300-LOAD-OUTLET THRU 1300-EXIT
                  UNTIL END-OF-OUTLETS
                     OR WS-OUTLET-COUNT >= WS-MAX-OUTLETS
              CLOSE OUTLET-MASTER
           END-IF.

           OPEN INPUT TICKET-SALES.
           IF WS-TICKET-SALES-STATUS = '00' THEN
              PERFORM 1200-COUNT-ONE-SALE THRU 1200-EXIT
           END-IF.
           COMPUTE WS-TICKET-REVENUE =
               WS-TICKETS-SOLD * WS-TICKET-PRICE.
           PERFORM 1400-PRICE-OUTLET THRU 1400-EXIT
               VARYING OUT-IDX FROM 1 BY 1
               UNTIL OUT-IDX > WS-OUTLET-COUNT.
           COMPUTE WS-UNKNOWN-OUTLET-GROSS =
               WS-UNKNOWN-OUTLET-SALES * WS-TICKET-PRICE.

           OPEN INPUT DRAW-HISTORY.
           IF WS-DRAW-HISTORY-STATUS NOT = '00' THEN
           READ TICKET-SALES
              AT END SET END-OF-TICKET-SALES TO TRUE
           END-READ.
           IF END-OF-TICKET-SALES THEN
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-TICKETS-SOLD.
           MOVE 'N' TO WS-OUTLET-FOUND-SW.
           SET OUT-IDX TO 1.
           SEARCH WS-OUTLET-ENTRY
              AT END
                 CONTINUE
              WHEN WS-OUT-CODE(OUT-IDX) = TK-OUTLET-CODE
                 SET OUTLET-FOUND TO TRUE
           END-SEARCH.
           IF OUTLET-FOUND THEN
              ADD 1 TO WS-OUT-TICKETS(OUT-IDX)
           ELSE
              ADD 1 TO WS-UNKNOWN-OUTLET-SALES
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-OUTLET.
           READ OUTLET-MASTER
              AT END SET END-OF-OUTLETS TO TRUE
           END-READ.
           IF NOT END-OF-OUTLETS THEN
              ADD 1 TO WS-OUTLET-COUNT
              MOVE OL-OUTLET-CODE TO WS-OUT-CODE(WS-OUTLET-COUNT)
              MOVE OL-OUTLET-NAME TO WS-OUT-NAME(WS-OUTLET-COUNT)
              MOVE OL-OUTLET-TYPE TO WS-OUT-TYPE(WS-OUTLET-COUNT)
              IF OL-COMMISSION-PCT IS NUMERIC THEN
                 MOVE OL-COMMISSION-PCT
                     TO WS-OUT-PCT(WS-OUTLET-COUNT)
              ELSE
                 MOVE ZERO TO WS-OUT-PCT(WS-OUTLET-COUNT)
              END-IF
              MOVE ZERO TO WS-OUT-TICKETS(WS-OUTLET-COUNT)
                           WS-OUT-GROSS(WS-OUTLET-COUNT)
                           WS-OUT-COMMISSION(WS-OUTLET-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * EACH OUTLET'S REVENUE AT THE DRAW'S TICKET PRICE
      * AND ITS COMMISSION AT THE OUTLET'S RATE.
      *-------------------------------------------------
       1400-PRICE-OUTLET.
           COMPUTE WS-OUT-GROSS(OUT-IDX) =
               WS-OUT-TICKETS(OUT-IDX) * WS-TICKET-PRICE.
           COMPUTE WS-OUT-COMMISSION(OUT-IDX) ROUNDED =
               WS-OUT-GROSS(OUT-IDX) * WS-OUT-PCT(OUT-IDX) / 100.
           ADD WS-OUT-COMMISSION(OUT-IDX) TO WS-DRAW-COMMISSION.
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY WINNER LINE FEEDS THE SEASON TOTALS; THE
      * REPORTED DRAW'S LINES ALSO FEED THE PER-TIER
           MOVE WS-REPORT-LINE TO PNL-REPORT-RECORD.
           WRITE PNL-REPORT-RECORD.

           MOVE WS-DRAW-COMMISSION TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OUTLET COMMISSION THIS DRAW ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PNL-REPORT-RECORD.
           WRITE PNL-REPORT-RECORD.

           COMPUTE WS-NET-MARGIN =
               WS-TICKET-REVENUE - WS-DRAW-GROSS
                                 - WS-DRAW-COMMISSION.
           MOVE WS-NET-MARGIN TO WS-MARGIN-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NET MARGIN THIS DRAW ' WS-MARGIN-ED
           WRITE PNL-REPORT-RECORD.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * DRAW TICKETS ARE EXEMPT - THE SPLIT GIVES NO VAT
      * AND ONLY RECORDS THE REVENUE ON THE VAT JOURNAL.
      *-------------------------------------------------
       8500-JOURNAL-TICKET-REVENUE.
           IF WS-TICKET-REVENUE > ZERO THEN
              MOVE WS-DRAW-DATE      TO VSP-BUSINESS-DATE
              MOVE 'DRAWPNL'         TO VSP-SOURCE
              MOVE 'DRAW'            TO VSP-REVENUE-TYPE
              MOVE 'S'               TO VSP-DIRECTION
              MOVE WS-TICKET-REVENUE TO VSP-GROSS-AMOUNT
              CALL 'VATSPLIT' USING VSP-PARM-AREA
           END-IF.
       8500-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE SALES-BY-OUTLET REPORT, AND ONE LEDGER LINE
      * PER OUTLET THAT SOLD FOR THE DRAW. THE LEDGER IS
      * CHECKED FIRST - A DRAW DATE ALREADY ON IT IS NOT
      * APPENDED AGAIN, SO A RERUN CANNOT SETTLE AN AGENT
      * TWICE.
      *-------------------------------------------------
       8600-WRITE-OUTLET-SALES.
           OPEN INPUT OUTLET-SALES.
           IF WS-OUTLET-SALES-STATUS = '00' THEN
              PERFORM 8610-CHECK-LEDGER THRU 8610-EXIT
                  UNTIL END-OF-LEDGER OR DRAW-ON-LEDGER
              CLOSE OUTLET-SALES
           END-IF.

           OPEN OUTPUT OUTLET-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DRAW SALES BY OUTLET  DRAW ' WS-DRAW-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO OUTLET-REPORT-RECORD.
           WRITE OUTLET-REPORT-RECORD.
           MOVE 'OUTL NAME                 T  TICKETS     REVENUE'
               TO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO OUTLET-REPORT-RECORD.
           MOVE '  COMMISSION' TO OUTLET-REPORT-RECORD(51:12).
           WRITE OUTLET-REPORT-RECORD.

           IF NOT DRAW-ON-LEDGER THEN
              OPEN EXTEND OUTLET-SALES
              IF WS-OUTLET-SALES-STATUS = '35' THEN
                 OPEN OUTPUT OUTLET-SALES
              END-IF
           END-IF.
           PERFORM 8620-REPORT-ONE-OUTLET THRU 8620-EXIT
               VARYING OUT-IDX FROM 1 BY 1
               UNTIL OUT-IDX > WS-OUTLET-COUNT.
           IF NOT DRAW-ON-LEDGER THEN
              CLOSE OUTLET-SALES
           END-IF.

           IF WS-UNKNOWN-OUTLET-SALES > ZERO THEN
              MOVE WS-UNKNOWN-OUTLET-SALES TO WS-COUNT-ED
              MOVE WS-UNKNOWN-OUTLET-GROSS TO WS-AMOUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'UNKNOWN OUTLET CODE          ' WS-COUNT-ED
                  '  ' WS-AMOUNT-ED ' - NO COMMISSION'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO OUTLET-REPORT-RECORD
              WRITE OUTLET-REPORT-RECORD
           END-IF.

           MOVE WS-TICKETS-SOLD TO WS-COUNT-ED.
           MOVE WS-TICKET-REVENUE TO WS-AMOUNT-ED.
           MOVE WS-DRAW-COMMISSION TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL                        ' WS-COUNT-ED
               '  ' WS-AMOUNT-ED WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO OUTLET-REPORT-RECORD.
           WRITE OUTLET-REPORT-RECORD.

           IF DRAW-ON-LEDGER THEN
              MOVE 'DRAW ALREADY ON THE OUTLET SALES LEDGER -'
                  TO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO OUTLET-REPORT-RECORD
              MOVE ' NOT APPENDED' TO OUTLET-REPORT-RECORD(42:13)
              WRITE OUTLET-REPORT-RECORD
           END-IF.
           CLOSE OUTLET-REPORT.
       8600-EXIT.
           EXIT.

       8610-CHECK-LEDGER.
           READ OUTLET-SALES
              AT END SET END-OF-LEDGER TO TRUE
           END-READ.
           IF NOT END-OF-LEDGER
              AND OS-DRAW-DATE = WS-DRAW-DATE THEN
              SET DRAW-ON-LEDGER TO TRUE
           END-IF.
       8610-EXIT.
           EXIT.

       8620-REPORT-ONE-OUTLET.
           IF WS-OUT-TICKETS(OUT-IDX) = ZERO THEN
              GO TO 8620-EXIT
           END-IF.
           MOVE WS-OUT-TICKETS(OUT-IDX)    TO WS-COUNT-ED.
           MOVE WS-OUT-GROSS(OUT-IDX)      TO WS-AMOUNT-ED.
           MOVE WS-OUT-COMMISSION(OUT-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-OUT-CODE(OUT-IDX) ' ' WS-OUT-NAME(OUT-IDX)
               '  ' WS-OUT-TYPE(OUT-IDX) '    ' WS-COUNT-ED
               '  ' WS-AMOUNT-ED WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO OUTLET-REPORT-RECORD.
           WRITE OUTLET-REPORT-RECORD.

           IF NOT DRAW-ON-LEDGER THEN
              MOVE SPACES TO OUTLET-SALES-RECORD
              MOVE WS-DRAW-DATE              TO OS-DRAW-DATE
              MOVE WS-OUT-CODE(OUT-IDX)      TO OS-OUTLET-CODE
              MOVE WS-OUT-TICKETS(OUT-IDX)   TO OS-TICKETS
              MOVE WS-OUT-GROSS(OUT-IDX)     TO OS-GROSS
              MOVE WS-OUT-COMMISSION(OUT-IDX) TO OS-COMMISSION
              WRITE OUTLET-SALES-RECORD
           END-IF.
       8620-EXIT.
           EXIT.
