      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  RespPlayReturn.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTHLY RESPONSIBLE-PLAY
      *               RETURN TO THE LOTTERY REGULATOR FOR THE
      *               DRAW. CALLABLE FROM MONTHLYCYCLE, SAME
      *               REPORT-MONTH-PARM AS THE OTHER MONTH-
      *               END RETURNS. THREE SECTIONS - THE
      *               VISITORS WHOSE SELF-EXCLUSION ON
      *               CUSTOMER-MASTER COVERED ANY DAY OF THE
      *               MONTH, EVERY PURCHASE REFUSED AT
      *               INTAKE IN THE MONTH (TKREFUSE) WITH
      *               TOTALS BY REASON, AND THE TOP TEN
      *               PURCHASERS BY TICKETS BOUGHT IN THE
      *               MONTH FROM THE TICKET SALE HISTORY.
      *               NO CUSTOMER MASTER, OR MORE BUYERS
      *               THAN THE TABLE HOLDS, RETURN CODE 4.
      * 15/10/26  AP  REFUSALS FOR AN UNKNOWN OR INACTIVE OUTLET
      *               (REASON O) ARE COUNTED AND LISTED.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT REFUSED-PURCHASES ASSIGN TO "TKREFUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSED-STATUS.

           SELECT TICKET-HISTORY ASSIGN TO "TKSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-HISTORY-STATUS.

           SELECT PLAY-RETURN ASSIGN TO "RPRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAY-RETURN-STATUS.

           COPY "custmsel.cpy".

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  REFUSED-PURCHASES.
           COPY "tkrfd.cpy".

       FD  TICKET-HISTORY.
           COPY "tkhfd.cpy".

       FD  PLAY-RETURN.
       01  PLAY-RETURN-RECORD       PIC X(70).

           COPY "custmfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS      PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-REFUSED-STATUS        PIC X(02).
       01  WS-TICKET-HISTORY-STATUS PIC X(02).
       01  WS-PLAY-RETURN-STATUS    PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).

       01  WS-SWITCHES.
           05 WS-CUSTOMER-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-CUSTOMERS   VALUE 'Y'.
           05 WS-REFUSED-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-REFUSALS    VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
              88 MASTER-OPEN        VALUE 'Y'.
           05 WS-BUYER-FOUND-SW     PIC X(01).
              88 BUYER-FOUND        VALUE 'Y'.

       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-MONTH-START           PIC 9(08).
       01  WS-MONTH-END             PIC 9(08).
       01  WS-LINE-MONTH            PIC 9(06).

       01  WS-MAX-BUYERS            PIC 9(04) COMP VALUE 2000.
       01  WS-BUYER-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-BUYER-TABLE.
           05 WS-BUYER-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-BUYER-COUNT
                 INDEXED BY BUY-IDX.
              10 WS-BUY-VISITOR-ID  PIC X(10).
              10 WS-BUY-TICKETS     PIC 9(05) COMP.
              10 WS-BUY-LISTED-SW   PIC X(01).
                 88 WS-BUY-LISTED   VALUE 'Y'.

       01  WS-TOP-LIMIT             PIC 9(02) COMP VALUE 10.
       01  WS-TOP-RANK              PIC 9(02) COMP VALUE ZERO.
       01  WS-BEST-IDX              PIC 9(04) COMP.
       01  WS-BEST-TICKETS          PIC 9(05) COMP.

       01  WS-EXCLUDED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCLUDED-REFUSALS     PIC 9(05) COMP VALUE ZERO.
       01  WS-DRAW-CAP-REFUSALS     PIC 9(05) COMP VALUE ZERO.
       01  WS-MONTH-CAP-REFUSALS    PIC 9(05) COMP VALUE ZERO.
       01  WS-UNSCREENED-REFUSALS   PIC 9(05) COMP VALUE ZERO.
       01  WS-OUTLET-REFUSALS       PIC 9(05) COMP VALUE ZERO.
       01  WS-TICKETS-SOLD          PIC 9(07) COMP VALUE ZERO.
       01  WS-UNCOUNTED-COUNT       PIC 9(05) COMP VALUE ZERO.

       01  WS-REFUSE-TEXT           PIC X(20).
       01  WS-REPORT-LINE           PIC X(70).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-TOTAL-ED              PIC ZZZZZZ9.
       01  WS-RANK-ED               PIC Z9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LIST-EXCLUSIONS THRU 2000-EXIT.
           PERFORM 3000-LIST-REFUSALS THRU 3000-EXIT.
           PERFORM 4000-LIST-TOP-PURCHASERS THRU 4000-EXIT.
           CLOSE PLAY-RETURN.

           IF NOT MASTER-OPEN
              OR WS-UNCOUNTED-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH.

           OPEN INPUT REPORT-MONTH-PARM.
           IF WS-MONTH-PARM-STATUS = '00' THEN
              READ REPORT-MONTH-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RMP-REPORT-MONTH TO WS-REPORT-MONTH
              END-READ
              CLOSE REPORT-MONTH-PARM
           END-IF.

           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31.

           OPEN OUTPUT PLAY-RETURN.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RESPONSIBLE PLAY RETURN - DRAW TICKETS  MONTH '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * SECTION 1 - EVERY VISITOR WHOSE EXCLUSION PERIOD
      * OVERLAPS THE MONTH, WHETHER IT STARTED, ENDED OR
      * RAN RIGHT THROUGH IT.
      *-------------------------------------------------
       2000-LIST-EXCLUSIONS.
           MOVE SPACES TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE 'SECTION 1 - SELF-EXCLUDED PERSONS'
               TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00' THEN
              MOVE '  NO CUSTOMER MASTER - SECTION NOT PRODUCED'
                  TO PLAY-RETURN-RECORD
              WRITE PLAY-RETURN-RECORD
              GO TO 2000-EXIT
           END-IF.
           SET MASTER-OPEN TO TRUE.

           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
           PERFORM 2100-CHECK-CUSTOMER THRU 2100-EXIT
               UNTIL END-OF-CUSTOMERS.
           CLOSE CUSTOMER-MASTER.

           MOVE WS-EXCLUDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  PERSONS SELF-EXCLUDED IN THE MONTH  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
       2000-EXIT.
           EXIT.

       2100-CHECK-CUSTOMER.
           IF CUM-SELF-EXCLUDED
              AND CUM-SELF-EXCL-START NOT > WS-MONTH-END
              AND CUM-SELF-EXCL-END NOT < WS-MONTH-START THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  ' CUM-VISITOR-ID ' ' CUM-VISITOR-NOM
                  ' FROM ' CUM-SELF-EXCL-START
                  ' TO ' CUM-SELF-EXCL-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD
              WRITE PLAY-RETURN-RECORD
              ADD 1 TO WS-EXCLUDED-COUNT
           END-IF.
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
              AT END SET END-OF-CUSTOMERS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * SECTION 2 - THE MONTH'S REFUSALS AS INTAKE LOGGED
      * THEM, THEN THE TOTALS BY REASON.
      *-------------------------------------------------
       3000-LIST-REFUSALS.
           MOVE SPACES TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE 'SECTION 2 - PURCHASES REFUSED AT INTAKE'
               TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.

           OPEN INPUT REFUSED-PURCHASES.
           IF WS-REFUSED-STATUS = '00' THEN
              PERFORM 3100-CHECK-REFUSAL THRU 3100-EXIT
                  UNTIL END-OF-REFUSALS
              CLOSE REFUSED-PURCHASES
           END-IF.

           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  PURCHASES REFUSED          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE WS-EXCLUDED-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    SELF-EXCLUDED            ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE WS-DRAW-CAP-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    OVER PER-DRAW CAP        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE WS-MONTH-CAP-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    OVER PER-MONTH CAP       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE WS-UNSCREENED-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    NOT SCREENED             ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE WS-OUTLET-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '    UNKNOWN/INACTIVE OUTLET  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
       3000-EXIT.
           EXIT.

       3100-CHECK-REFUSAL.
           READ REFUSED-PURCHASES
              AT END
                 SET END-OF-REFUSALS TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           DIVIDE TKR-REFUSE-DATE BY 100 GIVING WS-LINE-MONTH.
           IF WS-LINE-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 3100-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN TKR-SELF-EXCLUDED
                 MOVE 'SELF-EXCLUDED' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-EXCLUDED-REFUSALS
              WHEN TKR-DRAW-CAP
                 MOVE 'OVER PER-DRAW CAP' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-DRAW-CAP-REFUSALS
              WHEN TKR-MONTH-CAP
                 MOVE 'OVER PER-MONTH CAP' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-MONTH-CAP-REFUSALS
              WHEN TKR-BAD-OUTLET
                 MOVE 'OUTLET NOT VALID' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-OUTLET-REFUSALS
              WHEN OTHER
                 MOVE 'NOT SCREENED' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-UNSCREENED-REFUSALS
           END-EVALUATE.
           ADD 1 TO WS-REFUSED-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' TKR-REFUSE-DATE ' ' TKR-TICKET-ID ' '
               TKR-VISITOR-ID ' ' TKR-OUTLET-CODE ' '
               WS-REFUSE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * SECTION 3 - TICKETS BOUGHT IN THE MONTH ARE TOTALED
      * PER VISITOR, THEN THE TEN LARGEST ARE PICKED OFF
      * ONE AT A TIME, HIGHEST FIRST.
      *-------------------------------------------------
       4000-LIST-TOP-PURCHASERS.
           MOVE SPACES TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           MOVE 'SECTION 3 - TOP PURCHASERS' TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.

           OPEN INPUT TICKET-HISTORY.
           IF WS-TICKET-HISTORY-STATUS = '00' THEN
              PERFORM 4100-TALLY-PURCHASE THRU 4100-EXIT
                  UNTIL END-OF-HISTORY
              CLOSE TICKET-HISTORY
           END-IF.

           PERFORM 4300-LIST-NEXT-BUYER THRU 4300-EXIT
               UNTIL WS-TOP-RANK >= WS-TOP-LIMIT
                  OR WS-TOP-RANK >= WS-BUYER-COUNT.

           MOVE WS-TICKETS-SOLD TO WS-TOTAL-ED.
           MOVE WS-BUYER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TICKETS SOLD ' WS-TOTAL-ED
               ' TO ' WS-COUNT-ED ' PURCHASERS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
           IF WS-UNCOUNTED-COUNT > ZERO THEN
              MOVE WS-UNCOUNTED-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  TICKETS NOT TALLIED - TABLE FULL ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD
              WRITE PLAY-RETURN-RECORD
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TALLY-PURCHASE.
           READ TICKET-HISTORY
              AT END
                 SET END-OF-HISTORY TO TRUE
                 GO TO 4100-EXIT
           END-READ.
           DIVIDE TKH-SALE-DATE BY 100 GIVING WS-LINE-MONTH.
           IF WS-LINE-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-TICKETS-SOLD.

           MOVE 'N' TO WS-BUYER-FOUND-SW.
           SET BUY-IDX TO 1.
           PERFORM 4110-COMPARE-BUYER THRU 4110-EXIT
               UNTIL BUY-IDX > WS-BUYER-COUNT OR BUYER-FOUND.
           IF NOT BUYER-FOUND THEN
              IF WS-BUYER-COUNT >= WS-MAX-BUYERS THEN
                 ADD 1 TO WS-UNCOUNTED-COUNT
                 GO TO 4100-EXIT
              END-IF
              ADD 1 TO WS-BUYER-COUNT
              SET BUY-IDX TO WS-BUYER-COUNT
              MOVE TKH-VISITOR-ID TO WS-BUY-VISITOR-ID(BUY-IDX)
              MOVE ZERO TO WS-BUY-TICKETS(BUY-IDX)
              MOVE 'N' TO WS-BUY-LISTED-SW(BUY-IDX)
           END-IF.
           ADD 1 TO WS-BUY-TICKETS(BUY-IDX).
       4100-EXIT.
           EXIT.

       4110-COMPARE-BUYER.
           IF WS-BUY-VISITOR-ID(BUY-IDX) = TKH-VISITOR-ID THEN
              SET BUYER-FOUND TO TRUE
           ELSE
              SET BUY-IDX UP BY 1
           END-IF.
       4110-EXIT.
           EXIT.

       4300-LIST-NEXT-BUYER.
           MOVE ZERO TO WS-BEST-IDX.
           MOVE ZERO TO WS-BEST-TICKETS.
           PERFORM 4310-COMPARE-TICKETS THRU 4310-EXIT
               VARYING BUY-IDX FROM 1 BY 1
               UNTIL BUY-IDX > WS-BUYER-COUNT.
           SET BUY-IDX TO WS-BEST-IDX.
           MOVE 'Y' TO WS-BUY-LISTED-SW(BUY-IDX).
           ADD 1 TO WS-TOP-RANK.

           MOVE WS-TOP-RANK TO WS-RANK-ED.
           MOVE WS-BUY-TICKETS(BUY-IDX) TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-RANK-ED '. ' WS-BUY-VISITOR-ID(BUY-IDX)
               ' TICKETS ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PLAY-RETURN-RECORD.
           WRITE PLAY-RETURN-RECORD.
       4300-EXIT.
           EXIT.

       4310-COMPARE-TICKETS.
           IF NOT WS-BUY-LISTED(BUY-IDX)
              AND WS-BUY-TICKETS(BUY-IDX) > WS-BEST-TICKETS THEN
              SET WS-BEST-IDX TO BUY-IDX
              MOVE WS-BUY-TICKETS(BUY-IDX) TO WS-BEST-TICKETS
           END-IF.
       4310-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'RESPPLAYRTN'   TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN NOT MASTER-OPEN
                 MOVE 'PLAY RETURN - NO CUSTOMER MASTER'
                     TO CLR-MESSAGE
              WHEN WS-UNCOUNTED-COUNT > ZERO
                 MOVE 'PLAY RETURN - PURCHASER TABLE FULL'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'RESPONSIBLE PLAY RETURN PRODUCED'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
