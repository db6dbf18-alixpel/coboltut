      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  AgentSettlement.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTH-END SETTLEMENT OF THE
      *               AGENTS (THE PARTNER HOTELS) SELLING DRAW
      *               TICKETS ON OUR BEHALF - THEIR COMMISSION
      *               WAS PAID FROM A HAND TALLY. CALLABLE
      *               FROM MONTHLYCYCLE, PARTNERSETTLEMENT'S
      *               PATTERN AND SAME REPORT-MONTH-PARM.
      *               SUMS THE REPORTING MONTH'S LINES ON THE
      *               OUTLET SALES LEDGER DRAWPROFITLOSS
      *               APPENDS PER DRAW, AND FOR EACH AGENT
      *               NETS THE COMMISSION EARNED AGAINST THE
      *               TICKET MONEY THE AGENT HOLDS FOR US.
      *               THE NET DUE IS POSTED AS A RECEIVABLE
      *               CREDIT THROUGH TRANFILE AGAINST THE
      *               AGENT'S SETTLEMENT ACCOUNT, AS PARTNER
      *               INVOICES ARE. OWN-KIOSK SALES ARE
      *               LISTED BUT NOT SETTLED. LEDGER LINES
      *               FOR AN OUTLET NOT ON THE MASTER, OR AN
      *               AGENT WITH NO SETTLEMENT ACCOUNT,
      *               RETURN CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLET-SALES ASSIGN TO "OUTLSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLET-SALES-STATUS.

           SELECT OUTLET-MASTER ASSIGN TO "OUTLETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLET-MASTER-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT AGENT-SETTLEMENTS ASSIGN TO "AGNTSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENT-SETL-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  OUTLET-SALES.
           COPY "oslgfd.cpy".

       FD  OUTLET-MASTER.
           COPY "outlfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  AGENT-SETTLEMENTS.
       01  AGENT-SETTLEMENT-RECORD  PIC X(65).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS      PIC X(02).
       01  WS-OUTLET-SALES-STATUS   PIC X(02).
       01  WS-OUTLET-MASTER-STATUS  PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-AGENT-SETL-STATUS     PIC X(02).

       01  WS-SWITCHES.
           05 WS-SALES-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-OUTLET-SALES VALUE 'Y'.
           05 WS-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-OUTLETS     VALUE 'Y'.
           05 WS-OUTLET-FOUND-SW    PIC X(01).
              88 OUTLET-FOUND       VALUE 'Y'.
           05 WS-SALES-OPEN-SW      PIC X(01) VALUE 'N'.
              88 OUTLET-SALES-OPEN  VALUE 'Y'.

       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-DRAW-MONTH            PIC 9(06).

       01  WS-MAX-OUTLETS           PIC 9(03) COMP VALUE 100.
       01  WS-OUTLET-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-OUTLET-TABLE.
           05 WS-OUTLET-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-OUTLET-COUNT
                 INDEXED BY OUT-IDX.
              10 WS-OUT-CODE        PIC X(04).
              10 WS-OUT-NAME        PIC X(20).
              10 WS-OUT-TYPE        PIC X(01).
                 88 WS-OUT-AGENT    VALUE 'A'.
              10 WS-OUT-ACCT-ID     PIC X(06).
              10 WS-OUT-TICKETS     PIC 9(07) COMP.
              10 WS-OUT-GROSS       PIC 9(09)V99.
              10 WS-OUT-COMMISSION  PIC 9(09)V99.

       01  WS-UNKNOWN-OUTLET-COUNT  PIC 9(05) COMP VALUE ZERO.
       01  WS-NO-ACCOUNT-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-NET-DUE               PIC 9(09)V99.
       01  WS-KIOSK-GROSS           PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-COMMISSION      PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-NET             PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(65).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-TOTAL-ED              PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-SALES THRU 2000-EXIT
               UNTIL END-OF-OUTLET-SALES.
           IF OUTLET-SALES-OPEN THEN
              CLOSE OUTLET-SALES
           END-IF.
           PERFORM 8000-PRINT-SETTLEMENTS THRU 8000-EXIT.

           IF WS-UNKNOWN-OUTLET-COUNT > ZERO
              OR WS-NO-ACCOUNT-COUNT > ZERO THEN
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

           OPEN INPUT OUTLET-MASTER.
           IF WS-OUTLET-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-OUTLET THRU 1100-EXIT
                  UNTIL END-OF-OUTLETS
                     OR WS-OUTLET-COUNT >= WS-MAX-OUTLETS
              CLOSE OUTLET-MASTER
           END-IF.

           OPEN INPUT OUTLET-SALES.
           IF WS-OUTLET-SALES-STATUS NOT = '00' THEN
              SET END-OF-OUTLET-SALES TO TRUE
           ELSE
              SET OUTLET-SALES-OPEN TO TRUE
              PERFORM 2900-READ-OUTLET-SALE THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-OUTLET.
           READ OUTLET-MASTER
              AT END SET END-OF-OUTLETS TO TRUE
           END-READ.
           IF NOT END-OF-OUTLETS THEN
              ADD 1 TO WS-OUTLET-COUNT
              MOVE OL-OUTLET-CODE    TO WS-OUT-CODE(WS-OUTLET-COUNT)
              MOVE OL-OUTLET-NAME    TO WS-OUT-NAME(WS-OUTLET-COUNT)
              MOVE OL-OUTLET-TYPE    TO WS-OUT-TYPE(WS-OUTLET-COUNT)
              MOVE OL-SETTLE-ACCT-ID
                  TO WS-OUT-ACCT-ID(WS-OUTLET-COUNT)
              MOVE ZERO TO WS-OUT-TICKETS(WS-OUTLET-COUNT)
                           WS-OUT-GROSS(WS-OUTLET-COUNT)
                           WS-OUT-COMMISSION(WS-OUTLET-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY DRAWS DATED IN THE REPORTING MONTH COUNT. THE
      * COMMISSION IS TAKEN AS THE LEDGER CARRIES IT - AT
      * THE RATE IN FORCE ON THE DRAW DATE.
      *-------------------------------------------------
       2000-TALLY-SALES.
           DIVIDE OS-DRAW-DATE BY 100 GIVING WS-DRAW-MONTH.
           IF WS-DRAW-MONTH = WS-REPORT-MONTH THEN
              PERFORM 2100-FIND-OUTLET THRU 2100-EXIT
              IF OUTLET-FOUND THEN
                 ADD OS-TICKETS    TO WS-OUT-TICKETS(OUT-IDX)
                 ADD OS-GROSS      TO WS-OUT-GROSS(OUT-IDX)
                 ADD OS-COMMISSION TO WS-OUT-COMMISSION(OUT-IDX)
              ELSE
                 ADD 1 TO WS-UNKNOWN-OUTLET-COUNT
              END-IF
           END-IF.
           PERFORM 2900-READ-OUTLET-SALE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-OUTLET.
           MOVE 'N' TO WS-OUTLET-FOUND-SW.
           SET OUT-IDX TO 1.
           PERFORM 2110-COMPARE-OUTLET THRU 2110-EXIT
               UNTIL OUT-IDX > WS-OUTLET-COUNT OR OUTLET-FOUND.
       2100-EXIT.
           EXIT.

       2110-COMPARE-OUTLET.
           IF WS-OUT-CODE(OUT-IDX) = OS-OUTLET-CODE THEN
              SET OUTLET-FOUND TO TRUE
           ELSE
              SET OUT-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

       2900-READ-OUTLET-SALE.
           READ OUTLET-SALES
              AT END SET END-OF-OUTLET-SALES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE SETTLEMENT SECTION PER AGENT THAT SOLD IN THE
      * MONTH - TICKETS, TICKET MONEY HELD, COMMISSION
      * EARNED AND THE NET DUE TO US, POSTED THROUGH
      * TRANFILE.
      *-------------------------------------------------
       8000-PRINT-SETTLEMENTS.
           OPEN OUTPUT AGENT-SETTLEMENTS.

           MOVE SPACES TO AGENT-SETTLEMENT-RECORD.
           STRING 'AGENT SETTLEMENT  MONTH ' WS-REPORT-MONTH
               DELIMITED BY SIZE INTO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.

           PERFORM 8100-SETTLE-ONE-AGENT THRU 8100-EXIT
               VARYING OUT-IDX FROM 1 BY 1
               UNTIL OUT-IDX > WS-OUTLET-COUNT.

           MOVE '-------------------------------------------------'
               TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.
           MOVE WS-GRAND-COMMISSION TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL AGENT COMMISSION  ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.
           MOVE WS-GRAND-NET TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL NET DUE POSTED    ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.
           MOVE WS-KIOSK-GROSS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OWN-KIOSK SALES (NOT SETTLED) ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.

           IF WS-UNKNOWN-OUTLET-COUNT > ZERO THEN
              MOVE WS-UNKNOWN-OUTLET-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'LEDGER LINES FOR UNKNOWN OUTLETS ' WS-COUNT-ED
                  ' - REVIEW'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD
              WRITE AGENT-SETTLEMENT-RECORD
           END-IF.

           CLOSE AGENT-SETTLEMENTS.
       8000-EXIT.
           EXIT.

       8100-SETTLE-ONE-AGENT.
           IF WS-OUT-TICKETS(OUT-IDX) = ZERO THEN
              GO TO 8100-EXIT
           END-IF.
           IF NOT WS-OUT-AGENT(OUT-IDX) THEN
              ADD WS-OUT-GROSS(OUT-IDX) TO WS-KIOSK-GROSS
              GO TO 8100-EXIT
           END-IF.
           COMPUTE WS-NET-DUE =
               WS-OUT-GROSS(OUT-IDX) - WS-OUT-COMMISSION(OUT-IDX).

           MOVE '-------------------------------------------------'
               TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'AGENT ' WS-OUT-CODE(OUT-IDX) ' '
               WS-OUT-NAME(OUT-IDX)
               '  ACCOUNT ' WS-OUT-ACCT-ID(OUT-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.

           MOVE WS-OUT-TICKETS(OUT-IDX) TO WS-COUNT-ED.
           MOVE WS-OUT-GROSS(OUT-IDX)   TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TICKETS SOLD ' WS-COUNT-ED
               '  TICKET MONEY HELD ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.

           MOVE WS-OUT-COMMISSION(OUT-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LESS COMMISSION EARNED        ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.

           MOVE WS-NET-DUE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NET DUE FROM AGENT            ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD.
           WRITE AGENT-SETTLEMENT-RECORD.

           IF WS-OUT-ACCT-ID(OUT-IDX) = SPACES THEN
              MOVE 'NO SETTLEMENT ACCOUNT ON THE OUTLET MASTER -'
                  TO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO AGENT-SETTLEMENT-RECORD
              MOVE ' NOT POSTED' TO AGENT-SETTLEMENT-RECORD(45:11)
              WRITE AGENT-SETTLEMENT-RECORD
              ADD 1 TO WS-NO-ACCOUNT-COUNT
              GO TO 8100-EXIT
           END-IF.

           ADD WS-OUT-COMMISSION(OUT-IDX) TO WS-GRAND-COMMISSION.
           ADD WS-NET-DUE TO WS-GRAND-NET.
           IF WS-NET-DUE > ZERO THEN
              PERFORM 8200-POST-NET-DUE THRU 8200-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

       8200-POST-NET-DUE.
           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-OUT-ACCT-ID(OUT-IDX) TO TRX-ACCT-ID.
           MOVE 'C'                     TO TRX-TYPE.
           MOVE WS-NET-DUE              TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.
       8200-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'AGENTSTTL'     TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-UNKNOWN-OUTLET-COUNT > ZERO
                 MOVE 'AGENT SETTLEMENT - UNKNOWN OUTLETS'
                     TO CLR-MESSAGE
              WHEN WS-NO-ACCOUNT-COUNT > ZERO
                 MOVE 'AGENT SETTLEMENT - AGENT NOT POSTED'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'AGENT SETTLEMENT PRODUCED' TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
