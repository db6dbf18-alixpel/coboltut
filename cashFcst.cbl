      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CashForecast.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. THIRTY-DAY CASH POSITION
      *               FORECAST FOR THE FUNDING ACCOUNTS, RUN
      *               FROM CASHFCST EACH NIGHT AFTER THE DAILY
      *               CYCLE. EACH ACCOUNT OPENS AT ITS BALANCE
      *               ON TONIGHT'S ACCOUNT MASTER AND IS
      *               PROJECTED A DAY AT A TIME THROUGH EVERY
      *               KNOWN FUTURE FLOW - STANDING ORDERS BY
      *               NEXT-RUN DATE, WAREHOUSED ITEMS BY VALUE
      *               DATE, THE NEXT PAYROLL FUNDING DEBIT
      *               ESTIMATED FROM THE LAST RUN, GROUP
      *               BALANCES DUE ON THE VISIT DATE AND OPEN
      *               TUITION DUE AT THE END OF ITS THIRTY-DAY
      *               TERM. A DAY THAT CLOSES BELOW ZERO IS
      *               FLAGGED AND RETURNS CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNDING-ACCOUNT-PARM ASSIGN TO "CASHACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-PARM-STATUS.

           SELECT ACCOUNT-MASTER-OUT ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT STANDING-ORDERS ASSIGN TO "STORDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-ORDER-STATUS.

           SELECT TRANSACTION-WAREHOUSE ASSIGN TO "TRANWHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-HISTORY-STATUS.

           SELECT GROUP-BOOKINGS ASSIGN TO "GRPBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-BOOK-STATUS.

           SELECT GROUP-DEPOSIT-MASTER ASSIGN TO "GRPDEPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-DEP-STATUS.

           SELECT GROUP-DEPOSIT-ACCT-PARM ASSIGN TO "GDACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-ACCT-PARM-STATUS.

           SELECT TUITION-AR-IN ASSIGN TO "TUITAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-AR-STATUS.

           SELECT CASH-FORECAST-REPORT ASSIGN TO "CASHFCST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-RPT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
      *-------------------------------------------------
      * ONE RECORD PER ACCOUNT TO PROJECT. THE ROLE SAYS
      * WHICH ESTIMATED FLOWS LAND ON IT: P PAYROLL
      * FUNDING, G GROUP MONEY TAKEN AT THE GATE, T
      * TUITION RECEIPTS, BLANK NONE BEYOND ITS OWN
      * STANDING ORDERS AND WAREHOUSED ITEMS.
      *-------------------------------------------------
       FD  FUNDING-ACCOUNT-PARM.
       01  FUNDING-ACCOUNT-PARM-RECORD.
           05 FAP-ACCT-ID           PIC X(06).
           05 FAP-ROLE              PIC X(01).

       FD  ACCOUNT-MASTER-OUT.
       01  ACCOUNT-MASTER-OUT-RECORD.
           05 ACTO-ACCT-ID          PIC X(06).
           05 ACTO-NOM              PIC X(20).
           05 ACTO-BALANCE          PIC S9(07)V99.
           05 ACTO-CURRENCY-CODE    PIC X(03).
           05 ACTO-ACCT-TYPE        PIC X(01).
           05 ACTO-STATUS           PIC X(01).
           05 ACTO-LAST-ACTIVITY    PIC 9(08).

       FD  STANDING-ORDERS.
       01  STANDING-ORDER-RECORD.
           05 SO-ORDER-ID           PIC X(08).
           05 SO-ACCT-ID            PIC X(06).
           05 SO-TYPE               PIC X(01).
           05 SO-AMOUNT             PIC 9(07)V99.
           05 SO-FREQUENCY          PIC X(01).
           05 SO-NEXT-RUN-DATE      PIC 9(08).
           05 SO-END-DATE           PIC 9(08).

       FD  TRANSACTION-WAREHOUSE.
       01  WAREHOUSE-RECORD.
           05 WH-ACCT-ID            PIC X(06).
           05 WH-TYPE               PIC X(01).
           05 WH-AMOUNT             PIC 9(07)V99.
           05 WH-TO-ACCT-ID         PIC X(06).
           05 WH-VALUE-DATE         PIC 9(08).
           05 WH-KEYED-OPER         PIC X(06).

       FD  TRANSACTION-HISTORY.
           COPY "tranhfd.cpy".

       FD  GROUP-BOOKINGS.
       01  GROUP-BOOKING-RECORD.
           05 GB-GROUP-ID           PIC X(08).
           05 GB-PARTY-SIZE         PIC 9(04).
           05 GB-CHAPERONE-COUNT    PIC 9(03).
           05 GB-GROUP-RATE         PIC 9(05)V99.
           05 GB-VISIT-DATE         PIC 9(08).

       FD  GROUP-DEPOSIT-MASTER.
       01  GROUP-DEPOSIT-RECORD.
           05 GD-GROUP-ID           PIC X(08).
           05 GD-DEPOSIT-HELD       PIC 9(07)V99.
           05 GD-STATUS             PIC X(01).

       FD  GROUP-DEPOSIT-ACCT-PARM.
       01  GROUP-DEPOSIT-ACCT-RECORD.
           05 GDA-ACCT-ID           PIC X(06).

       FD  TUITION-AR-IN.
       01  TUITION-AR-IN-RECORD.
           05 TAI-STUDENT-ID        PIC X(06).
           05 TAI-BILLED-TOTAL      PIC 9(07)V99.
           05 TAI-PAID-TOTAL        PIC 9(07)V99.
           05 TAI-LAST-BILL-DATE    PIC 9(08).
           05 TAI-BILLED-TERM       PIC X(05).

       FD  CASH-FORECAST-REPORT.
       01  CASH-FORECAST-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FUND-PARM-STATUS      PIC X(02).
       01  WS-ACCOUNT-MASTER-STATUS PIC X(02).
       01  WS-STANDING-ORDER-STATUS PIC X(02).
       01  WS-WAREHOUSE-STATUS      PIC X(02).
       01  WS-TRAN-HISTORY-STATUS   PIC X(02).
       01  WS-GROUP-BOOK-STATUS     PIC X(02).
       01  WS-GROUP-DEP-STATUS      PIC X(02).
       01  WS-GD-ACCT-PARM-STATUS   PIC X(02).
       01  WS-TUITION-AR-STATUS     PIC X(02).
       01  WS-CASH-RPT-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05 WS-PARM-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-PARM        VALUE 'Y'.
           05 WS-ACCOUNT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS    VALUE 'Y'.
           05 WS-ORDER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ORDERS      VALUE 'Y'.
           05 WS-WAREHOUSE-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-WAREHOUSE   VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-GROUP-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-GROUPS      VALUE 'Y'.
           05 WS-DEPOSIT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-DEPOSITS    VALUE 'Y'.
           05 WS-TUITION-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-TUITION     VALUE 'Y'.
           05 WS-FUND-FOUND-SW      PIC X(01).
              88 FUND-FOUND         VALUE 'Y'.

      *-------------------------------------------------
      * FORECAST RULES. THE WINDOW RUNS FROM THE DAY
      * AFTER THE RUN DATE. AN ITEM ALREADY DUE ON OR
      * BEFORE THE RUN DATE IS PICKED UP BY THE NEXT
      * CYCLE, SO IT LANDS ON DAY 1. PAYROLL, WEEKLY
      * STANDING ORDERS APART, RECURS EVERY THIRTY DAYS
      * AS STANDINGORDERS ADVANCES ITS MONTHLY ORDERS;
      * TUITION FALLS DUE THIRTY DAYS AFTER ITS BILL, THE
      * SAME TERM AS THE TUITION AGING.
      *-------------------------------------------------
       01  WS-HORIZON-DAYS          PIC 9(02) VALUE 30.
       01  WS-PAY-INTERVAL-DAYS     PIC 9(02) VALUE 30.
       01  WS-TUITION-TERM-DAYS     PIC 9(02) VALUE 30.
       01  WS-GD-ACCT-ID            PIC X(06) VALUE 'ACC940'.
       01  WS-GROUP-ACCT-ID         PIC X(06) VALUE SPACES.
       01  WS-TUITION-ACCT-ID       PIC X(06) VALUE SPACES.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DAY-NUMBER        PIC 9(08).
       01  WS-START-DATE            PIC 9(08).
       01  WS-END-DATE              PIC 9(08).
       01  WS-END-DAY-NUMBER        PIC 9(08).
       01  WS-DAY-NUMBER            PIC 9(08).
       01  WS-STOP-DAY-NUMBER       PIC 9(08).
       01  WS-DAY-WORK              PIC 9(08).
       01  WS-DAY-QUOTIENT          PIC 9(08).
       01  WS-WORK-DATE             PIC 9(08).
       01  WS-WEEKDAY               PIC 9(01).
       01  WS-WEEKDAY-SUB           PIC 9(01) COMP.
       01  WS-DAY-SUB               PIC 9(02) COMP.
       01  WS-WORK-ACCT-ID          PIC X(06).

       01  WS-WEEKDAY-NAMES.
           05 FILLER                PIC X(21)
                 VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WEEKDAY-NAME       PIC X(03) OCCURS 7 TIMES.

      *-------------------------------------------------
      * THE ACCOUNTS PROJECTED, EACH WITH ITS THIRTY
      * DAYS OF INFLOWS, OUTFLOWS AND CLOSING BALANCE.
      * THE LAST PAYROLL DATE AND AMOUNT ARE THE LATEST
      * OPERATOR-LESS DEBIT FOUND ON THE HISTORY FOR A
      * PAYROLL FUNDING ACCOUNT.
      *-------------------------------------------------
       01  WS-MAX-FUNDS             PIC 9(02) COMP VALUE 10.
       01  WS-FUND-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-FUND-TABLE.
           05 WS-FUND-ENTRY OCCURS 10 TIMES
                 INDEXED BY FND-IDX.
              10 WS-FND-ACCT-ID     PIC X(06).
              10 WS-FND-ROLE        PIC X(01).
                 88 FND-PAYROLL     VALUE 'P'.
                 88 FND-GROUP-MONEY VALUE 'G'.
                 88 FND-TUITION     VALUE 'T'.
              10 WS-FND-NAME        PIC X(20).
              10 WS-FND-CURRENCY    PIC X(03).
              10 WS-FND-MASTER-SW   PIC X(01).
                 88 FND-ON-MASTER   VALUE 'Y'.
              10 WS-FND-OPENING     PIC S9(09)V99.
              10 WS-FND-PAY-DATE    PIC 9(08).
              10 WS-FND-PAY-AMOUNT  PIC 9(07)V99.
              10 WS-FND-NEG-DAYS    PIC 9(02) COMP.
              10 WS-FND-LOW-BALANCE PIC S9(09)V99.
              10 WS-FND-LOW-DATE    PIC 9(08).
              10 WS-FND-DAY OCCURS 30 TIMES.
                 15 WS-FND-DAY-IN   PIC 9(09)V99.
                 15 WS-FND-DAY-OUT  PIC 9(09)V99.
                 15 WS-FND-DAY-CLOSE PIC S9(09)V99.

      *-------------------------------------------------
      * EVERY PROJECTED FLOW, KEPT FOR THE DETAIL LINES
      * UNDER ITS DAY. PAST THE TABLE SIZE THE FLOW STILL
      * COUNTS IN THE DAY'S TOTALS BUT IS NOT LISTED.
      *-------------------------------------------------
       01  WS-MAX-FLOWS             PIC 9(04) COMP VALUE 500.
       01  WS-FLOW-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-FLOW-TABLE.
           05 WS-FLOW-ENTRY OCCURS 500 TIMES
                 INDEXED BY FLW-IDX.
              10 WS-FLW-FUND-SUB    PIC 9(02) COMP.
              10 WS-FLW-DAY-SUB     PIC 9(02) COMP.
              10 WS-FLW-TYPE        PIC X(01).
              10 WS-FLW-AMOUNT      PIC 9(07)V99.
              10 WS-FLW-SOURCE      PIC X(12).
              10 WS-FLW-REF         PIC X(08).

       01  WS-FLOW-ACCT-ID          PIC X(06).
       01  WS-FLOW-DATE             PIC 9(08).
       01  WS-FLOW-TYPE             PIC X(01).
           88 FLOW-CREDIT           VALUE 'C'.
       01  WS-FLOW-AMOUNT           PIC 9(07)V99.
       01  WS-FLOW-SOURCE           PIC X(12).
       01  WS-FLOW-REF              PIC X(08).

       01  WS-MAX-DEPOSITS          PIC 9(03) COMP VALUE 200.
       01  WS-DEPOSIT-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-DEPOSIT-TABLE.
           05 WS-DEPOSIT-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-DEPOSIT-COUNT
                 INDEXED BY DEP-IDX.
              10 WS-DEP-GROUP-ID    PIC X(08).
              10 WS-DEP-HELD        PIC 9(07)V99.

       01  WS-ORDER-DAY-NUMBER      PIC 9(08).
       01  WS-ORDER-STEP            PIC 9(02).
       01  WS-PAY-DAY-NUMBER        PIC 9(08).
       01  WS-GROUP-GROSS           PIC 9(09)V99.
       01  WS-GROUP-HELD            PIC 9(07)V99.
       01  WS-GROUP-DUE             PIC S9(09)V99.
       01  WS-TUITION-OPEN          PIC S9(07)V99.
       01  WS-BALANCE               PIC S9(09)V99.

       01  WS-ORDERS-READ           PIC 9(05) COMP VALUE ZERO.
       01  WS-WAREHOUSE-READ        PIC 9(05) COMP VALUE ZERO.
       01  WS-HISTORY-READ          PIC 9(07) COMP VALUE ZERO.
       01  WS-GROUPS-READ           PIC 9(05) COMP VALUE ZERO.
       01  WS-TUITION-READ          PIC 9(05) COMP VALUE ZERO.
       01  WS-FLOWS-PROJECTED       PIC 9(05) COMP VALUE ZERO.
       01  WS-FLOWS-NOT-LISTED      PIC 9(05) COMP VALUE ZERO.
       01  WS-NEGATIVE-DAY-COUNT    PIC 9(03) COMP VALUE ZERO.
       01  WS-PAST-DUE-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-PAST-DUE-TOTAL        PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BALANCE-ED            PIC ----,---,--9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-OPENING-BALANCES THRU 2000-EXIT.
           PERFORM 3000-PROJECT-STANDING-ORDERS THRU 3000-EXIT.
           PERFORM 4000-PROJECT-WAREHOUSE THRU 4000-EXIT.
           PERFORM 5000-PROJECT-PAYROLL THRU 5000-EXIT.
           PERFORM 6000-PROJECT-GROUP-MONEY THRU 6000-EXIT.
           PERFORM 6500-PROJECT-TUITION THRU 6500-EXIT.
           PERFORM 7500-ROLL-BALANCES THRU 7500-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT.
           PERFORM 8000-PRINT-FORECAST THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.

           IF WS-NEGATIVE-DAY-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-------------------------------------------------
      * THE FUNDING ACCOUNTS COME FROM THE OPTIONAL PARM;
      * WITHOUT IT THE TWO PAYROLL FUNDING ACCOUNTS, THE
      * SUPPLIER FUNDING ACCOUNT, THE GATE ACCOUNT AND
      * THE TUITION ACCOUNT ARE PROJECTED.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-END-DAY-NUMBER =
               WS-RUN-DAY-NUMBER + WS-HORIZON-DAYS.
           COMPUTE WS-DAY-NUMBER = WS-RUN-DAY-NUMBER + 1.
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           COMPUTE WS-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-END-DAY-NUMBER).

           OPEN INPUT FUNDING-ACCOUNT-PARM.
           IF WS-FUND-PARM-STATUS = '00' THEN
              PERFORM 1100-LOAD-FUND-ACCOUNT THRU 1100-EXIT
                  UNTIL END-OF-PARM
                     OR WS-FUND-COUNT >= WS-MAX-FUNDS
              CLOSE FUNDING-ACCOUNT-PARM
           END-IF.
           IF WS-FUND-COUNT = ZERO THEN
              PERFORM 1150-SET-DEFAULT-FUNDS THRU 1150-EXIT
           END-IF.

           PERFORM 1200-INITIALIZE-FUND THRU 1200-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT.

           OPEN INPUT GROUP-DEPOSIT-ACCT-PARM.
           IF WS-GD-ACCT-PARM-STATUS = '00' THEN
              READ GROUP-DEPOSIT-ACCT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GDA-ACCT-ID TO WS-GD-ACCT-ID
              END-READ
              CLOSE GROUP-DEPOSIT-ACCT-PARM
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-FUND-ACCOUNT.
           READ FUNDING-ACCOUNT-PARM
              AT END SET END-OF-PARM TO TRUE
           END-READ.
           IF END-OF-PARM OR FAP-ACCT-ID = SPACES THEN
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-FUND-COUNT.
           MOVE FAP-ACCT-ID TO WS-FND-ACCT-ID(WS-FUND-COUNT).
           MOVE FAP-ROLE    TO WS-FND-ROLE(WS-FUND-COUNT).
       1100-EXIT.
           EXIT.

       1150-SET-DEFAULT-FUNDS.
           MOVE 5 TO WS-FUND-COUNT.
           MOVE 'ACC950' TO WS-FND-ACCT-ID(1).
           MOVE 'P'      TO WS-FND-ROLE(1).
           MOVE 'ACC951' TO WS-FND-ACCT-ID(2).
           MOVE 'P'      TO WS-FND-ROLE(2).
           MOVE 'ACC952' TO WS-FND-ACCT-ID(3).
           MOVE SPACE    TO WS-FND-ROLE(3).
           MOVE 'ACC900' TO WS-FND-ACCT-ID(4).
           MOVE 'G'      TO WS-FND-ROLE(4).
           MOVE 'ACC990' TO WS-FND-ACCT-ID(5).
           MOVE 'T'      TO WS-FND-ROLE(5).
       1150-EXIT.
           EXIT.

      *-------------------------------------------------
      * CLEARS THE ACCOUNT'S DAYS AND NOTES THE FIRST
      * ACCOUNT CARRYING EACH RECEIPT ROLE.
      *-------------------------------------------------
       1200-INITIALIZE-FUND.
           MOVE 'UNKNOWN ACCOUNT'  TO WS-FND-NAME(FND-IDX).
           MOVE SPACES             TO WS-FND-CURRENCY(FND-IDX).
           MOVE 'N'                TO WS-FND-MASTER-SW(FND-IDX).
           MOVE ZERO               TO WS-FND-OPENING(FND-IDX)
                                      WS-FND-PAY-DATE(FND-IDX)
                                      WS-FND-PAY-AMOUNT(FND-IDX)
                                      WS-FND-NEG-DAYS(FND-IDX)
                                      WS-FND-LOW-BALANCE(FND-IDX)
                                      WS-FND-LOW-DATE(FND-IDX).
           PERFORM 1210-CLEAR-FUND-DAY THRU 1210-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-HORIZON-DAYS.

           IF FND-GROUP-MONEY(FND-IDX)
              AND WS-GROUP-ACCT-ID = SPACES THEN
              MOVE WS-FND-ACCT-ID(FND-IDX) TO WS-GROUP-ACCT-ID
           END-IF.
           IF FND-TUITION(FND-IDX)
              AND WS-TUITION-ACCT-ID = SPACES THEN
              MOVE WS-FND-ACCT-ID(FND-IDX) TO WS-TUITION-ACCT-ID
           END-IF.
       1200-EXIT.
           EXIT.

       1210-CLEAR-FUND-DAY.
           MOVE ZERO TO WS-FND-DAY-IN(FND-IDX, WS-DAY-SUB)
                        WS-FND-DAY-OUT(FND-IDX, WS-DAY-SUB)
                        WS-FND-DAY-CLOSE(FND-IDX, WS-DAY-SUB).
       1210-EXIT.
           EXIT.

      *-------------------------------------------------
      * FUND-FOUND IS SET AND FND-IDX POINTS AT THE
      * ACCOUNT WHEN WS-WORK-ACCT-ID IS BEING PROJECTED.
      *-------------------------------------------------
       1800-FIND-FUND-ACCOUNT.
           MOVE 'N' TO WS-FUND-FOUND-SW.
           SET FND-IDX TO 1.
           PERFORM 1810-COMPARE-FUND-ACCOUNT THRU 1810-EXIT
               UNTIL FND-IDX > WS-FUND-COUNT
                  OR FUND-FOUND.
       1800-EXIT.
           EXIT.

       1810-COMPARE-FUND-ACCOUNT.
           IF WS-FND-ACCT-ID(FND-IDX) = WS-WORK-ACCT-ID THEN
              SET FUND-FOUND TO TRUE
           ELSE
              SET FND-IDX UP BY 1
           END-IF.
       1810-EXIT.
           EXIT.

      *-------------------------------------------------
      * DAY 1 OF THE CALENDAR (1 JANUARY 1601) WAS A
      * MONDAY, SO THE REMAINDER OF (DAY NUMBER - 1) / 7
      * IS THE WEEKDAY WITH MONDAY AS ZERO. THE TABLE
      * SUBSCRIPT IS ONE MORE.
      *-------------------------------------------------
       1900-COMPUTE-WEEKDAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           COMPUTE WS-DAY-WORK = WS-DAY-NUMBER - 1.
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-WEEKDAY.
           COMPUTE WS-WEEKDAY-SUB = WS-WEEKDAY + 1.
       1900-EXIT.
           EXIT.

      *-------------------------------------------------
      * OPENING BALANCES FROM TONIGHT'S ACCOUNT MASTER.
      *-------------------------------------------------
       2000-LOAD-OPENING-BALANCES.
           OPEN INPUT ACCOUNT-MASTER-OUT.
           IF WS-ACCOUNT-MASTER-STATUS NOT = '00' THEN
              DISPLAY 'ACCOUNT MASTER NOT AVAILABLE - '
                  'OPENING BALANCES TAKEN AS ZERO'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
               UNTIL END-OF-ACCOUNTS.
           CLOSE ACCOUNT-MASTER-OUT.
       2000-EXIT.
           EXIT.

       2100-READ-ACCOUNT.
           READ ACCOUNT-MASTER-OUT
              AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.
           IF END-OF-ACCOUNTS THEN
              GO TO 2100-EXIT
           END-IF.
           MOVE ACTO-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 1800-FIND-FUND-ACCOUNT THRU 1800-EXIT.
           IF FUND-FOUND THEN
              MOVE ACTO-NOM           TO WS-FND-NAME(FND-IDX)
              MOVE ACTO-CURRENCY-CODE TO WS-FND-CURRENCY(FND-IDX)
              MOVE ACTO-BALANCE       TO WS-FND-OPENING(FND-IDX)
              MOVE 'Y'                TO WS-FND-MASTER-SW(FND-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY RUN OF A STANDING ORDER ON A FUNDING
      * ACCOUNT BETWEEN ITS NEXT-RUN DATE AND THE END OF
      * THE WINDOW (OR ITS OWN END DATE), A WEEK OR THIRTY
      * DAYS APART AS STANDINGORDERS ADVANCES IT.
      *-------------------------------------------------
       3000-PROJECT-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDERS.
           IF WS-STANDING-ORDER-STATUS NOT = '00' THEN
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-ORDER THRU 3100-EXIT
               UNTIL END-OF-ORDERS.
           CLOSE STANDING-ORDERS.
       3000-EXIT.
           EXIT.

       3100-READ-ORDER.
           READ STANDING-ORDERS
              AT END SET END-OF-ORDERS TO TRUE
           END-READ.
           IF END-OF-ORDERS THEN
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ORDERS-READ.
           MOVE SO-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 1800-FIND-FUND-ACCOUNT THRU 1800-EXIT.
           IF NOT FUND-FOUND OR SO-NEXT-RUN-DATE = ZERO THEN
              GO TO 3100-EXIT
           END-IF.

           MOVE WS-END-DAY-NUMBER TO WS-STOP-DAY-NUMBER.
           IF SO-END-DATE > ZERO THEN
              COMPUTE WS-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(SO-END-DATE)
              IF WS-DAY-NUMBER < WS-STOP-DAY-NUMBER THEN
                 MOVE WS-DAY-NUMBER TO WS-STOP-DAY-NUMBER
              END-IF
           END-IF.
           IF SO-FREQUENCY = 'W' THEN
              MOVE 7 TO WS-ORDER-STEP
           ELSE
              MOVE 30 TO WS-ORDER-STEP
           END-IF.

           MOVE SO-ACCT-ID      TO WS-FLOW-ACCT-ID.
           MOVE SO-TYPE         TO WS-FLOW-TYPE.
           MOVE SO-AMOUNT       TO WS-FLOW-AMOUNT.
           MOVE 'STANDING ORD'  TO WS-FLOW-SOURCE.
           MOVE SO-ORDER-ID     TO WS-FLOW-REF.
           COMPUTE WS-ORDER-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE).
           PERFORM 3200-PROJECT-ORDER-RUN THRU 3200-EXIT
               UNTIL WS-ORDER-DAY-NUMBER > WS-STOP-DAY-NUMBER.
       3100-EXIT.
           EXIT.

       3200-PROJECT-ORDER-RUN.
           COMPUTE WS-FLOW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ORDER-DAY-NUMBER).
           PERFORM 7000-ADD-FLOW THRU 7000-EXIT.
           ADD WS-ORDER-STEP TO WS-ORDER-DAY-NUMBER.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * WAREHOUSED ITEMS POST ON THEIR VALUE DATE. A
      * TRANSFER DEBITS ITS FROM-ACCOUNT AND CREDITS ITS
      * TO-ACCOUNT, AS SOLDE POSTS THE TWO LEGS.
      *-------------------------------------------------
       4000-PROJECT-WAREHOUSE.
           OPEN INPUT TRANSACTION-WAREHOUSE.
           IF WS-WAREHOUSE-STATUS NOT = '00' THEN
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-READ-WAREHOUSE THRU 4100-EXIT
               UNTIL END-OF-WAREHOUSE.
           CLOSE TRANSACTION-WAREHOUSE.
       4000-EXIT.
           EXIT.

       4100-READ-WAREHOUSE.
           READ TRANSACTION-WAREHOUSE
              AT END SET END-OF-WAREHOUSE TO TRUE
           END-READ.
           IF END-OF-WAREHOUSE THEN
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-WAREHOUSE-READ.
           MOVE WH-VALUE-DATE   TO WS-FLOW-DATE.
           MOVE WH-AMOUNT       TO WS-FLOW-AMOUNT.
           MOVE 'WAREHOUSED'    TO WS-FLOW-SOURCE.
           MOVE WH-KEYED-OPER   TO WS-FLOW-REF.
           MOVE WH-ACCT-ID      TO WS-FLOW-ACCT-ID.
           IF WH-TYPE = 'T' THEN
              MOVE 'D' TO WS-FLOW-TYPE
              PERFORM 7000-ADD-FLOW THRU 7000-EXIT
              MOVE WH-TO-ACCT-ID TO WS-FLOW-ACCT-ID
              MOVE 'C' TO WS-FLOW-TYPE
           ELSE
              MOVE WH-TYPE TO WS-FLOW-TYPE
           END-IF.
           PERFORM 7000-ADD-FLOW THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------
      * SALAIRE POSTS EACH CURRENCY'S NET PAY AS ONE
      * DEBIT TO ITS PAYROLL FUNDING ACCOUNT WITH NO
      * OPERATOR ON IT. THE LARGEST SUCH DEBIT ON THE
      * LATEST DATE THAT HAS ONE IS TAKEN AS THE LAST RUN
      * AND REPEATED THIRTY DAYS ON, AND EVERY THIRTY
      * DAYS AFTER, INSIDE THE WINDOW.
      *-------------------------------------------------
       5000-PROJECT-PAYROLL.
           OPEN INPUT TRANSACTION-HISTORY.
           IF WS-TRAN-HISTORY-STATUS NOT = '00' THEN
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-READ-HISTORY THRU 5100-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE TRANSACTION-HISTORY.

           PERFORM 5200-PROJECT-PAY-RUNS THRU 5200-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT.
       5000-EXIT.
           EXIT.

       5100-READ-HISTORY.
           READ TRANSACTION-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           IF END-OF-HISTORY THEN
              GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-HISTORY-READ.
           IF TH-TYPE NOT = 'D'
              OR TH-KEYED-OPER NOT = SPACES THEN
              GO TO 5100-EXIT
           END-IF.
           MOVE TH-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 1800-FIND-FUND-ACCOUNT THRU 1800-EXIT.
           IF NOT FUND-FOUND THEN
              GO TO 5100-EXIT
           END-IF.
           IF NOT FND-PAYROLL(FND-IDX) THEN
              GO TO 5100-EXIT
           END-IF.
           IF TH-POST-DATE > WS-FND-PAY-DATE(FND-IDX) THEN
              MOVE TH-POST-DATE TO WS-FND-PAY-DATE(FND-IDX)
              MOVE TH-AMOUNT    TO WS-FND-PAY-AMOUNT(FND-IDX)
           ELSE
              IF TH-POST-DATE = WS-FND-PAY-DATE(FND-IDX)
                 AND TH-AMOUNT > WS-FND-PAY-AMOUNT(FND-IDX) THEN
                 MOVE TH-AMOUNT TO WS-FND-PAY-AMOUNT(FND-IDX)
              END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       5200-PROJECT-PAY-RUNS.
           IF NOT FND-PAYROLL(FND-IDX)
              OR WS-FND-PAY-DATE(FND-IDX) = ZERO THEN
              GO TO 5200-EXIT
           END-IF.
           COMPUTE WS-PAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FND-PAY-DATE(FND-IDX))
               + WS-PAY-INTERVAL-DAYS.
           PERFORM 5210-ADVANCE-PAY-RUN THRU 5210-EXIT
               UNTIL WS-PAY-DAY-NUMBER > WS-RUN-DAY-NUMBER.

           MOVE WS-FND-ACCT-ID(FND-IDX)    TO WS-FLOW-ACCT-ID.
           MOVE 'D'                        TO WS-FLOW-TYPE.
           MOVE WS-FND-PAY-AMOUNT(FND-IDX) TO WS-FLOW-AMOUNT.
           MOVE 'PAYROLL EST'              TO WS-FLOW-SOURCE.
           MOVE WS-FND-PAY-DATE(FND-IDX)   TO WS-FLOW-REF.
           PERFORM 5220-PROJECT-PAY-RUN THRU 5220-EXIT
               UNTIL WS-PAY-DAY-NUMBER > WS-END-DAY-NUMBER.
       5200-EXIT.
           EXIT.

       5210-ADVANCE-PAY-RUN.
           ADD WS-PAY-INTERVAL-DAYS TO WS-PAY-DAY-NUMBER.
       5210-EXIT.
           EXIT.

       5220-PROJECT-PAY-RUN.
           COMPUTE WS-FLOW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PAY-DAY-NUMBER).
           PERFORM 7000-ADD-FLOW THRU 7000-EXIT.
           ADD WS-PAY-INTERVAL-DAYS TO WS-PAY-DAY-NUMBER.
       5220-EXIT.
           EXIT.

      *-------------------------------------------------
      * A GROUP VISITING INSIDE THE WINDOW PAYS ITS PARTY
      * AT THE GROUP RATE AT THE GATE. AGE2 APPLIES THE
      * DEPOSIT HELD FIRST, MOVING IT FROM THE GROUP
      * DEPOSIT ACCOUNT TO THE GATE ACCOUNT, SO ONLY THE
      * BALANCE IS NEW MONEY; THE TRANSFER IS PROJECTED
      * TOO FOR WHICHEVER OF THE TWO ACCOUNTS IS IN THE
      * FORECAST.
      *-------------------------------------------------
       6000-PROJECT-GROUP-MONEY.
           IF WS-GROUP-ACCT-ID = SPACES THEN
              GO TO 6000-EXIT
           END-IF.
           OPEN INPUT GROUP-DEPOSIT-MASTER.
           IF WS-GROUP-DEP-STATUS = '00' THEN
              PERFORM 6100-LOAD-DEPOSIT THRU 6100-EXIT
                  UNTIL END-OF-DEPOSITS
                     OR WS-DEPOSIT-COUNT >= WS-MAX-DEPOSITS
              CLOSE GROUP-DEPOSIT-MASTER
           END-IF.

           OPEN INPUT GROUP-BOOKINGS.
           IF WS-GROUP-BOOK-STATUS NOT = '00' THEN
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6200-READ-BOOKING THRU 6200-EXIT
               UNTIL END-OF-GROUPS.
           CLOSE GROUP-BOOKINGS.
       6000-EXIT.
           EXIT.

       6100-LOAD-DEPOSIT.
           READ GROUP-DEPOSIT-MASTER
              AT END SET END-OF-DEPOSITS TO TRUE
           END-READ.
           IF END-OF-DEPOSITS OR GD-STATUS NOT = 'H' THEN
              GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-DEPOSIT-COUNT.
           MOVE GD-GROUP-ID     TO WS-DEP-GROUP-ID(WS-DEPOSIT-COUNT).
           MOVE GD-DEPOSIT-HELD TO WS-DEP-HELD(WS-DEPOSIT-COUNT).
       6100-EXIT.
           EXIT.

       6200-READ-BOOKING.
           READ GROUP-BOOKINGS
              AT END SET END-OF-GROUPS TO TRUE
           END-READ.
           IF END-OF-GROUPS THEN
              GO TO 6200-EXIT
           END-IF.
           IF GB-VISIT-DATE NOT > WS-RUN-DATE
              OR GB-VISIT-DATE > WS-END-DATE THEN
              GO TO 6200-EXIT
           END-IF.
           ADD 1 TO WS-GROUPS-READ.

           COMPUTE WS-GROUP-GROSS = GB-PARTY-SIZE * GB-GROUP-RATE.
           MOVE ZERO TO WS-GROUP-HELD.
           SET DEP-IDX TO 1.
           SEARCH WS-DEPOSIT-ENTRY
              WHEN WS-DEP-GROUP-ID(DEP-IDX) = GB-GROUP-ID
                 MOVE WS-DEP-HELD(DEP-IDX) TO WS-GROUP-HELD
           END-SEARCH.
           IF WS-GROUP-HELD > WS-GROUP-GROSS THEN
              MOVE WS-GROUP-GROSS TO WS-GROUP-HELD
           END-IF.
           COMPUTE WS-GROUP-DUE = WS-GROUP-GROSS - WS-GROUP-HELD.

           MOVE GB-VISIT-DATE  TO WS-FLOW-DATE.
           MOVE GB-GROUP-ID    TO WS-FLOW-REF.
           IF WS-GROUP-DUE > ZERO THEN
              MOVE WS-GROUP-ACCT-ID TO WS-FLOW-ACCT-ID
              MOVE 'C'              TO WS-FLOW-TYPE
              MOVE WS-GROUP-DUE     TO WS-FLOW-AMOUNT
              MOVE 'GROUP VISIT'    TO WS-FLOW-SOURCE
              PERFORM 7000-ADD-FLOW THRU 7000-EXIT
           END-IF.
           IF WS-GROUP-HELD > ZERO THEN
              MOVE WS-GROUP-HELD    TO WS-FLOW-AMOUNT
              MOVE 'GROUP DEPOS'    TO WS-FLOW-SOURCE
              MOVE WS-GD-ACCT-ID    TO WS-FLOW-ACCT-ID
              MOVE 'D'              TO WS-FLOW-TYPE
              PERFORM 7000-ADD-FLOW THRU 7000-EXIT
              MOVE WS-GROUP-ACCT-ID TO WS-FLOW-ACCT-ID
              MOVE 'C'              TO WS-FLOW-TYPE
              PERFORM 7000-ADD-FLOW THRU 7000-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A STUDENT'S OPEN BALANCE IS EXPECTED WHEN ITS
      * LAST BILL FALLS DUE. A BALANCE ALREADY PAST DUE
      * IS A COLLECTION MATTER, NOT A DATED FLOW - IT IS
      * SHOWN AS A MEMO BELOW THE FORECAST.
      *-------------------------------------------------
       6500-PROJECT-TUITION.
           IF WS-TUITION-ACCT-ID = SPACES THEN
              GO TO 6500-EXIT
           END-IF.
           OPEN INPUT TUITION-AR-IN.
           IF WS-TUITION-AR-STATUS NOT = '00' THEN
              GO TO 6500-EXIT
           END-IF.
           PERFORM 6600-READ-TUITION THRU 6600-EXIT
               UNTIL END-OF-TUITION.
           CLOSE TUITION-AR-IN.
       6500-EXIT.
           EXIT.

       6600-READ-TUITION.
           READ TUITION-AR-IN
              AT END SET END-OF-TUITION TO TRUE
           END-READ.
           IF END-OF-TUITION THEN
              GO TO 6600-EXIT
           END-IF.
           ADD 1 TO WS-TUITION-READ.
           COMPUTE WS-TUITION-OPEN =
               TAI-BILLED-TOTAL - TAI-PAID-TOTAL.
           IF WS-TUITION-OPEN NOT > ZERO
              OR TAI-LAST-BILL-DATE = ZERO THEN
              GO TO 6600-EXIT
           END-IF.

           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(TAI-LAST-BILL-DATE)
               + WS-TUITION-TERM-DAYS.
           IF WS-DAY-NUMBER NOT > WS-RUN-DAY-NUMBER THEN
              ADD 1 TO WS-PAST-DUE-COUNT
              ADD WS-TUITION-OPEN TO WS-PAST-DUE-TOTAL
              GO TO 6600-EXIT
           END-IF.

           COMPUTE WS-FLOW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-TUITION-ACCT-ID TO WS-FLOW-ACCT-ID.
           MOVE 'C'                TO WS-FLOW-TYPE.
           MOVE WS-TUITION-OPEN    TO WS-FLOW-AMOUNT.
           MOVE 'TUITION DUE'      TO WS-FLOW-SOURCE.
           MOVE TAI-STUDENT-ID     TO WS-FLOW-REF.
           PERFORM 7000-ADD-FLOW THRU 7000-EXIT.
       6600-EXIT.
           EXIT.

      *-------------------------------------------------
      * BOOKS ONE FLOW (WS-FLOW-ACCT-ID, -DATE, -TYPE,
      * -AMOUNT, -SOURCE, -REF) TO ITS ACCOUNT AND DAY.
      * AN ACCOUNT NOT BEING PROJECTED, OR A DATE PAST
      * THE WINDOW, IS IGNORED; A DATE ON OR BEFORE THE
      * RUN DATE IS DAY 1.
      *-------------------------------------------------
       7000-ADD-FLOW.
           MOVE WS-FLOW-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 1800-FIND-FUND-ACCOUNT THRU 1800-EXIT.
           IF NOT FUND-FOUND OR WS-FLOW-DATE = ZERO THEN
              GO TO 7000-EXIT
           END-IF.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE).
           IF WS-DAY-NUMBER > WS-END-DAY-NUMBER THEN
              GO TO 7000-EXIT
           END-IF.
           IF WS-DAY-NUMBER NOT > WS-RUN-DAY-NUMBER THEN
              MOVE 1 TO WS-DAY-SUB
           ELSE
              COMPUTE WS-DAY-SUB =
                  WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
           END-IF.

           IF FLOW-CREDIT THEN
              ADD WS-FLOW-AMOUNT
                  TO WS-FND-DAY-IN(FND-IDX, WS-DAY-SUB)
           ELSE
              ADD WS-FLOW-AMOUNT
                  TO WS-FND-DAY-OUT(FND-IDX, WS-DAY-SUB)
           END-IF.
           ADD 1 TO WS-FLOWS-PROJECTED.

           IF WS-FLOW-COUNT >= WS-MAX-FLOWS THEN
              ADD 1 TO WS-FLOWS-NOT-LISTED
              GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WS-FLOW-COUNT.
           SET WS-FLW-FUND-SUB(WS-FLOW-COUNT) TO FND-IDX.
           MOVE WS-DAY-SUB     TO WS-FLW-DAY-SUB(WS-FLOW-COUNT).
           MOVE WS-FLOW-TYPE   TO WS-FLW-TYPE(WS-FLOW-COUNT).
           MOVE WS-FLOW-AMOUNT TO WS-FLW-AMOUNT(WS-FLOW-COUNT).
           MOVE WS-FLOW-SOURCE TO WS-FLW-SOURCE(WS-FLOW-COUNT).
           MOVE WS-FLOW-REF    TO WS-FLW-REF(WS-FLOW-COUNT).
       7000-EXIT.
           EXIT.

      *-------------------------------------------------
      * CARRIES THE ACCOUNT'S BALANCE THROUGH ITS DAYS,
      * NOTING THE LOWEST CLOSE AND EVERY DAY BELOW ZERO.
      *-------------------------------------------------
       7500-ROLL-BALANCES.
           MOVE WS-FND-OPENING(FND-IDX) TO WS-BALANCE.
           MOVE WS-BALANCE TO WS-FND-LOW-BALANCE(FND-IDX).
           MOVE WS-RUN-DATE TO WS-FND-LOW-DATE(FND-IDX).
           PERFORM 7510-ROLL-ONE-DAY THRU 7510-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-HORIZON-DAYS.
       7500-EXIT.
           EXIT.

       7510-ROLL-ONE-DAY.
           COMPUTE WS-BALANCE = WS-BALANCE
               + WS-FND-DAY-IN(FND-IDX, WS-DAY-SUB)
               - WS-FND-DAY-OUT(FND-IDX, WS-DAY-SUB).
           MOVE WS-BALANCE TO WS-FND-DAY-CLOSE(FND-IDX, WS-DAY-SUB).
           IF WS-BALANCE < WS-FND-LOW-BALANCE(FND-IDX) THEN
              MOVE WS-BALANCE TO WS-FND-LOW-BALANCE(FND-IDX)
              COMPUTE WS-DAY-NUMBER =
                  WS-RUN-DAY-NUMBER + WS-DAY-SUB
              COMPUTE WS-FND-LOW-DATE(FND-IDX) =
                  FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           END-IF.
           IF WS-BALANCE < ZERO THEN
              ADD 1 TO WS-FND-NEG-DAYS(FND-IDX)
              ADD 1 TO WS-NEGATIVE-DAY-COUNT
           END-IF.
       7510-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE FORECAST REPORT - PER ACCOUNT, THE OPENING
      * BALANCE, THEN ONE LINE PER DAY WITH THE DAY'S
      * FLOWS LISTED UNDER IT, THEN THE LOWEST CLOSE.
      *-------------------------------------------------
       8000-PRINT-FORECAST.
           OPEN OUTPUT CASH-FORECAST-REPORT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'THIRTY-DAY CASH POSITION FORECAST '
               WS-START-DATE ' TO ' WS-END-DATE
               '  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.

           PERFORM 8100-PRINT-ACCOUNT THRU 8100-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT.

           MOVE SPACES TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.
           IF WS-PAST-DUE-COUNT > ZERO THEN
              MOVE WS-PAST-DUE-COUNT TO WS-COUNT-ED
              MOVE WS-PAST-DUE-TOTAL TO WS-MONEY-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'MEMO - TUITION PAST DUE, NOT PROJECTED '
                  WS-COUNT-ED ' STUDENTS ' WS-MONEY-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD
              WRITE CASH-FORECAST-REPORT-RECORD
           END-IF.
           IF WS-FLOWS-NOT-LISTED > ZERO THEN
              MOVE WS-FLOWS-NOT-LISTED TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'MEMO - FLOWS IN THE TOTALS BUT NOT LISTED '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD
              WRITE CASH-FORECAST-REPORT-RECORD
           END-IF.
           MOVE WS-NEGATIVE-DAY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCOUNT-DAYS FORECAST BELOW ZERO  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.

           CLOSE CASH-FORECAST-REPORT.
       8000-EXIT.
           EXIT.

       8100-PRINT-ACCOUNT.
           MOVE SPACES TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCOUNT ' WS-FND-ACCT-ID(FND-IDX) ' '
               WS-FND-NAME(FND-IDX) ' ' WS-FND-CURRENCY(FND-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           EVALUATE TRUE
              WHEN FND-PAYROLL(FND-IDX)
                 MOVE 'PAYROLL FUNDING' TO WS-REPORT-LINE(50:15)
              WHEN FND-GROUP-MONEY(FND-IDX)
                 MOVE 'GROUP MONEY' TO WS-REPORT-LINE(50:11)
              WHEN FND-TUITION(FND-IDX)
                 MOVE 'TUITION RECEIPTS' TO WS-REPORT-LINE(50:16)
           END-EVALUATE.
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.

           MOVE WS-FND-OPENING(FND-IDX) TO WS-BALANCE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPENING BALANCE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-BALANCE-ED TO WS-REPORT-LINE(47:15).
           IF NOT FND-ON-MASTER(FND-IDX) THEN
              MOVE 'NOT ON MASTER' TO WS-REPORT-LINE(64:13)
           END-IF.
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'DATE     DAY' TO WS-REPORT-LINE(1:12).
           MOVE 'INFLOWS'  TO WS-REPORT-LINE(22:7).
           MOVE 'OUTFLOWS' TO WS-REPORT-LINE(37:8).
           MOVE 'CLOSING'  TO WS-REPORT-LINE(55:7).
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.

           PERFORM 8200-PRINT-DAY-LINE THRU 8200-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-HORIZON-DAYS.

           MOVE WS-FND-LOW-BALANCE(FND-IDX) TO WS-BALANCE-ED.
           MOVE WS-FND-NEG-DAYS(FND-IDX) TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOWEST CLOSE ' WS-FND-LOW-DATE(FND-IDX)
               '  DAYS BELOW ZERO ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-BALANCE-ED TO WS-REPORT-LINE(47:15).
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.
       8100-EXIT.
           EXIT.

       8200-PRINT-DAY-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           COMPUTE WS-DAY-NUMBER = WS-RUN-DAY-NUMBER + WS-DAY-SUB.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-WORK-DATE TO WS-REPORT-LINE(1:8).
           PERFORM 1900-COMPUTE-WEEKDAY THRU 1900-EXIT.
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-SUB)
               TO WS-REPORT-LINE(10:3).
           MOVE WS-FND-DAY-IN(FND-IDX, WS-DAY-SUB) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO WS-REPORT-LINE(15:14).
           MOVE WS-FND-DAY-OUT(FND-IDX, WS-DAY-SUB) TO WS-MONEY-ED.
           MOVE WS-MONEY-ED TO WS-REPORT-LINE(31:14).
           MOVE WS-FND-DAY-CLOSE(FND-IDX, WS-DAY-SUB)
               TO WS-BALANCE-ED.
           MOVE WS-BALANCE-ED TO WS-REPORT-LINE(47:15).
           IF WS-FND-DAY-CLOSE(FND-IDX, WS-DAY-SUB) < ZERO THEN
              MOVE '*** NEGATIVE' TO WS-REPORT-LINE(64:12)
           END-IF.
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.

           PERFORM 8300-PRINT-FLOW-LINE THRU 8300-EXIT
               VARYING FLW-IDX FROM 1 BY 1
               UNTIL FLW-IDX > WS-FLOW-COUNT.
       8200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A FLOW LINE SHOWS ITS AMOUNT UNDER INFLOWS OR
      * OUTFLOWS AND ITS SOURCE AND REFERENCE WHERE THE
      * DAY LINE SHOWS THE CLOSING BALANCE.
      *-------------------------------------------------
       8300-PRINT-FLOW-LINE.
           IF WS-FLW-FUND-SUB(FLW-IDX) NOT = FND-IDX
              OR WS-FLW-DAY-SUB(FLW-IDX) NOT = WS-DAY-SUB THEN
              GO TO 8300-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FLW-AMOUNT(FLW-IDX) TO WS-MONEY-ED.
           IF WS-FLW-TYPE(FLW-IDX) = 'C' THEN
              MOVE WS-MONEY-ED TO WS-REPORT-LINE(15:14)
           ELSE
              MOVE WS-MONEY-ED TO WS-REPORT-LINE(31:14)
           END-IF.
           MOVE WS-FLW-SOURCE(FLW-IDX) TO WS-REPORT-LINE(49:12).
           MOVE WS-FLW-REF(FLW-IDX)    TO WS-REPORT-LINE(62:8).
           MOVE WS-REPORT-LINE TO CASH-FORECAST-REPORT-RECORD.
           WRITE CASH-FORECAST-REPORT-RECORD.
       8300-EXIT.
           EXIT.

       9000-FINALIZE.
           DISPLAY 'ACCOUNTS PROJECTED    : ' WS-FUND-COUNT.
           DISPLAY 'STANDING ORDERS READ  : ' WS-ORDERS-READ.
           DISPLAY 'WAREHOUSE ITEMS READ  : ' WS-WAREHOUSE-READ.
           DISPLAY 'HISTORY RECORDS READ  : ' WS-HISTORY-READ.
           DISPLAY 'GROUP VISITS IN WINDOW: ' WS-GROUPS-READ.
           DISPLAY 'TUITION ACCOUNTS READ : ' WS-TUITION-READ.
           DISPLAY 'FLOWS PROJECTED       : ' WS-FLOWS-PROJECTED.
           DISPLAY 'DAYS BELOW ZERO       : ' WS-NEGATIVE-DAY-COUNT.
       9000-EXIT.
           EXIT.
