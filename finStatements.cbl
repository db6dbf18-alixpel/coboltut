      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  FinancialStatements.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM MONTHLYCYCLE.
      *               PRINTS THE MONTH-END INCOME STATEMENT AND
      *               BALANCE SHEET (FINSTMT) FROM THE LEDGER,
      *               USING THE CHART OF ACCOUNTS (CHARTACC) TO
      *               PLACE EVERY ACCOUNT ON ACCTOUT ON A
      *               STATEMENT LINE. THE INCOME STATEMENT
      *               SHOWS THE REPORTING MONTH, THE PRIOR MONTH
      *               AND THE YEAR TO DATE FROM THE POSTINGS ON
      *               TRANHIST; THE BALANCE SHEET SHOWS THE
      *               MONTH-END AND PRIOR MONTH-END BALANCES,
      *               WORKED BACK FROM THE CURRENT BALANCE
      *               THROUGH THE LATER POSTINGS, AND THE CHANGE
      *               SINCE THE START OF THE YEAR. FOREIGN
      *               CURRENCY ACCOUNTS ARE CONVERTED AT THE
      *               FXRATES RATE. LEDGER ACCOUNTS MISSING FROM
      *               THE CHART ARE LISTED AND THE STEP RETURNS
      *               CODE 4. THE REPORTING MONTH COMES FROM THE
      *               OPTIONAL REPORT-MONTH-PARM FILE,
      *               DEFAULTING TO THE CURRENT MONTH.
      * 15/10/26  AP  REPORTING ENTITIES. EVERY CHART ROW NOW
      *               NAMES ITS ENTITY (PARK OR SCHOOL), AND
      *               BOTH STATEMENTS PRINT FIRST FOR EACH
      *               ENTITY WITH ACCOUNTS - THE ENTITIES AS
      *               ENTITYLOOKUP HOLDS THEM - AND THEN
      *               CONSOLIDATED. THE INTERCOMPANY ACCOUNTS
      *               SHARE ONE BALANCE-SHEET LINE SO THEY NET
      *               OUT ON CONSOLIDATION; AN ELIMINATION
      *               SECTION PROVES THEIR MONTH-END BALANCES
      *               NET TO ZERO, AND AN IMBALANCE, LIKE A
      *               CHART ROW WITH NO KNOWN ENTITY, RETURNS
      *               CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-OUT ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-HISTORY-STATUS.

           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHARTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT EXCHANGE-RATE-TABLE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO "FINSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ACCOUNT-MASTER-OUT.
       01  ACCOUNT-MASTER-OUT-RECORD.
           05 ACTO-ACCT-ID          PIC X(06).
           05 ACTO-NOM              PIC X(20).
           05 ACTO-BALANCE          PIC S9(07)V99.
           05 ACTO-CURRENCY-CODE    PIC X(03).
           05 ACTO-ACCT-TYPE        PIC X(01).
           05 ACTO-STATUS           PIC X(01).
           05 ACTO-LAST-ACTIVITY    PIC 9(08).

       FD  TRANSACTION-HISTORY.
           COPY "tranhfd.cpy".

       FD  CHART-OF-ACCOUNTS.
           COPY "coafd.cpy".

       FD  EXCHANGE-RATE-TABLE.
       01  EXCHANGE-RATE-RECORD.
           05 FX-CURRENCY-CODE      PIC X(03).
           05 FX-RATE-TO-BASE       PIC 9(03)V9(06).

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-RECORD  PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-MASTER-STATUS PIC X(02).
       01  WS-TRAN-HISTORY-STATUS   PIC X(02).
       01  WS-CHART-STATUS          PIC X(02).
       01  WS-FX-RATE-STATUS        PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-STMT-RPT-STATUS       PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-ACCOUNT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS    VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-CHART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CHART       VALUE 'Y'.
           05 WS-FX-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-RATES       VALUE 'Y'.
           05 WS-ACCT-FOUND-SW      PIC X(01).
              88 ACCT-FOUND         VALUE 'Y'.
           05 WS-CHART-FOUND-SW     PIC X(01).
              88 CHART-FOUND        VALUE 'Y'.
           05 WS-RATE-FOUND-SW      PIC X(01).
              88 RATE-FOUND         VALUE 'Y'.
           05 WS-LINE-FOUND-SW      PIC X(01).
              88 LINE-FOUND         VALUE 'Y'.
           05 WS-SLOT-FOUND-SW      PIC X(01).
              88 SLOT-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-REPORT-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR        PIC 9(04).
           05 WS-REPORT-MM          PIC 9(02).
       01  WS-PRIOR-MONTH           PIC 9(06).
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YEAR         PIC 9(04).
           05 WS-PRIOR-MM           PIC 9(02).
       01  WS-YEAR-START-MONTH      PIC 9(06).
       01  WS-POST-DATE             PIC 9(08).
       01  WS-POST-PARTS REDEFINES WS-POST-DATE.
           05 WS-POST-MONTH         PIC 9(06).
           05 FILLER                PIC 9(02).

      *-------------------------------------------------
      * THE LEDGER ACCOUNTS, WITH THE CHART ROW EACH ONE
      * MAPS TO (ZERO WHEN UNMAPPED) AND THE SIGNED NET
      * CREDIT OF ITS POSTINGS BY PERIOD, IN THE
      * ACCOUNT'S OWN CURRENCY.
      *-------------------------------------------------
       01  WS-MAX-ACCOUNTS          PIC 9(04) COMP VALUE 1000.
       01  WS-ACCOUNT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-ACC-ID          PIC X(06).
              10 WS-ACC-NOM         PIC X(20).
              10 WS-ACC-CURRENCY    PIC X(03).
              10 WS-ACC-BALANCE     PIC S9(07)V99.
              10 WS-ACC-CHART-SUB   PIC 9(04) COMP.
              10 WS-ACC-ENT-SUB     PIC 9(02) COMP.
              10 WS-ACC-AFTER       PIC S9(11)V99.
              10 WS-ACC-CURRENT     PIC S9(11)V99.
              10 WS-ACC-PRIOR       PIC S9(11)V99.
              10 WS-ACC-YTD         PIC S9(11)V99.

       01  WS-MAX-CHART-ROWS        PIC 9(04) COMP VALUE 1000.
       01  WS-CHART-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-CHART-TABLE.
           05 WS-COA-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CHART-COUNT
                 INDEXED BY COA-IDX.
              10 WS-COA-RECORD      PIC X(44).
              10 WS-COA-FIELDS REDEFINES WS-COA-RECORD.
                 15 WS-COA-ACCT-ID  PIC X(06).
                 15 WS-COA-SECTION  PIC X(02).
                    88 WS-COA-VALID-SECTION
                                    VALUE 'RV' 'EX' 'AS' 'LI' 'EQ'.
                 15 WS-COA-LINE-NO  PIC 9(03).
                 15 WS-COA-SIGN     PIC X(01).
                    88 WS-COA-REVERSED VALUE '-'.
                 15 WS-COA-LINE-TEXT PIC X(30).
                 15 WS-COA-ENTITY   PIC X(02).
              10 WS-COA-USED-SW     PIC X(01).
                 88 WS-COA-USED     VALUE 'Y'.

       01  WS-MAX-RATES             PIC 9(02) COMP VALUE 50.
       01  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-RATE-COUNT
                 INDEXED BY FX-IDX.
              10 WS-RATE-CURRENCY   PIC X(03).
              10 WS-RATE-TO-BASE    PIC 9(03)V9(06).

      *-------------------------------------------------
      * THE STATEMENT LINES, KEPT IN SECTION AND LINE
      * NUMBER ORDER AS THEY ARE BUILT. THE COLUMNS ARE
      * IN BASE CURRENCY - FOR THE INCOME STATEMENT THE
      * MONTH, PRIOR MONTH AND YEAR TO DATE; FOR THE
      * BALANCE SHEET THE MONTH-END BALANCE, THE PRIOR
      * MONTH-END BALANCE AND THE CHANGE SINCE JANUARY.
      *-------------------------------------------------
       01  WS-MAX-LINES             PIC 9(03) COMP VALUE 200.
       01  WS-LINE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LINE-TABLE.
           05 WS-LIN-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-LINE-COUNT
                 INDEXED BY LIN-IDX.
              10 WS-LIN-KEY.
                 15 WS-LIN-RANK     PIC 9(01).
                 15 WS-LIN-NO       PIC 9(03).
              10 WS-LIN-TEXT        PIC X(30).
              10 WS-LIN-COL-1       PIC S9(11)V99.
              10 WS-LIN-COL-2       PIC S9(11)V99.
              10 WS-LIN-COL-3       PIC S9(11)V99.
              10 WS-LIN-ENT OCCURS 10 TIMES.
                 15 WS-LIN-ENT-COL-1 PIC S9(11)V99.
                 15 WS-LIN-ENT-COL-2 PIC S9(11)V99.
                 15 WS-LIN-ENT-COL-3 PIC S9(11)V99.

      *-------------------------------------------------
      * THE REPORTING ENTITIES, AS ENTITYLOOKUP HOLDS
      * THEM. THE LAST ROW TAKES ANY ACCOUNT WHOSE CHART
      * ROW NAMES NO KNOWN ENTITY. THE STATEMENTS PRINT
      * FOR EACH ENTITY WITH ACCOUNTS, THEN FOR ENTITY
      * ZERO - THE CONSOLIDATION.
      *-------------------------------------------------
       01  WS-MAX-ENTITIES          PIC 9(02) COMP VALUE 10.
       01  WS-ENTITY-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-ENTITY-TABLE.
           05 WS-ENTITY-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-ENTITY-COUNT
                 INDEXED BY ENT-IDX.
              10 WS-ENT-CODE        PIC X(02).
              10 WS-ENT-NAME        PIC X(30).
              10 WS-ENT-IC-ACCT-ID  PIC X(06).
              10 WS-ENT-ACCOUNTS    PIC 9(04) COMP.
              10 WS-ENT-IC-BALANCE  PIC S9(11)V99.

       01  WS-ENTITY-FOUND-SW       PIC X(01).
           88 ENTITY-FOUND          VALUE 'Y'.
       01  WS-PRINT-ENT-SUB         PIC 9(02) COMP.
       01  WS-ENTITY-TITLE          PIC X(40).
       01  WS-NO-ENTITY-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  WS-IC-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-IC-BALANCED-SW        PIC X(01) VALUE 'Y'.
           88 INTERCOMPANY-BALANCED VALUE 'Y'.

       01  WS-SECTION-NAMES.
           05 FILLER                PIC X(16) VALUE 'REVENUE'.
           05 FILLER                PIC X(16) VALUE 'EXPENSES'.
           05 FILLER                PIC X(16) VALUE 'ASSETS'.
           05 FILLER                PIC X(16) VALUE 'LIABILITIES'.
           05 FILLER                PIC X(16) VALUE 'EQUITY AND FUNDS'.
       01  WS-SECTION-NAME-TABLE REDEFINES WS-SECTION-NAMES.
           05 WS-SECTION-NAME       PIC X(16) OCCURS 5 TIMES.

       01  WS-SECTION-TOTALS.
           05 WS-SEC-ENTRY OCCURS 5 TIMES.
              10 WS-SEC-COL-1       PIC S9(11)V99.
              10 WS-SEC-COL-2       PIC S9(11)V99.
              10 WS-SEC-COL-3       PIC S9(11)V99.

       01  WS-WORK-KEY.
           05 WS-WORK-RANK          PIC 9(01).
           05 WS-WORK-LINE-NO       PIC 9(03).
       01  WS-WORK-TEXT             PIC X(30).
       01  WS-WORK-RATE             PIC 9(03)V9(06).
       01  WS-WORK-SIGNED           PIC S9(09)V99.
       01  WS-WORK-COL-1            PIC S9(11)V99.
       01  WS-WORK-COL-2            PIC S9(11)V99.
       01  WS-WORK-COL-3            PIC S9(11)V99.
       01  WS-BASE-COL-1            PIC S9(11)V99.
       01  WS-BASE-COL-2            PIC S9(11)V99.
       01  WS-BASE-COL-3            PIC S9(11)V99.
       01  WS-SUB                   PIC 9(03) COMP.
       01  WS-SHIFT-SUB             PIC 9(03) COMP.
       01  WS-RANK-SUB              PIC 9(01).

       01  WS-UNMAPPED-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-CHART-ERROR-COUNT     PIC 9(04) COMP VALUE ZERO.
       01  WS-CHART-SPARE-COUNT     PIC 9(04) COMP VALUE ZERO.
       01  WS-ORPHAN-POSTING-COUNT  PIC 9(07) COMP VALUE ZERO.
       01  WS-LINE-OVERFLOW-COUNT   PIC 9(04) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-STATEMENT-LINE.
           05 WS-SL-TEXT            PIC X(33).
           05 FILLER                PIC X(02).
           05 WS-SL-COL-1           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01).
           05 WS-SL-COL-2           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01).
           05 WS-SL-COL-3           PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01).
       01  WS-BALANCE-ED            PIC -ZZZZZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZZZ9.

           COPY "entparm.cpy".

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-POSTING THRU 2000-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 3000-BUILD-LINES THRU 3000-EXIT.
           PERFORM 3500-PRINT-ENTITY THRU 3500-EXIT
               VARYING WS-PRINT-ENT-SUB FROM 1 BY 1
               UNTIL WS-PRINT-ENT-SUB > WS-ENTITY-COUNT.
           MOVE ZERO TO WS-PRINT-ENT-SUB.
           MOVE 'CONSOLIDATED - BASE CURRENCY' TO WS-ENTITY-TITLE.
           PERFORM 4000-INCOME-STATEMENT THRU 4000-EXIT.
           PERFORM 5000-BALANCE-SHEET THRU 5000-EXIT.
           PERFORM 5500-INTERCOMPANY THRU 5500-EXIT.
           PERFORM 6000-EXCEPTIONS THRU 6000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-UNMAPPED-COUNT > ZERO
              OR WS-CHART-ERROR-COUNT > ZERO
              OR WS-NO-ENTITY-COUNT > ZERO
              OR NOT INTERCOMPANY-BALANCED THEN
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

           IF WS-REPORT-MM = 1 THEN
              COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
              MOVE 12 TO WS-PRIOR-MM
           ELSE
              MOVE WS-REPORT-YEAR TO WS-PRIOR-YEAR
              COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF.
           COMPUTE WS-YEAR-START-MONTH = WS-REPORT-YEAR * 100 + 1.

           OPEN INPUT EXCHANGE-RATE-TABLE.
           IF WS-FX-RATE-STATUS = '00' THEN
              PERFORM 1100-LOAD-RATE THRU 1100-EXIT
                  UNTIL END-OF-RATES
                     OR WS-RATE-COUNT >= WS-MAX-RATES
              CLOSE EXCHANGE-RATE-TABLE
           END-IF.

           PERFORM 1400-LOAD-ENTITIES THRU 1400-EXIT.

           OPEN INPUT CHART-OF-ACCOUNTS.
           IF WS-CHART-STATUS = '00' THEN
              PERFORM 1200-LOAD-CHART-ROW THRU 1200-EXIT
                  UNTIL END-OF-CHART
                     OR WS-CHART-COUNT >= WS-MAX-CHART-ROWS
              CLOSE CHART-OF-ACCOUNTS
           END-IF.

           OPEN INPUT ACCOUNT-MASTER-OUT.
           IF WS-ACCOUNT-MASTER-STATUS = '00' THEN
              PERFORM 1300-LOAD-ACCOUNT THRU 1300-EXIT
                  UNTIL END-OF-ACCOUNTS
                     OR WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
              CLOSE ACCOUNT-MASTER-OUT
           END-IF.

           OPEN INPUT TRANSACTION-HISTORY.
           IF WS-TRAN-HISTORY-STATUS NOT = '00' THEN
              SET END-OF-HISTORY TO TRUE
           ELSE
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT
           END-IF.

           OPEN OUTPUT STATEMENT-REPORT.
       1000-EXIT.
           EXIT.

       1100-LOAD-RATE.
           READ EXCHANGE-RATE-TABLE
              AT END SET END-OF-RATES TO TRUE
           END-READ.
           IF NOT END-OF-RATES THEN
              ADD 1 TO WS-RATE-COUNT
              MOVE FX-CURRENCY-CODE
                  TO WS-RATE-CURRENCY(WS-RATE-COUNT)
              MOVE FX-RATE-TO-BASE
                  TO WS-RATE-TO-BASE(WS-RATE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-CHART-ROW.
           READ CHART-OF-ACCOUNTS
              AT END SET END-OF-CHART TO TRUE
           END-READ.
           IF NOT END-OF-CHART THEN
              ADD 1 TO WS-CHART-COUNT
              MOVE CHART-OF-ACCOUNTS-RECORD
                  TO WS-COA-RECORD(WS-CHART-COUNT)
              MOVE 'N' TO WS-COA-USED-SW(WS-CHART-COUNT)
              IF WS-COA-LINE-NO(WS-CHART-COUNT) NOT NUMERIC THEN
                 MOVE ZERO TO WS-COA-LINE-NO(WS-CHART-COUNT)
              END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * EACH ACCOUNT TAKES THE FIRST CHART ROW FOR ITS ID
      * THAT NAMES A VALID SECTION. A SECOND ROW FOR THE
      * SAME ACCOUNT IS LEFT UNUSED AND REPORTED.
      *-------------------------------------------------
       1300-LOAD-ACCOUNT.
           READ ACCOUNT-MASTER-OUT
              AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.
           IF END-OF-ACCOUNTS THEN
              GO TO 1300-EXIT
           END-IF.

           ADD 1 TO WS-ACCOUNT-COUNT.
           SET ACC-IDX TO WS-ACCOUNT-COUNT.
           MOVE ACTO-ACCT-ID       TO WS-ACC-ID(ACC-IDX).
           MOVE ACTO-NOM           TO WS-ACC-NOM(ACC-IDX).
           MOVE ACTO-CURRENCY-CODE TO WS-ACC-CURRENCY(ACC-IDX).
           MOVE ACTO-BALANCE       TO WS-ACC-BALANCE(ACC-IDX).
           MOVE ZERO TO WS-ACC-CHART-SUB(ACC-IDX)
                        WS-ACC-ENT-SUB(ACC-IDX)
                        WS-ACC-AFTER(ACC-IDX)
                        WS-ACC-CURRENT(ACC-IDX)
                        WS-ACC-PRIOR(ACC-IDX)
                        WS-ACC-YTD(ACC-IDX).

           MOVE 'N' TO WS-CHART-FOUND-SW.
           SET COA-IDX TO 1.
           PERFORM 1310-MATCH-CHART-ROW THRU 1310-EXIT
               UNTIL COA-IDX > WS-CHART-COUNT OR CHART-FOUND.
           IF CHART-FOUND THEN
              SET WS-ACC-CHART-SUB(ACC-IDX) TO COA-IDX
              MOVE 'Y' TO WS-COA-USED-SW(COA-IDX)
              MOVE 'N' TO WS-ENTITY-FOUND-SW
              SET ENT-IDX TO 1
              PERFORM 1320-MATCH-ENTITY THRU 1320-EXIT
                  UNTIL ENT-IDX > WS-ENTITY-COUNT OR ENTITY-FOUND
              IF NOT ENTITY-FOUND THEN
                 SET ENT-IDX TO WS-ENTITY-COUNT
              END-IF
              SET WS-ACC-ENT-SUB(ACC-IDX) TO ENT-IDX
              ADD 1 TO WS-ENT-ACCOUNTS(ENT-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       1320-MATCH-ENTITY.
           IF WS-ENT-CODE(ENT-IDX) = WS-COA-ENTITY(COA-IDX)
              AND WS-ENT-CODE(ENT-IDX) NOT = '??' THEN
              SET ENTITY-FOUND TO TRUE
           ELSE
              SET ENT-IDX UP BY 1
           END-IF.
       1320-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY ENTITY ENTITYLOOKUP KNOWS, IN ITS ORDER,
      * THEN THE '??' ROW FOR CHART ROWS WITHOUT ONE.
      *-------------------------------------------------
       1400-LOAD-ENTITIES.
           SET ENT-BY-NUMBER TO TRUE.
           MOVE 1 TO ENT-NUMBER.
           CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA.
           PERFORM 1410-ADD-ENTITY THRU 1410-EXIT
               UNTIL ENT-NOT-FOUND
                  OR WS-ENTITY-COUNT >= WS-MAX-ENTITIES - 1.
           MOVE SPACE       TO ENT-FUNCTION.
           MOVE '??'        TO ENT-ENTITY-CODE.
           MOVE 'NO ENTITY' TO ENT-ENTITY-NAME.
           MOVE SPACES      TO ENT-IC-ACCT-ID.
           PERFORM 1410-ADD-ENTITY THRU 1410-EXIT.
       1400-EXIT.
           EXIT.

       1410-ADD-ENTITY.
           ADD 1 TO WS-ENTITY-COUNT.
           SET ENT-IDX TO WS-ENTITY-COUNT.
           MOVE ENT-ENTITY-CODE TO WS-ENT-CODE(ENT-IDX).
           MOVE ENT-ENTITY-NAME TO WS-ENT-NAME(ENT-IDX).
           MOVE ENT-IC-ACCT-ID  TO WS-ENT-IC-ACCT-ID(ENT-IDX).
           MOVE ZERO TO WS-ENT-ACCOUNTS(ENT-IDX)
                        WS-ENT-IC-BALANCE(ENT-IDX).
           IF ENT-BY-NUMBER AND ENT-FOUND THEN
              ADD 1 TO ENT-NUMBER
              CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA
           END-IF.
       1410-EXIT.
           EXIT.

       1310-MATCH-CHART-ROW.
           IF WS-COA-ACCT-ID(COA-IDX) = ACTO-ACCT-ID
              AND WS-COA-VALID-SECTION(COA-IDX)
              AND NOT WS-COA-USED(COA-IDX) THEN
              SET CHART-FOUND TO TRUE
           ELSE
              SET COA-IDX UP BY 1
           END-IF.
       1310-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY POSTING ON THE HISTORY IS SORTED INTO THE
      * PERIODS THE STATEMENTS NEED, AS A NET CREDIT -
      * A CREDIT RAISES THE CARRIED BALANCE AND A DEBIT
      * LOWERS IT, AS SOLDE POSTS THEM. POSTINGS AFTER
      * THE REPORTING MONTH ARE KEPT SO THE MONTH-END
      * BALANCE CAN BE WORKED BACK FROM TODAY'S.
      *-------------------------------------------------
       2000-TALLY-POSTING.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 2100-MATCH-ACCOUNT THRU 2100-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
           IF NOT ACCT-FOUND THEN
              ADD 1 TO WS-ORPHAN-POSTING-COUNT
              GO TO 2000-NEXT
           END-IF.

           IF TH-TYPE = 'D' THEN
              COMPUTE WS-WORK-SIGNED = ZERO - TH-AMOUNT
           ELSE
              MOVE TH-AMOUNT TO WS-WORK-SIGNED
           END-IF.
           MOVE TH-POST-DATE TO WS-POST-DATE.

           IF WS-POST-MONTH > WS-REPORT-MONTH THEN
              ADD WS-WORK-SIGNED TO WS-ACC-AFTER(ACC-IDX)
              GO TO 2000-NEXT
           END-IF.
           IF WS-POST-MONTH = WS-REPORT-MONTH THEN
              ADD WS-WORK-SIGNED TO WS-ACC-CURRENT(ACC-IDX)
           END-IF.
           IF WS-POST-MONTH = WS-PRIOR-MONTH THEN
              ADD WS-WORK-SIGNED TO WS-ACC-PRIOR(ACC-IDX)
           END-IF.
           IF WS-POST-MONTH NOT < WS-YEAR-START-MONTH THEN
              ADD WS-WORK-SIGNED TO WS-ACC-YTD(ACC-IDX)
           END-IF.

       2000-NEXT.
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-MATCH-ACCOUNT.
           IF WS-ACC-ID(ACC-IDX) = TH-ACCT-ID THEN
              SET ACCT-FOUND TO TRUE
           ELSE
              SET ACC-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       2900-READ-HISTORY.
           READ TRANSACTION-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * EACH MAPPED ACCOUNT IS TURNED INTO ITS THREE
      * STATEMENT FIGURES, CONVERTED TO BASE CURRENCY AND
      * ADDED TO ITS LINE. REVENUE IS SHOWN AS NET
      * CREDITS AND EXPENSES AS NET DEBITS; A REVERSED
      * CHART ROW FLIPS THE SIGN ON TOP OF THAT.
      *-------------------------------------------------
       3000-BUILD-LINES.
           PERFORM 3100-BUILD-ONE-ACCOUNT THRU 3100-EXIT
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT.
       3000-EXIT.
           EXIT.

       3100-BUILD-ONE-ACCOUNT.
           IF WS-ACC-CHART-SUB(ACC-IDX) = ZERO THEN
              ADD 1 TO WS-UNMAPPED-COUNT
              GO TO 3100-EXIT
           END-IF.
           SET COA-IDX TO WS-ACC-CHART-SUB(ACC-IDX).

           EVALUATE WS-COA-SECTION(COA-IDX)
              WHEN 'RV'
                 MOVE 1 TO WS-WORK-RANK
                 MOVE WS-ACC-CURRENT(ACC-IDX) TO WS-WORK-COL-1
                 MOVE WS-ACC-PRIOR(ACC-IDX)   TO WS-WORK-COL-2
                 MOVE WS-ACC-YTD(ACC-IDX)     TO WS-WORK-COL-3
              WHEN 'EX'
                 MOVE 2 TO WS-WORK-RANK
                 COMPUTE WS-WORK-COL-1 =
                     ZERO - WS-ACC-CURRENT(ACC-IDX)
                 COMPUTE WS-WORK-COL-2 =
                     ZERO - WS-ACC-PRIOR(ACC-IDX)
                 COMPUTE WS-WORK-COL-3 =
                     ZERO - WS-ACC-YTD(ACC-IDX)
              WHEN OTHER
                 EVALUATE WS-COA-SECTION(COA-IDX)
                    WHEN 'AS'
                       MOVE 3 TO WS-WORK-RANK
                    WHEN 'LI'
                       MOVE 4 TO WS-WORK-RANK
                    WHEN OTHER
                       MOVE 5 TO WS-WORK-RANK
                 END-EVALUATE
                 COMPUTE WS-WORK-COL-1 = WS-ACC-BALANCE(ACC-IDX)
                     - WS-ACC-AFTER(ACC-IDX)
                 COMPUTE WS-WORK-COL-2 = WS-WORK-COL-1
                     - WS-ACC-CURRENT(ACC-IDX)
                 MOVE WS-ACC-YTD(ACC-IDX) TO WS-WORK-COL-3
           END-EVALUATE.

           IF WS-COA-REVERSED(COA-IDX) THEN
              COMPUTE WS-WORK-COL-1 = ZERO - WS-WORK-COL-1
              COMPUTE WS-WORK-COL-2 = ZERO - WS-WORK-COL-2
              COMPUTE WS-WORK-COL-3 = ZERO - WS-WORK-COL-3
           END-IF.

           MOVE 'N' TO WS-RATE-FOUND-SW.
           SET FX-IDX TO 1.
           PERFORM 3110-MATCH-RATE THRU 3110-EXIT
               UNTIL FX-IDX > WS-RATE-COUNT OR RATE-FOUND.
           IF RATE-FOUND THEN
              MOVE WS-RATE-TO-BASE(FX-IDX) TO WS-WORK-RATE
           ELSE
              MOVE 1 TO WS-WORK-RATE
           END-IF.
           COMPUTE WS-BASE-COL-1 ROUNDED =
               WS-WORK-COL-1 * WS-WORK-RATE.
           COMPUTE WS-BASE-COL-2 ROUNDED =
               WS-WORK-COL-2 * WS-WORK-RATE.
           COMPUTE WS-BASE-COL-3 ROUNDED =
               WS-WORK-COL-3 * WS-WORK-RATE.

           MOVE WS-COA-LINE-NO(COA-IDX)   TO WS-WORK-LINE-NO.
           MOVE WS-COA-LINE-TEXT(COA-IDX) TO WS-WORK-TEXT.
           PERFORM 3200-FIND-LINE THRU 3200-EXIT.
           IF LINE-FOUND THEN
              ADD WS-BASE-COL-1 TO WS-LIN-COL-1(LIN-IDX)
              ADD WS-BASE-COL-2 TO WS-LIN-COL-2(LIN-IDX)
              ADD WS-BASE-COL-3 TO WS-LIN-COL-3(LIN-IDX)
              MOVE WS-ACC-ENT-SUB(ACC-IDX) TO WS-SUB
              ADD WS-BASE-COL-1 TO WS-LIN-ENT-COL-1(LIN-IDX, WS-SUB)
              ADD WS-BASE-COL-2 TO WS-LIN-ENT-COL-2(LIN-IDX, WS-SUB)
              ADD WS-BASE-COL-3 TO WS-LIN-ENT-COL-3(LIN-IDX, WS-SUB)
           END-IF.

           MOVE WS-ACC-ENT-SUB(ACC-IDX) TO WS-SUB.
           IF WS-ACC-ID(ACC-IDX) = WS-ENT-IC-ACCT-ID(WS-SUB) THEN
              ADD WS-BASE-COL-1 TO WS-ENT-IC-BALANCE(WS-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

       3110-MATCH-RATE.
           IF WS-RATE-CURRENCY(FX-IDX) = WS-ACC-CURRENCY(ACC-IDX) THEN
              SET RATE-FOUND TO TRUE
           ELSE
              SET FX-IDX UP BY 1
           END-IF.
       3110-EXIT.
           EXIT.

      *-------------------------------------------------
      * FIND THE LINE FOR THE WORK KEY, OR OPEN A NEW ONE
      * IN KEY ORDER BY SHIFTING THE LATER LINES DOWN.
      * A FULL TABLE LEAVES THE ACCOUNT OFF THE
      * STATEMENTS AND IS COUNTED.
      *-------------------------------------------------
       3200-FIND-LINE.
           MOVE 'N' TO WS-LINE-FOUND-SW.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           SET LIN-IDX TO 1.
           PERFORM 3210-COMPARE-LINE THRU 3210-EXIT
               UNTIL LIN-IDX > WS-LINE-COUNT
                  OR LINE-FOUND OR SLOT-FOUND.
           IF LINE-FOUND THEN
              GO TO 3200-EXIT
           END-IF.
           IF WS-LINE-COUNT >= WS-MAX-LINES THEN
              ADD 1 TO WS-LINE-OVERFLOW-COUNT
              GO TO 3200-EXIT
           END-IF.

           SET WS-SUB TO LIN-IDX.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 3220-SHIFT-LINE THRU 3220-EXIT
               VARYING WS-SHIFT-SUB FROM WS-LINE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-SUB.
           SET LIN-IDX TO WS-SUB.
           MOVE WS-WORK-KEY  TO WS-LIN-KEY(LIN-IDX).
           MOVE WS-WORK-TEXT TO WS-LIN-TEXT(LIN-IDX).
           MOVE ZERO TO WS-LIN-COL-1(LIN-IDX)
                        WS-LIN-COL-2(LIN-IDX)
                        WS-LIN-COL-3(LIN-IDX).
           PERFORM 3230-CLEAR-ENTITY-COLS THRU 3230-EXIT
               VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > WS-MAX-ENTITIES.
           SET LINE-FOUND TO TRUE.
       3200-EXIT.
           EXIT.

       3210-COMPARE-LINE.
           IF WS-LIN-KEY(LIN-IDX) = WS-WORK-KEY THEN
              SET LINE-FOUND TO TRUE
           ELSE
              IF WS-LIN-KEY(LIN-IDX) > WS-WORK-KEY THEN
                 SET SLOT-FOUND TO TRUE
              ELSE
                 SET LIN-IDX UP BY 1
              END-IF
           END-IF.
       3210-EXIT.
           EXIT.

       3220-SHIFT-LINE.
           MOVE WS-LIN-ENTRY(WS-SHIFT-SUB - 1)
               TO WS-LIN-ENTRY(WS-SHIFT-SUB).
       3220-EXIT.
           EXIT.

       3230-CLEAR-ENTITY-COLS.
           MOVE ZERO TO WS-LIN-ENT-COL-1(LIN-IDX, WS-SHIFT-SUB)
                        WS-LIN-ENT-COL-2(LIN-IDX, WS-SHIFT-SUB)
                        WS-LIN-ENT-COL-3(LIN-IDX, WS-SHIFT-SUB).
       3230-EXIT.
           EXIT.

      *-------------------------------------------------
      * BOTH STATEMENTS FOR ONE ENTITY, ONLY WHEN SOME
      * LEDGER ACCOUNT BELONGS TO IT.
      *-------------------------------------------------
       3500-PRINT-ENTITY.
           IF WS-ENT-ACCOUNTS(WS-PRINT-ENT-SUB) = ZERO THEN
              GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO WS-ENTITY-TITLE.
           STRING WS-ENT-CODE(WS-PRINT-ENT-SUB) ' '
               WS-ENT-NAME(WS-PRINT-ENT-SUB)
               DELIMITED BY SIZE INTO WS-ENTITY-TITLE.
           PERFORM 4000-INCOME-STATEMENT THRU 4000-EXIT.
           PERFORM 5000-BALANCE-SHEET THRU 5000-EXIT.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------
      * INCOME STATEMENT - REVENUE, EXPENSES AND THE NET
      * RESULT FOR THE MONTH, PRIOR MONTH AND YEAR.
      *-------------------------------------------------
       4000-INCOME-STATEMENT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INCOME STATEMENT FOR MONTH ' WS-REPORT-MONTH
               '   RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ENTITY-TITLE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE '    THIS MONTH   PRIOR MONTH  YEAR TO DATE'
               TO WS-REPORT-LINE(38:43).
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.

           PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
               VARYING WS-RANK-SUB FROM 1 BY 1
               UNTIL WS-RANK-SUB > 2.

           MOVE SPACES TO WS-STATEMENT-LINE.
           MOVE 'NET RESULT' TO WS-SL-TEXT.
           COMPUTE WS-SL-COL-1 = WS-SEC-COL-1(1) - WS-SEC-COL-1(2).
           COMPUTE WS-SL-COL-2 = WS-SEC-COL-2(1) - WS-SEC-COL-2(2).
           COMPUTE WS-SL-COL-3 = WS-SEC-COL-3(1) - WS-SEC-COL-3(2).
           MOVE WS-STATEMENT-LINE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * BALANCE SHEET - BALANCES AS CARRIED ON THE
      * LEDGER, WITH THE TOTALS OF EACH SECTION AND WHAT
      * IS LEFT WHEN LIABILITIES AND EQUITY ARE TAKEN
      * FROM ASSETS.
      *-------------------------------------------------
       5000-BALANCE-SHEET.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BALANCE SHEET AT THE END OF MONTH '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE WS-ENTITY-TITLE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE '     MONTH END   PRIOR MONTH    CHANGE YTD'
               TO WS-REPORT-LINE(38:43).
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.

           PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
               VARYING WS-RANK-SUB FROM 3 BY 1
               UNTIL WS-RANK-SUB > 5.

           MOVE SPACES TO WS-STATEMENT-LINE.
           MOVE 'ASSETS LESS LIABILITIES/EQUITY' TO WS-SL-TEXT.
           COMPUTE WS-SL-COL-1 = WS-SEC-COL-1(3)
               - WS-SEC-COL-1(4) - WS-SEC-COL-1(5).
           COMPUTE WS-SL-COL-2 = WS-SEC-COL-2(3)
               - WS-SEC-COL-2(4) - WS-SEC-COL-2(5).
           COMPUTE WS-SL-COL-3 = WS-SEC-COL-3(3)
               - WS-SEC-COL-3(4) - WS-SEC-COL-3(5).
           MOVE WS-STATEMENT-LINE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------
      * INTERCOMPANY ELIMINATION - EVERY ENTITY'S
      * INTERCOMPANY ACCOUNT AT MONTH END. POSTED IN
      * PAIRS THEY NET TO ZERO ON CONSOLIDATION; ANY
      * OTHER TOTAL IS LISTED AS AN IMBALANCE (CODE 4).
      *-------------------------------------------------
       5500-INTERCOMPANY.
           MOVE 'INTERCOMPANY ELIMINATION AT MONTH END'
               TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 5510-PRINT-IC-ENTITY THRU 5510-EXIT
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > WS-ENTITY-COUNT.
           MOVE SPACES TO WS-STATEMENT-LINE.
           MOVE 'NET ON CONSOLIDATION' TO WS-SL-TEXT.
           MOVE WS-IC-TOTAL TO WS-SL-COL-1.
           MOVE WS-STATEMENT-LINE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           IF WS-IC-TOTAL NOT = ZERO THEN
              MOVE 'N' TO WS-IC-BALANCED-SW
              MOVE '   *** INTERCOMPANY OUT OF BALANCE ***'
                  TO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5500-EXIT.
           EXIT.

       5510-PRINT-IC-ENTITY.
           IF WS-ENT-IC-ACCT-ID(ENT-IDX) = SPACES THEN
              GO TO 5510-EXIT
           END-IF.
           ADD WS-ENT-IC-BALANCE(ENT-IDX) TO WS-IC-TOTAL.
           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING '   ' WS-ENT-CODE(ENT-IDX) ' '
               WS-ENT-IC-ACCT-ID(ENT-IDX)
               DELIMITED BY SIZE INTO WS-SL-TEXT.
           MOVE WS-ENT-IC-BALANCE(ENT-IDX) TO WS-SL-COL-1.
           MOVE WS-STATEMENT-LINE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       5510-EXIT.
           EXIT.

      *-------------------------------------------------
      * WHAT THE STATEMENTS COULD NOT PLACE - LEDGER
      * ACCOUNTS WITH NO CHART ROW (THE STEP RETURNS 4),
      * CHART ROWS THAT ARE INVALID OR DUPLICATED (ALSO
      * 4) AND CHART ROWS FOR ACCOUNTS NOT ON THE LEDGER
      * (FOR INFORMATION).
      *-------------------------------------------------
       6000-EXCEPTIONS.
           MOVE 'LEDGER ACCOUNTS NOT ON THE CHART OF ACCOUNTS'
               TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 6100-REPORT-UNMAPPED THRU 6100-EXIT
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT.
           IF WS-UNMAPPED-COUNT = ZERO THEN
              MOVE '   NONE - EVERY LEDGER ACCOUNT IS MAPPED'
                  TO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.

           MOVE 'CHART OF ACCOUNTS ROWS NOT USED'
               TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 6200-REPORT-UNUSED-ROW THRU 6200-EXIT
               VARYING COA-IDX FROM 1 BY 1
               UNTIL COA-IDX > WS-CHART-COUNT.
           IF WS-CHART-ERROR-COUNT = ZERO
              AND WS-CHART-SPARE-COUNT = ZERO THEN
              MOVE '   NONE' TO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE 'LEDGER ACCOUNTS WITH NO KNOWN ENTITY'
               TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 6300-REPORT-NO-ENTITY THRU 6300-EXIT
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT.
           IF WS-NO-ENTITY-COUNT = ZERO THEN
              MOVE '   NONE' TO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.

           IF WS-ORPHAN-POSTING-COUNT > ZERO THEN
              MOVE SPACES TO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
              MOVE WS-ORPHAN-POSTING-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'POSTINGS TO ACCOUNTS NOT ON THE LEDGER '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           IF WS-LINE-OVERFLOW-COUNT > ZERO THEN
              MOVE WS-LINE-OVERFLOW-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ACCOUNTS LEFT OFF - STATEMENT LINES FULL '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-REPORT-UNMAPPED.
           IF WS-ACC-CHART-SUB(ACC-IDX) NOT = ZERO THEN
              GO TO 6100-EXIT
           END-IF.
           MOVE WS-ACC-BALANCE(ACC-IDX) TO WS-BALANCE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-ACC-ID(ACC-IDX) ' '
               WS-ACC-NOM(ACC-IDX) ' '
               WS-ACC-CURRENCY(ACC-IDX) ' ' WS-BALANCE-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

       6200-REPORT-UNUSED-ROW.
           IF WS-COA-USED(COA-IDX) THEN
              GO TO 6200-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-COA-ACCT-ID(COA-IDX) ' '
               WS-COA-SECTION(COA-IDX) ' '
               WS-COA-LINE-NO(COA-IDX) ' '
               WS-COA-LINE-TEXT(COA-IDX) ' '
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF NOT WS-COA-VALID-SECTION(COA-IDX) THEN
              ADD 1 TO WS-CHART-ERROR-COUNT
              MOVE 'INVALID SECTION' TO WS-REPORT-LINE(50:20)
              GO TO 6200-WRITE
           END-IF.

           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 6210-MATCH-LEDGER THRU 6210-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
           IF ACCT-FOUND THEN
              ADD 1 TO WS-CHART-ERROR-COUNT
              MOVE 'DUPLICATE ROW' TO WS-REPORT-LINE(50:20)
           ELSE
              ADD 1 TO WS-CHART-SPARE-COUNT
              MOVE 'NO LEDGER ACCOUNT' TO WS-REPORT-LINE(50:20)
           END-IF.
       6200-WRITE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

       6210-MATCH-LEDGER.
           IF WS-ACC-ID(ACC-IDX) = WS-COA-ACCT-ID(COA-IDX) THEN
              SET ACCT-FOUND TO TRUE
           ELSE
              SET ACC-IDX UP BY 1
           END-IF.
       6210-EXIT.
           EXIT.

       6300-REPORT-NO-ENTITY.
           IF WS-ACC-CHART-SUB(ACC-IDX) = ZERO THEN
              GO TO 6300-EXIT
           END-IF.
           IF WS-ENT-CODE(WS-ACC-ENT-SUB(ACC-IDX)) NOT = '??' THEN
              GO TO 6300-EXIT
           END-IF.
           ADD 1 TO WS-NO-ENTITY-COUNT.
           SET COA-IDX TO WS-ACC-CHART-SUB(ACC-IDX).
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '   ' WS-ACC-ID(ACC-IDX) ' '
               WS-ACC-NOM(ACC-IDX) ' ENTITY '''
               WS-COA-ENTITY(COA-IDX) ''''
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       6300-EXIT.
           EXIT.

       7000-WRITE-LINE.
           MOVE WS-REPORT-LINE TO STATEMENT-REPORT-RECORD.
           WRITE STATEMENT-REPORT-RECORD.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE SECTION - ITS HEADING, ITS LINES IN ORDER AND
      * ITS TOTAL, WHICH IS KEPT FOR THE RESULT LINES.
      *-------------------------------------------------
       7100-PRINT-SECTION.
           MOVE ZERO TO WS-SEC-COL-1(WS-RANK-SUB)
                        WS-SEC-COL-2(WS-RANK-SUB)
                        WS-SEC-COL-3(WS-RANK-SUB).
           MOVE WS-SECTION-NAME(WS-RANK-SUB) TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 7110-PRINT-LINE THRU 7110-EXIT
               VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT.

           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING 'TOTAL ' WS-SECTION-NAME(WS-RANK-SUB)
               DELIMITED BY SIZE INTO WS-SL-TEXT.
           MOVE WS-SEC-COL-1(WS-RANK-SUB) TO WS-SL-COL-1.
           MOVE WS-SEC-COL-2(WS-RANK-SUB) TO WS-SL-COL-2.
           MOVE WS-SEC-COL-3(WS-RANK-SUB) TO WS-SL-COL-3.
           MOVE WS-STATEMENT-LINE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       7100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE - THE CONSOLIDATED COLUMNS, OR FOR AN
      * ENTITY ITS OWN, LEAVING OUT A LINE IT HAS NOTHING
      * ON.
      *-------------------------------------------------
       7110-PRINT-LINE.
           IF WS-LIN-RANK(LIN-IDX) NOT = WS-RANK-SUB THEN
              GO TO 7110-EXIT
           END-IF.
           IF WS-PRINT-ENT-SUB = ZERO THEN
              MOVE WS-LIN-COL-1(LIN-IDX) TO WS-WORK-COL-1
              MOVE WS-LIN-COL-2(LIN-IDX) TO WS-WORK-COL-2
              MOVE WS-LIN-COL-3(LIN-IDX) TO WS-WORK-COL-3
           ELSE
              MOVE WS-LIN-ENT-COL-1(LIN-IDX, WS-PRINT-ENT-SUB)
                  TO WS-WORK-COL-1
              MOVE WS-LIN-ENT-COL-2(LIN-IDX, WS-PRINT-ENT-SUB)
                  TO WS-WORK-COL-2
              MOVE WS-LIN-ENT-COL-3(LIN-IDX, WS-PRINT-ENT-SUB)
                  TO WS-WORK-COL-3
              IF WS-WORK-COL-1 = ZERO AND WS-WORK-COL-2 = ZERO
                 AND WS-WORK-COL-3 = ZERO THEN
                 GO TO 7110-EXIT
              END-IF
           END-IF.
           ADD WS-WORK-COL-1 TO WS-SEC-COL-1(WS-RANK-SUB).
           ADD WS-WORK-COL-2 TO WS-SEC-COL-2(WS-RANK-SUB).
           ADD WS-WORK-COL-3 TO WS-SEC-COL-3(WS-RANK-SUB).
           MOVE SPACES TO WS-STATEMENT-LINE.
           STRING '   ' WS-LIN-TEXT(LIN-IDX)
               DELIMITED BY SIZE INTO WS-SL-TEXT.
           MOVE WS-WORK-COL-1 TO WS-SL-COL-1.
           MOVE WS-WORK-COL-2 TO WS-SL-COL-2.
           MOVE WS-WORK-COL-3 TO WS-SL-COL-3.
           MOVE WS-STATEMENT-LINE TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       7110-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE STATEMENT-REPORT.
           IF WS-TRAN-HISTORY-STATUS = '00' OR '10' THEN
              CLOSE TRANSACTION-HISTORY
           END-IF.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'FINSTMT'        TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN CYC-RETURN-CODE = ZERO
                 MOVE 'STATEMENTS - ALL ACCOUNTS MAPPED'
                     TO CLR-MESSAGE
              WHEN NOT INTERCOMPANY-BALANCED
                 MOVE 'STATEMENTS - INTERCOMPANY OUT OF BALANCE'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'STATEMENTS - UNMAPPED OR BAD CHART ROWS'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
