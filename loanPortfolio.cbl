      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LoanPortfolio.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM MONTHLYCYCLE.
      *               THE LOAN PORTFOLIO AT MONTH END - ONE
      *               LINE PER LOAN ON THE LOAN MASTER WITH
      *               ITS OUTSTANDING PRINCIPAL, ARREARS AND
      *               DAYS PAST DUE, THEN THE OUTSTANDING
      *               PRINCIPAL AND ARREARS BY STATUS BUCKET
      *               (CURRENT, 1-30, 31-60, 61-90, OVER 90
      *               DAYS, SETTLED) IN THE BASE CURRENCY AT
      *               THE FXRATES RATE. EACH LOAN IS CHECKED
      *               AGAINST ITS LEDGER ACCOUNT ON ACCTOUT -
      *               A DEBIT BALANCE THAT DOES NOT MATCH THE
      *               OUTSTANDING PRINCIPAL IS FLAGGED AND
      *               ENDS THE STEP WITH RC 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-OUT ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT EXCHANGE-RATE-TABLE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT PORTFOLIO-REPORT ASSIGN TO "LOANPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-RPT-STATUS.

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

       FD  LOAN-MASTER.
           COPY "loanmfd.cpy".

       FD  EXCHANGE-RATE-TABLE.
       01  EXCHANGE-RATE-RECORD.
           05 FX-CURRENCY-CODE      PIC X(03).
           05 FX-RATE-TO-BASE       PIC 9(03)V9(06).

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  PORTFOLIO-REPORT.
       01  PORTFOLIO-REPORT-RECORD  PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-MASTER-STATUS PIC X(02).
       01  WS-LOAN-MASTER-STATUS    PIC X(02).
       01  WS-FX-RATE-STATUS        PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-PORTFOLIO-RPT-STATUS  PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-ACCOUNT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS    VALUE 'Y'.
           05 WS-LOAN-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LOANS       VALUE 'Y'.
           05 WS-FX-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-RATES       VALUE 'Y'.
           05 WS-ACCT-FOUND-SW      PIC X(01).
              88 ACCT-FOUND         VALUE 'Y'.
           05 WS-RATE-FOUND-SW      PIC X(01).
              88 RATE-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).

       01  WS-MAX-ACCOUNTS          PIC 9(04) COMP VALUE 1000.
       01  WS-ACCOUNT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACC-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-ACC-ID          PIC X(06).
              10 WS-ACC-BALANCE     PIC S9(07)V99.
              10 WS-ACC-CURRENCY    PIC X(03).

       01  WS-MAX-RATES             PIC 9(02) COMP VALUE 50.
       01  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-RATE-COUNT
                 INDEXED BY FX-IDX.
              10 WS-RATE-CURRENCY   PIC X(03).
              10 WS-RATE-TO-BASE    PIC 9(03)V9(06).

      *-------------------------------------------------
      * THE STATUS BUCKETS IN REPORT ORDER, WITH THEIR
      * COUNTS AND BASE-CURRENCY TOTALS.
      *-------------------------------------------------
       01  WS-BUCKET-NAMES.
           05 FILLER                PIC X(13) VALUE 'CCURRENT     '.
           05 FILLER                PIC X(13) VALUE '11-30 DAYS   '.
           05 FILLER                PIC X(13) VALUE '231-60 DAYS  '.
           05 FILLER                PIC X(13) VALUE '361-90 DAYS  '.
           05 FILLER                PIC X(13) VALUE '4OVER 90 DAYS'.
           05 FILLER                PIC X(13) VALUE 'SSETTLED     '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BKT-DEF OCCURS 6 TIMES INDEXED BY BKT-IDX.
              10 WS-BKT-CODE        PIC X(01).
              10 WS-BKT-LABEL       PIC X(12).
       01  WS-BUCKET-TOTALS.
           05 WS-BKT-TOTAL OCCURS 6 TIMES.
              10 WS-BKT-COUNT       PIC 9(05) COMP.
              10 WS-BKT-OUTSTANDING PIC 9(11)V99.
              10 WS-BKT-ARREARS     PIC 9(11)V99.

       01  WS-WORK-RATE             PIC 9(03)V9(06).
       01  WS-WORK-CURRENCY         PIC X(03).
       01  WS-LEDGER-OWED           PIC S9(07)V99.
       01  WS-BASE-OUTSTANDING      PIC 9(11)V99.
       01  WS-BASE-ARREARS          PIC 9(11)V99.
       01  WS-LOAN-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-MISMATCH-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-OUTSTANDING     PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-ARREARS         PIC 9(11)V99 VALUE ZERO.

       01  WS-DETAIL-LINE.
           05 DL-ACCT-ID            PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-PURPOSE            PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-CURRENCY           PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-PRINCIPAL          PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-OUTSTANDING        PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-ARREARS            PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-ARREARS-COUNT      PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-DAYS-PAST-DUE      PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-BUCKET             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-FLAG               PIC X(12).

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-TOTAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED-2            PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REPORT-LOAN THRU 2000-EXIT
               UNTIL END-OF-LOANS.
           PERFORM 3000-REPORT-BUCKETS THRU 3000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-MISMATCH-COUNT > ZERO THEN
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

           INITIALIZE WS-BUCKET-TOTALS.

           OPEN INPUT EXCHANGE-RATE-TABLE.
           IF WS-FX-RATE-STATUS = '00' THEN
              PERFORM 1100-LOAD-RATE THRU 1100-EXIT
                  UNTIL END-OF-RATES
                     OR WS-RATE-COUNT >= WS-MAX-RATES
              CLOSE EXCHANGE-RATE-TABLE
           END-IF.

           OPEN INPUT ACCOUNT-MASTER-OUT.
           IF WS-ACCOUNT-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-ACCOUNT THRU 1200-EXIT
                  UNTIL END-OF-ACCOUNTS
                     OR WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
              CLOSE ACCOUNT-MASTER-OUT
           END-IF.

           OPEN OUTPUT PORTFOLIO-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOAN PORTFOLIO FOR MONTH ' WS-REPORT-MONTH
               '   RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
           MOVE 'LOAN   P CCY  PRINCIPAL OUTSTANDING    ARREARS  NO'
               TO WS-REPORT-LINE.
           MOVE ' DPD STATUS' TO WS-REPORT-LINE(52:11).
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.

           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-MASTER-STATUS NOT = '00' THEN
              SET END-OF-LOANS TO TRUE
           ELSE
              PERFORM 2900-READ-LOAN THRU 2900-EXIT
           END-IF.
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

       1200-LOAD-ACCOUNT.
           READ ACCOUNT-MASTER-OUT
              AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNTS THEN
              ADD 1 TO WS-ACCOUNT-COUNT
              SET ACC-IDX TO WS-ACCOUNT-COUNT
              MOVE ACTO-ACCT-ID       TO WS-ACC-ID(ACC-IDX)
              MOVE ACTO-BALANCE       TO WS-ACC-BALANCE(ACC-IDX)
              MOVE ACTO-CURRENCY-CODE TO WS-ACC-CURRENCY(ACC-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LOAN. THE LEDGER ACCOUNT'S DEBIT BALANCE IS
      * WHAT THE BORROWER OWES AND SHOULD EQUAL THE
      * OUTSTANDING PRINCIPAL ON THE LOAN MASTER.
      *-------------------------------------------------
       2000-REPORT-LOAN.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE LN-ACCT-ID TO DL-ACCT-ID.
           MOVE LN-PURPOSE TO DL-PURPOSE.
           MOVE LN-PRINCIPAL TO DL-PRINCIPAL.
           MOVE LN-OUTSTANDING TO DL-OUTSTANDING.
           MOVE LN-ARREARS-AMOUNT TO DL-ARREARS.
           MOVE LN-ARREARS-COUNT TO DL-ARREARS-COUNT.
           MOVE LN-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE.
           MOVE SPACES TO DL-FLAG.

           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 2100-MATCH-ACCOUNT THRU 2100-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
           IF ACCT-FOUND THEN
              MOVE WS-ACC-CURRENCY(ACC-IDX) TO WS-WORK-CURRENCY
              COMPUTE WS-LEDGER-OWED =
                  ZERO - WS-ACC-BALANCE(ACC-IDX)
              IF WS-LEDGER-OWED NOT = LN-OUTSTANDING THEN
                 MOVE '*LEDGER DIFF' TO DL-FLAG
                 ADD 1 TO WS-MISMATCH-COUNT
              END-IF
           ELSE
              MOVE SPACES TO WS-WORK-CURRENCY
              MOVE '*NO LEDGER' TO DL-FLAG
              ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
           MOVE WS-WORK-CURRENCY TO DL-CURRENCY.

           MOVE 'N' TO WS-RATE-FOUND-SW.
           SET FX-IDX TO 1.
           PERFORM 2200-MATCH-RATE THRU 2200-EXIT
               UNTIL FX-IDX > WS-RATE-COUNT OR RATE-FOUND.
           IF RATE-FOUND THEN
              MOVE WS-RATE-TO-BASE(FX-IDX) TO WS-WORK-RATE
           ELSE
              MOVE 1 TO WS-WORK-RATE
           END-IF.
           COMPUTE WS-BASE-OUTSTANDING ROUNDED =
               LN-OUTSTANDING * WS-WORK-RATE.
           COMPUTE WS-BASE-ARREARS ROUNDED =
               LN-ARREARS-AMOUNT * WS-WORK-RATE.

           SET BKT-IDX TO 1.
           SEARCH WS-BKT-DEF
              AT END
                 SET BKT-IDX TO 1
              WHEN WS-BKT-CODE(BKT-IDX) = LN-BUCKET
                 CONTINUE
           END-SEARCH.
           MOVE WS-BKT-LABEL(BKT-IDX) TO DL-BUCKET.
           ADD 1 TO WS-BKT-COUNT(BKT-IDX).
           ADD WS-BASE-OUTSTANDING TO WS-BKT-OUTSTANDING(BKT-IDX)
                                      WS-TOTAL-OUTSTANDING.
           ADD WS-BASE-ARREARS TO WS-BKT-ARREARS(BKT-IDX)
                                  WS-TOTAL-ARREARS.

           MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.

           PERFORM 2900-READ-LOAN THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-MATCH-ACCOUNT.
           IF WS-ACC-ID(ACC-IDX) = LN-ACCT-ID THEN
              SET ACCT-FOUND TO TRUE
           ELSE
              SET ACC-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       2200-MATCH-RATE.
           IF WS-RATE-CURRENCY(FX-IDX) = WS-WORK-CURRENCY THEN
              SET RATE-FOUND TO TRUE
           ELSE
              SET FX-IDX UP BY 1
           END-IF.
       2200-EXIT.
           EXIT.

       2900-READ-LOAN.
           READ LOAN-MASTER
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * OUTSTANDING PRINCIPAL AND ARREARS BY STATUS, IN
      * THE BASE CURRENCY.
      *-------------------------------------------------
       3000-REPORT-BUCKETS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
           MOVE 'BY STATUS (BASE CURRENCY)  LOANS    OUTSTANDING'
               TO WS-REPORT-LINE.
           MOVE '        ARREARS' TO WS-REPORT-LINE(48:15).
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
           PERFORM 3100-REPORT-ONE-BUCKET THRU 3100-EXIT
               VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > 6.

           MOVE WS-LOAN-COUNT TO WS-COUNT-ED.
           MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ARREARS TO WS-TOTAL-ED-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL                      ' WS-COUNT-ED ' '
               WS-TOTAL-ED ' ' WS-TOTAL-ED-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.

           IF WS-MISMATCH-COUNT > ZERO THEN
              MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'LOANS NOT MATCHING THEIR LEDGER ACCOUNT '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-BUCKET.
           MOVE WS-BKT-COUNT(BKT-IDX) TO WS-COUNT-ED.
           MOVE WS-BKT-OUTSTANDING(BKT-IDX) TO WS-TOTAL-ED.
           MOVE WS-BKT-ARREARS(BKT-IDX) TO WS-TOTAL-ED-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-BKT-LABEL(BKT-IDX) '             '
               WS-COUNT-ED ' ' WS-TOTAL-ED ' ' WS-TOTAL-ED-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
       3100-EXIT.
           EXIT.

       8000-FINALIZE.
           IF WS-LOAN-MASTER-STATUS = '00'
              OR WS-LOAN-MASTER-STATUS = '10' THEN
              CLOSE LOAN-MASTER
           END-IF.
           CLOSE PORTFOLIO-REPORT.
       8000-EXIT.
           EXIT.

       8200-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
       8200-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'LOANPORT'      TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           IF CYC-RETURN-CODE = ZERO THEN
              MOVE 'LOAN PORTFOLIO REPORTED' TO CLR-MESSAGE
           ELSE
              MOVE 'LOAN PORTFOLIO - LEDGER DIFFERENCES'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
