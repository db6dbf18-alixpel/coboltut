      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LoanMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SETS UP INSTALLMENT LOANS -
      *               THE STAFF-HOUSING LOANS AND SUPPLIER
      *               FINANCING THAT LIVED IN A WORKBOOK. A
      *               SUPERVISOR KEYS THE PRINCIPAL, ANNUAL
      *               RATE, TERM AND PAYMENT DAY; THE PROGRAM
      *               OPENS THE LOAN ACCOUNT ON ACCOUNT-MASTER
      *               AS TYPE 'L', ADDS ITS TERMS TO THE LOAN
      *               MASTER (LOANMAST), WRITES THE WHOLE
      *               AMORTIZATION SCHEDULE (LOANSCHD) AND
      *               PAYS THE PRINCIPAL OUT TO THE REPAYMENT
      *               ACCOUNT AS A TRANSFER THROUGH TRANFILE
      *               UNDER THE SUPERVISOR'S ID, SO A LARGE
      *               LOAN IS HELD FOR A SECOND APPROVER LIKE
      *               ANY OTHER KEYED ITEM. EVERY NEW ACCOUNT
      *               AND LOAN GOES TO THE ACTIVITY AUDIT.
      *               LIST AND SCHEDULE INQUIRY ARE ALSO HERE.
      *               THE MASTERS ARE REWRITTEN AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-IN-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MASTER-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-SCHEDULE-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD.
           05 ACTI-ACCT-ID          PIC X(06).
           05 ACTI-NOM              PIC X(20).
           05 ACTI-BALANCE          PIC S9(07)V99.
           05 ACTI-CURRENCY-CODE    PIC X(03).
           05 ACTI-ACCT-TYPE        PIC X(01).
           05 ACTI-STATUS           PIC X(01).
           05 ACTI-LAST-ACTIVITY    PIC 9(08).

       FD  LOAN-MASTER.
           COPY "loanmfd.cpy".

       FD  LOAN-SCHEDULE.
           COPY "loansfd.cpy".

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 TRX-KEYED-OPER        PIC X(06).
           05 TRX-VALUE-DATE        PIC 9(08).

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-MASTER-IN-STATUS PIC X(02).
       01  WS-LOAN-MASTER-STATUS     PIC X(02).
       01  WS-LOAN-SCHEDULE-STATUS   PIC X(02).
       01  WS-TRANSACTIONS-STATUS    PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-AUDIT-KEY              PIC X(12).
       01  WS-AUDIT-AFTER            PIC X(100).

      *-------------------------------------------------
      * A NEW ACCOUNT FLATTENED INTO THE MASTER'S RECORD
      * SHAPE FOR THE ACTIVITY-AUDIT IMAGE.
      *-------------------------------------------------
       01  WS-IMAGE-WORK.
           05 IW-ACCT-ID            PIC X(06).
           05 IW-NOM                PIC X(20).
           05 IW-BALANCE            PIC S9(07)V99.
           05 IW-CURRENCY-CODE      PIC X(03).
           05 IW-ACCT-TYPE          PIC X(01).
           05 IW-STATUS             PIC X(01).
           05 IW-LAST-ACTIVITY      PIC 9(08).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MASTER       VALUE 'Y'.
           05 WS-LOAN-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-LOANS        VALUE 'Y'.
           05 WS-SCHEDULE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SCHEDULE     VALUE 'Y'.
           05 WS-ACCT-FOUND-SW       PIC X(01).
              88 ACCT-FOUND          VALUE 'Y'.
           05 WS-LOAN-FOUND-SW       PIC X(01).
              88 LOAN-FOUND          VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 NEW-LOAN               VALUE 'N'.
           88 LIST-LOANS             VALUE 'L'.
           88 SHOW-SCHEDULE          VALUE 'S'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-MONTH         PIC 9(06).
           05 FILLER                 PIC 9(02).
       01  WS-ACCT-ID-IN             PIC X(06).
       01  WS-NAME-IN                PIC X(20).
       01  WS-PURPOSE-IN             PIC X(01).
           88 VALID-PURPOSE          VALUE 'H' 'S' 'O'.
       01  WS-REPAY-ACCT-IN          PIC X(06).
       01  WS-PRINCIPAL-IN           PIC 9(07)V99.
       01  WS-RATE-IN                PIC 9(02)V9(04).
       01  WS-TERM-IN                PIC 9(03).
       01  WS-PAY-DAY-IN             PIC 9(02).
       01  WS-FIRST-MONTH-IN         PIC 9(06).
       01  WS-FIRST-MONTH-PARTS REDEFINES WS-FIRST-MONTH-IN.
           05 WS-FIRST-YEAR          PIC 9(04).
           05 WS-FIRST-MM            PIC 9(02).
       01  WS-CONFIRM                PIC X(01).
       01  WS-REPAY-CURRENCY         PIC X(03).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.

      *-------------------------------------------------
      * AMORTIZATION WORK. THE LEVEL PAYMENT IS
      * P * R * F / (F - 1) WITH R THE MONTHLY RATE AND
      * F = (1 + R) ** TERM; A ZERO-RATE LOAN IS SIMPLY
      * THE PRINCIPAL OVER THE TERM.
      *-------------------------------------------------
       01  WS-MAX-RATE               PIC 9(02)V9(04) VALUE 30.
       01  WS-MAX-TERM               PIC 9(03) VALUE 360.
       01  WS-MONTHLY-RATE           PIC 9V9(12).
       01  WS-GROWTH-FACTOR          PIC 9(05)V9(10).
       01  WS-PAYMENT-FACTOR         PIC 9V9(12).
       01  WS-INSTALLMENT            PIC 9(07)V99.
       01  WS-OPEN-BALANCE           PIC 9(07)V99.
       01  WS-TOTAL-INTEREST         PIC 9(09)V99.
       01  WS-DUE-DATE               PIC 9(08).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR            PIC 9(04).
           05 WS-DUE-MM              PIC 9(02).
           05 WS-DUE-DD              PIC 9(02).
       01  WS-SCHED-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-SCHEDULE-TABLE.
           05 WS-SCH-ENTRY OCCURS 1 TO 360 TIMES
                 DEPENDING ON WS-SCHED-COUNT
                 INDEXED BY SCH-IDX.
              10 WS-SCH-DUE-DATE     PIC 9(08).
              10 WS-SCH-PAYMENT      PIC 9(07)V99.
              10 WS-SCH-INTEREST     PIC 9(07)V99.
              10 WS-SCH-PRINCIPAL    PIC 9(07)V99.
              10 WS-SCH-CLOSING      PIC 9(07)V99.

       01  WS-AMOUNT-ED              PIC Z,ZZZ,ZZ9.99.
       01  WS-INTEREST-ED            PIC Z,ZZZ,ZZ9.99.
       01  WS-PRINCIPAL-ED           PIC Z,ZZZ,ZZ9.99.
       01  WS-BALANCE-ED             PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-ED                PIC Z9.9999.

       01  WS-MAX-ACCOUNTS           PIC 9(04) COMP VALUE 1000.
       01  WS-ACCOUNT-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-TBL-ACCT-ID      PIC X(06).
              10 WS-TBL-NOM          PIC X(20).
              10 WS-TBL-BALANCE      PIC S9(07)V99.
              10 WS-TBL-CURRENCY     PIC X(03).
              10 WS-TBL-TYPE         PIC X(01).
              10 WS-TBL-STATUS       PIC X(01).
              10 WS-TBL-LAST-ACTIVITY PIC 9(08).

       01  WS-MAX-LOANS              PIC 9(04) COMP VALUE 500.
       01  WS-LOAN-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-LOAN-TABLE.
           05 WS-LN-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-LOAN-COUNT
                 INDEXED BY LN-IDX.
              10 WS-LN-RECORD        PIC X(99).
              10 WS-LN-FIELDS REDEFINES WS-LN-RECORD.
                 15 WS-LN-ACCT-ID    PIC X(06).
                 15 WS-LN-REPAY-ACCT-ID PIC X(06).
                 15 WS-LN-PURPOSE    PIC X(01).
                 15 WS-LN-PRINCIPAL  PIC 9(07)V99.
                 15 WS-LN-ANNUAL-RATE PIC 9(02)V9(04).
                 15 WS-LN-TERM-MONTHS PIC 9(03).
                 15 WS-LN-PAY-DAY    PIC 9(02).
                 15 WS-LN-FIRST-DUE-DATE PIC 9(08).
                 15 WS-LN-INSTALLMENT PIC 9(07)V99.
                 15 WS-LN-STATUS     PIC X(01).
                 15 WS-LN-OUTSTANDING PIC 9(07)V99.
                 15 WS-LN-ARREARS-AMOUNT PIC 9(07)V99.
                 15 WS-LN-ARREARS-COUNT PIC 9(03).
                 15 WS-LN-DAYS-PAST-DUE PIC 9(04).
                 15 WS-LN-BUCKET     PIC X(01).
                 15 WS-LN-SETUP-OPER PIC X(06).
                 15 WS-LN-SETUP-DATE PIC 9(08).
                 15 WS-LN-LAST-COLLECT-DATE PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-MASTERS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY LEND. A CLERK
      * SIGN-ON IS REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'LOANMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'LOAN MAINTENANCE REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ACCOUNT-MASTER-IN.
           PERFORM 1100-LOAD-ACCOUNT THRU 1100-EXIT
               UNTIL END-OF-MASTER
                  OR WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS.
           IF NOT END-OF-MASTER THEN
              DISPLAY 'ACCOUNT TABLE FULL AT ' WS-MAX-ACCOUNTS
                  ' WITH MASTER UNREAD - RUN ABORTED'
              CLOSE ACCOUNT-MASTER-IN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE ACCOUNT-MASTER-IN.

           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-LOAN THRU 1200-EXIT
                  UNTIL END-OF-LOANS
                     OR WS-LOAN-COUNT >= WS-MAX-LOANS
              CLOSE LOAN-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ACCOUNT.
           READ ACCOUNT-MASTER-IN
              AT END SET END-OF-MASTER TO TRUE
           END-READ.
           IF NOT END-OF-MASTER THEN
              ADD 1 TO WS-ACCOUNT-COUNT
              SET ACC-IDX TO WS-ACCOUNT-COUNT
              MOVE ACTI-ACCT-ID       TO WS-TBL-ACCT-ID(ACC-IDX)
              MOVE ACTI-NOM           TO WS-TBL-NOM(ACC-IDX)
              MOVE ACTI-BALANCE       TO WS-TBL-BALANCE(ACC-IDX)
              MOVE ACTI-CURRENCY-CODE TO WS-TBL-CURRENCY(ACC-IDX)
              MOVE ACTI-ACCT-TYPE     TO WS-TBL-TYPE(ACC-IDX)
              MOVE ACTI-STATUS        TO WS-TBL-STATUS(ACC-IDX)
              MOVE ACTI-LAST-ACTIVITY
                  TO WS-TBL-LAST-ACTIVITY(ACC-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-LOAN.
           READ LOAN-MASTER
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF NOT END-OF-LOANS THEN
              ADD 1 TO WS-LOAN-COUNT
              MOVE LOAN-MASTER-RECORD
                  TO WS-LN-RECORD(WS-LOAN-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- INSTALLMENT LOANS ----------'.
           DISPLAY 'N - NEW LOAN          L - LIST LOANS'.
           DISPLAY 'S - SCHEDULE          X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN NEW-LOAN
                 PERFORM 3000-NEW-LOAN THRU 3000-EXIT
              WHEN LIST-LOANS
                 PERFORM 4000-LIST-LOANS THRU 4000-EXIT
              WHEN SHOW-SCHEDULE
                 PERFORM 5000-SHOW-SCHEDULE THRU 5000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NEW LOAN. THE LOAN ACCOUNT MUST BE NEW TO THE
      * LEDGER; THE REPAYMENT ACCOUNT MUST BE AN OPEN
      * ACCOUNT THAT IS NOT ITSELF A LOAN, AND THE LOAN
      * TAKES ITS CURRENCY. THE FIRST INSTALLMENT FALLS
      * ON THE PAYMENT DAY OF A MONTH AFTER THIS ONE.
      *-------------------------------------------------
       3000-NEW-LOAN.
           IF WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
              OR WS-LOAN-COUNT >= WS-MAX-LOANS THEN
              DISPLAY 'ACCOUNT OR LOAN TABLE IS FULL - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'LOAN ACCOUNT ID ?'.
           MOVE SPACES TO WS-ACCT-ID-IN.
           ACCEPT WS-ACCT-ID-IN.
           IF WS-ACCT-ID-IN = SPACES THEN
              DISPLAY 'NO ACCOUNT ID - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
           IF ACCT-FOUND THEN
              DISPLAY 'ACCOUNT ' WS-ACCT-ID-IN
                  ' ALREADY ON THE LEDGER - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 6100-FIND-LOAN THRU 6100-EXIT.
           IF LOAN-FOUND THEN
              DISPLAY 'LOAN ' WS-ACCT-ID-IN
                  ' ALREADY ON THE LOAN MASTER - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'BORROWER / ACCOUNT NAME ?'.
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES THEN
              DISPLAY 'NO NAME - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'PURPOSE (H STAFF HOUSING, S SUPPLIER'
               ' FINANCING, O OTHER) ?'.
           MOVE SPACES TO WS-PURPOSE-IN.
           ACCEPT WS-PURPOSE-IN.
           IF NOT VALID-PURPOSE THEN
              DISPLAY 'INVALID PURPOSE - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'REPAYMENT ACCOUNT ID ?'.
           MOVE SPACES TO WS-REPAY-ACCT-IN.
           ACCEPT WS-REPAY-ACCT-IN.
           MOVE WS-ACCT-ID-IN TO WS-AUDIT-KEY.
           MOVE WS-REPAY-ACCT-IN TO WS-ACCT-ID-IN.
           PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
           MOVE WS-AUDIT-KEY TO WS-ACCT-ID-IN.
           IF NOT ACCT-FOUND THEN
              DISPLAY 'REPAYMENT ACCOUNT ' WS-REPAY-ACCT-IN
                  ' NOT ON THE LEDGER - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.
           IF WS-TBL-STATUS(ACC-IDX) NOT = 'O'
              OR WS-TBL-TYPE(ACC-IDX) = 'L' THEN
              DISPLAY 'REPAYMENT ACCOUNT ' WS-REPAY-ACCT-IN
                  ' IS NOT AN OPEN DEPOSIT ACCOUNT - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-TBL-CURRENCY(ACC-IDX) TO WS-REPAY-CURRENCY.

           DISPLAY 'PRINCIPAL (9(07)V99) ?'.
           MOVE ZERO TO WS-PRINCIPAL-IN.
           ACCEPT WS-PRINCIPAL-IN.
           IF WS-PRINCIPAL-IN IS NOT NUMERIC
              OR WS-PRINCIPAL-IN = ZERO THEN
              DISPLAY 'INVALID PRINCIPAL - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'ANNUAL INTEREST RATE PERCENT (9(02)V9(04)) ?'.
           MOVE ZERO TO WS-RATE-IN.
           ACCEPT WS-RATE-IN.
           IF WS-RATE-IN IS NOT NUMERIC
              OR WS-RATE-IN > WS-MAX-RATE THEN
              DISPLAY 'INVALID RATE - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'TERM (MONTHS) ?'.
           MOVE ZERO TO WS-TERM-IN.
           ACCEPT WS-TERM-IN.
           IF WS-TERM-IN IS NOT NUMERIC OR WS-TERM-IN = ZERO
              OR WS-TERM-IN > WS-MAX-TERM THEN
              DISPLAY 'INVALID TERM - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'PAYMENT DAY OF THE MONTH (1-28) ?'.
           MOVE ZERO TO WS-PAY-DAY-IN.
           ACCEPT WS-PAY-DAY-IN.
           IF WS-PAY-DAY-IN IS NOT NUMERIC OR WS-PAY-DAY-IN = ZERO
              OR WS-PAY-DAY-IN > 28 THEN
              DISPLAY 'INVALID PAYMENT DAY - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'FIRST INSTALLMENT MONTH (YYYYMM) ?'.
           MOVE ZERO TO WS-FIRST-MONTH-IN.
           ACCEPT WS-FIRST-MONTH-IN.
           IF WS-FIRST-MONTH-IN IS NOT NUMERIC
              OR WS-FIRST-MM < 1 OR WS-FIRST-MM > 12
              OR WS-FIRST-MONTH-IN NOT > WS-TODAY-MONTH THEN
              DISPLAY 'FIRST INSTALLMENT MUST FALL IN A LATER'
                  ' MONTH - NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-BUILD-SCHEDULE THRU 3100-EXIT.

           MOVE WS-PRINCIPAL-IN TO WS-TOTAL-ED.
           MOVE WS-RATE-IN TO WS-RATE-ED.
           DISPLAY 'LOAN ' WS-ACCT-ID-IN ' ' WS-NAME-IN.
           DISPLAY '   PRINCIPAL ' WS-TOTAL-ED ' ' WS-REPAY-CURRENCY
               ' AT ' WS-RATE-ED ' PCT OVER ' WS-TERM-IN ' MONTHS'.
           MOVE WS-INSTALLMENT TO WS-AMOUNT-ED.
           DISPLAY '   INSTALLMENT ' WS-AMOUNT-ED ' ON DAY '
               WS-PAY-DAY-IN ' FROM ' WS-FIRST-MONTH-IN
               ' DEBITED TO ' WS-REPAY-ACCT-IN.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-ED.
           DISPLAY '   TOTAL INTEREST ' WS-TOTAL-ED.
           DISPLAY 'SET UP AND PAY OUT THIS LOAN (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT SET UP'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-OPEN-LOAN-ACCOUNT THRU 3200-EXIT.
           PERFORM 3300-ADD-LOAN THRU 3300-EXIT.
           PERFORM 3400-WRITE-SCHEDULE THRU 3400-EXIT.
           PERFORM 3500-WRITE-DISBURSEMENT THRU 3500-EXIT.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'LOAN ' WS-ACCT-ID-IN ' SET UP - '
               WS-SCHED-COUNT ' INSTALLMENTS SCHEDULED,'
               ' PRINCIPAL PAID OUT THROUGH TRANFILE'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE SCHEDULE IS BUILT IN STORAGE FIRST SO THE
      * SUPERVISOR SEES THE INSTALLMENT AND THE TOTAL
      * INTEREST BEFORE CONFIRMING. EACH MONTH'S INTEREST
      * IS ON THE OPENING BALANCE; THE LAST INSTALLMENT
      * CLEARS WHAT ROUNDING HAS LEFT.
      *-------------------------------------------------
       3100-BUILD-SCHEDULE.
           COMPUTE WS-MONTHLY-RATE = WS-RATE-IN / 1200.
           IF WS-MONTHLY-RATE = ZERO THEN
              COMPUTE WS-INSTALLMENT ROUNDED =
                  WS-PRINCIPAL-IN / WS-TERM-IN
           ELSE
              COMPUTE WS-GROWTH-FACTOR ROUNDED =
                  (1 + WS-MONTHLY-RATE) ** WS-TERM-IN
              COMPUTE WS-PAYMENT-FACTOR ROUNDED =
                  WS-MONTHLY-RATE / (WS-GROWTH-FACTOR - 1)
              COMPUTE WS-PAYMENT-FACTOR ROUNDED =
                  WS-PAYMENT-FACTOR * WS-GROWTH-FACTOR
              COMPUTE WS-INSTALLMENT ROUNDED =
                  WS-PRINCIPAL-IN * WS-PAYMENT-FACTOR
           END-IF.

           MOVE WS-PRINCIPAL-IN TO WS-OPEN-BALANCE.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           MOVE WS-FIRST-YEAR TO WS-DUE-YEAR.
           MOVE WS-FIRST-MM   TO WS-DUE-MM.
           MOVE WS-PAY-DAY-IN TO WS-DUE-DD.
           MOVE ZERO TO WS-SCHED-COUNT.
           PERFORM 3110-SCHEDULE-ONE THRU 3110-EXIT
               UNTIL WS-SCHED-COUNT >= WS-TERM-IN.
       3100-EXIT.
           EXIT.

       3110-SCHEDULE-ONE.
           ADD 1 TO WS-SCHED-COUNT.
           SET SCH-IDX TO WS-SCHED-COUNT.
           MOVE WS-DUE-DATE TO WS-SCH-DUE-DATE(SCH-IDX).
           COMPUTE WS-SCH-INTEREST(SCH-IDX) ROUNDED =
               WS-OPEN-BALANCE * WS-MONTHLY-RATE.
           IF WS-SCHED-COUNT = WS-TERM-IN
              OR WS-INSTALLMENT - WS-SCH-INTEREST(SCH-IDX)
                 > WS-OPEN-BALANCE THEN
              MOVE WS-OPEN-BALANCE TO WS-SCH-PRINCIPAL(SCH-IDX)
           ELSE
              COMPUTE WS-SCH-PRINCIPAL(SCH-IDX) =
                  WS-INSTALLMENT - WS-SCH-INTEREST(SCH-IDX)
           END-IF.
           COMPUTE WS-SCH-PAYMENT(SCH-IDX) =
               WS-SCH-PRINCIPAL(SCH-IDX) + WS-SCH-INTEREST(SCH-IDX).
           SUBTRACT WS-SCH-PRINCIPAL(SCH-IDX) FROM WS-OPEN-BALANCE.
           MOVE WS-OPEN-BALANCE TO WS-SCH-CLOSING(SCH-IDX).
           ADD WS-SCH-INTEREST(SCH-IDX) TO WS-TOTAL-INTEREST.

           IF WS-DUE-MM = 12 THEN
              ADD 1 TO WS-DUE-YEAR
              MOVE 1 TO WS-DUE-MM
           ELSE
              ADD 1 TO WS-DUE-MM
           END-IF.
       3110-EXIT.
           EXIT.

       3200-OPEN-LOAN-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           SET ACC-IDX TO WS-ACCOUNT-COUNT.
           MOVE WS-ACCT-ID-IN      TO WS-TBL-ACCT-ID(ACC-IDX).
           MOVE WS-NAME-IN         TO WS-TBL-NOM(ACC-IDX).
           MOVE ZERO               TO WS-TBL-BALANCE(ACC-IDX).
           MOVE WS-REPAY-CURRENCY  TO WS-TBL-CURRENCY(ACC-IDX).
           MOVE 'L'                TO WS-TBL-TYPE(ACC-IDX).
           MOVE 'O'                TO WS-TBL-STATUS(ACC-IDX).
           MOVE WS-TODAY-DATE      TO WS-TBL-LAST-ACTIVITY(ACC-IDX).

           MOVE SPACES TO WS-IMAGE-WORK.
           MOVE WS-TBL-ACCT-ID(ACC-IDX)  TO IW-ACCT-ID.
           MOVE WS-TBL-NOM(ACC-IDX)      TO IW-NOM.
           MOVE WS-TBL-BALANCE(ACC-IDX)  TO IW-BALANCE.
           MOVE WS-TBL-CURRENCY(ACC-IDX) TO IW-CURRENCY-CODE.
           MOVE WS-TBL-TYPE(ACC-IDX)     TO IW-ACCT-TYPE.
           MOVE WS-TBL-STATUS(ACC-IDX)   TO IW-STATUS.
           MOVE WS-TBL-LAST-ACTIVITY(ACC-IDX) TO IW-LAST-ACTIVITY.
           MOVE WS-ACCT-ID-IN TO WS-AUDIT-KEY.
           MOVE WS-IMAGE-WORK TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       3200-EXIT.
           EXIT.

       3300-ADD-LOAN.
           ADD 1 TO WS-LOAN-COUNT.
           SET LN-IDX TO WS-LOAN-COUNT.
           MOVE SPACES TO WS-LN-RECORD(LN-IDX).
           MOVE WS-ACCT-ID-IN    TO WS-LN-ACCT-ID(LN-IDX).
           MOVE WS-REPAY-ACCT-IN TO WS-LN-REPAY-ACCT-ID(LN-IDX).
           MOVE WS-PURPOSE-IN    TO WS-LN-PURPOSE(LN-IDX).
           MOVE WS-PRINCIPAL-IN  TO WS-LN-PRINCIPAL(LN-IDX)
                                    WS-LN-OUTSTANDING(LN-IDX).
           MOVE WS-RATE-IN       TO WS-LN-ANNUAL-RATE(LN-IDX).
           MOVE WS-TERM-IN       TO WS-LN-TERM-MONTHS(LN-IDX).
           MOVE WS-PAY-DAY-IN    TO WS-LN-PAY-DAY(LN-IDX).
           MOVE WS-SCH-DUE-DATE(1) TO WS-LN-FIRST-DUE-DATE(LN-IDX).
           MOVE WS-INSTALLMENT   TO WS-LN-INSTALLMENT(LN-IDX).
           MOVE 'A'              TO WS-LN-STATUS(LN-IDX).
           MOVE ZERO TO WS-LN-ARREARS-AMOUNT(LN-IDX)
                        WS-LN-ARREARS-COUNT(LN-IDX)
                        WS-LN-DAYS-PAST-DUE(LN-IDX)
                        WS-LN-LAST-COLLECT-DATE(LN-IDX).
           MOVE 'C'              TO WS-LN-BUCKET(LN-IDX).
           MOVE WS-SIGNON-ID     TO WS-LN-SETUP-OPER(LN-IDX).
           MOVE WS-TODAY-DATE    TO WS-LN-SETUP-DATE(LN-IDX).

           MOVE WS-ACCT-ID-IN TO WS-AUDIT-KEY.
           MOVE WS-LN-RECORD(LN-IDX) TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       3300-EXIT.
           EXIT.

       3400-WRITE-SCHEDULE.
           OPEN EXTEND LOAN-SCHEDULE.
           IF WS-LOAN-SCHEDULE-STATUS = '35' THEN
              OPEN OUTPUT LOAN-SCHEDULE
           END-IF.
           PERFORM 3410-WRITE-ONE-INSTALLMENT THRU 3410-EXIT
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCHED-COUNT.
           CLOSE LOAN-SCHEDULE.
       3400-EXIT.
           EXIT.

       3410-WRITE-ONE-INSTALLMENT.
           MOVE SPACES TO LOAN-SCHEDULE-RECORD.
           MOVE WS-ACCT-ID-IN TO LS-ACCT-ID.
           SET LS-INSTALLMENT-NO TO SCH-IDX.
           MOVE WS-SCH-DUE-DATE(SCH-IDX)  TO LS-DUE-DATE.
           MOVE WS-SCH-PAYMENT(SCH-IDX)   TO LS-PAYMENT.
           MOVE WS-SCH-INTEREST(SCH-IDX)  TO LS-INTEREST.
           MOVE WS-SCH-PRINCIPAL(SCH-IDX) TO LS-PRINCIPAL.
           MOVE WS-SCH-CLOSING(SCH-IDX)   TO LS-CLOSING-BALANCE.
           MOVE 'S' TO LS-STATUS.
           MOVE ZERO TO LS-COLLECT-DATE.
           WRITE LOAN-SCHEDULE-RECORD.
       3410-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE PAYOUT - A TRANSFER FROM THE NEW LOAN ACCOUNT
      * TO THE REPAYMENT ACCOUNT, LEAVING THE LOAN WITH A
      * DEBIT BALANCE OF THE PRINCIPAL. IT CARRIES THE
      * SUPERVISOR'S ID AS KEYING OPERATOR.
      *-------------------------------------------------
       3500-WRITE-DISBURSEMENT.
           OPEN EXTEND TRANSACTIONS.
           IF WS-TRANSACTIONS-STATUS = '35' THEN
              OPEN OUTPUT TRANSACTIONS
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-ACCT-ID-IN    TO TRX-ACCT-ID.
           MOVE 'T'              TO TRX-TYPE.
           MOVE WS-PRINCIPAL-IN  TO TRX-AMOUNT.
           MOVE WS-REPAY-ACCT-IN TO TRX-TO-ACCT-ID.
           MOVE WS-SIGNON-ID     TO TRX-KEYED-OPER.
           MOVE WS-TODAY-DATE    TO TRX-VALUE-DATE.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.
       3500-EXIT.
           EXIT.

       4000-LIST-LOANS.
           DISPLAY 'LOAN   REPAY  P      PRINCIPAL  OUTSTANDING'
               ' RATE    TERM S B ARREARS'.
           PERFORM 4100-LIST-ONE THRU 4100-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
           IF WS-LOAN-COUNT = ZERO THEN
              DISPLAY 'NO LOANS ON FILE'
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE.
           MOVE WS-LN-PRINCIPAL(LN-IDX) TO WS-TOTAL-ED.
           MOVE WS-LN-OUTSTANDING(LN-IDX) TO WS-AMOUNT-ED.
           MOVE WS-LN-ANNUAL-RATE(LN-IDX) TO WS-RATE-ED.
           DISPLAY WS-LN-ACCT-ID(LN-IDX) ' '
               WS-LN-REPAY-ACCT-ID(LN-IDX) ' '
               WS-LN-PURPOSE(LN-IDX) ' '
               WS-TOTAL-ED ' ' WS-AMOUNT-ED ' '
               WS-RATE-ED ' '
               WS-LN-TERM-MONTHS(LN-IDX) ' '
               WS-LN-STATUS(LN-IDX) ' '
               WS-LN-BUCKET(LN-IDX) ' '
               WS-LN-ARREARS-COUNT(LN-IDX).
       4100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LOAN'S SCHEDULE STRAIGHT FROM LOANSCHD, WITH
      * WHAT HAS BEEN COLLECTED AND WHAT IS IN ARREARS.
      *-------------------------------------------------
       5000-SHOW-SCHEDULE.
           DISPLAY 'LOAN ACCOUNT ID ?'.
           MOVE SPACES TO WS-ACCT-ID-IN.
           ACCEPT WS-ACCT-ID-IN.
           PERFORM 6100-FIND-LOAN THRU 6100-EXIT.
           IF NOT LOAN-FOUND THEN
              DISPLAY 'NO LOAN ' WS-ACCT-ID-IN ' ON FILE'
              GO TO 5000-EXIT
           END-IF.

           OPEN INPUT LOAN-SCHEDULE.
           IF WS-LOAN-SCHEDULE-STATUS NOT = '00' THEN
              DISPLAY 'NO LOAN SCHEDULE FILE'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'NO  DUE           PAYMENT     INTEREST'
               '    PRINCIPAL      BALANCE S COLLECTED'.
           MOVE 'N' TO WS-SCHEDULE-EOF-SW.
           PERFORM 5100-SHOW-ONE THRU 5100-EXIT
               UNTIL END-OF-SCHEDULE.
           CLOSE LOAN-SCHEDULE.
       5000-EXIT.
           EXIT.

       5100-SHOW-ONE.
           READ LOAN-SCHEDULE
              AT END
                 SET END-OF-SCHEDULE TO TRUE
                 GO TO 5100-EXIT
           END-READ.
           IF LS-ACCT-ID NOT = WS-ACCT-ID-IN THEN
              GO TO 5100-EXIT
           END-IF.
           MOVE LS-PAYMENT TO WS-AMOUNT-ED.
           MOVE LS-INTEREST TO WS-INTEREST-ED.
           MOVE LS-PRINCIPAL TO WS-PRINCIPAL-ED.
           MOVE LS-CLOSING-BALANCE TO WS-BALANCE-ED.
           DISPLAY LS-INSTALLMENT-NO ' ' LS-DUE-DATE ' '
               WS-AMOUNT-ED ' ' WS-INTEREST-ED ' '
               WS-PRINCIPAL-ED ' ' WS-BALANCE-ED ' '
               LS-STATUS ' ' LS-COLLECT-DATE.
       5100-EXIT.
           EXIT.

       6000-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 6010-COMPARE-ACCOUNT THRU 6010-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-ACCOUNT.
           IF WS-TBL-ACCT-ID(ACC-IDX) = WS-ACCT-ID-IN THEN
              SET ACCT-FOUND TO TRUE
           ELSE
              SET ACC-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

       6100-FIND-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           SET LN-IDX TO 1.
           PERFORM 6110-COMPARE-LOAN THRU 6110-EXIT
               UNTIL LN-IDX > WS-LOAN-COUNT OR LOAN-FOUND.
       6100-EXIT.
           EXIT.

       6110-COMPARE-LOAN.
           IF WS-LN-ACCT-ID(LN-IDX) = WS-ACCT-ID-IN THEN
              SET LOAN-FOUND TO TRUE
           ELSE
              SET LN-IDX UP BY 1
           END-IF.
       6110-EXIT.
           EXIT.

       8000-REWRITE-MASTERS.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT ACCOUNT-MASTER-IN.
           PERFORM 8010-WRITE-ACCOUNT THRU 8010-EXIT
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT.
           CLOSE ACCOUNT-MASTER-IN.

           OPEN OUTPUT LOAN-MASTER.
           PERFORM 8020-WRITE-LOAN THRU 8020-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
           CLOSE LOAN-MASTER.
       8000-EXIT.
           EXIT.

       8010-WRITE-ACCOUNT.
           MOVE WS-TBL-ACCT-ID(ACC-IDX)  TO ACTI-ACCT-ID.
           MOVE WS-TBL-NOM(ACC-IDX)      TO ACTI-NOM.
           MOVE WS-TBL-BALANCE(ACC-IDX)  TO ACTI-BALANCE.
           MOVE WS-TBL-CURRENCY(ACC-IDX) TO ACTI-CURRENCY-CODE.
           MOVE WS-TBL-TYPE(ACC-IDX)     TO ACTI-ACCT-TYPE.
           MOVE WS-TBL-STATUS(ACC-IDX)   TO ACTI-STATUS.
           MOVE WS-TBL-LAST-ACTIVITY(ACC-IDX)
               TO ACTI-LAST-ACTIVITY.
           WRITE ACCOUNT-MASTER-IN-RECORD.
       8010-EXIT.
           EXIT.

       8020-WRITE-LOAN.
           MOVE WS-LN-RECORD(LN-IDX) TO LOAN-MASTER-RECORD.
           WRITE LOAN-MASTER-RECORD.
       8020-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE PER
      * NEW ACCOUNT AND PER NEW LOAN - BOTH ARE ADDS, SO
      * THERE IS NO BEFORE IMAGE.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'LOANMAINT'    TO AA-PROGRAM.
           MOVE WS-SIGNON-ID   TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE 'A'            TO AA-ACTION.
           MOVE WS-AUDIT-KEY   TO AA-RECORD-KEY.
           MOVE WS-AUDIT-AFTER TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.
