      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LoanInstallments.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AHEAD OF THE TRANSACTION EDIT. EVERY
      *               LOAN INSTALLMENT DUE BY THE BUSINESS
      *               DATE IS COLLECTED FROM THE LOAN'S
      *               REPAYMENT ACCOUNT AS TWO TRANSFERS IN
      *               TRANFILE - THE PRINCIPAL TO THE LOAN
      *               ACCOUNT AND THE INTEREST TO THE LOAN
      *               INTEREST INCOME ACCOUNT (LNINTACC).
      *               INSTALLMENTS ARE TAKEN OLDEST FIRST AND
      *               ONLY WHILE THE REPAYMENT ACCOUNT IS OPEN
      *               AND ITS BALANCE COVERS THEM; ONE THAT
      *               CANNOT BE TAKEN GOES INTO ARREARS AND IS
      *               TRIED AGAIN EACH DAY. THE LOAN MASTER'S
      *               OUTSTANDING PRINCIPAL, ARREARS AND DAYS-
      *               PAST-DUE BUCKET ARE REFRESHED AND A
      *               FULLY REPAID LOAN IS SETTLED. A MISSED
      *               INSTALLMENT ENDS THE STEP WITH RC 4.
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

           SELECT LOAN-MASTER-OUT ASSIGN TO "LOANMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-MASTER-OUT-STATUS.

           SELECT LOAN-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-SCHEDULE-STATUS.

           SELECT LOAN-SCHEDULE-OUT ASSIGN TO "LOANSCHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-SCHEDULE-OUT-STATUS.

           SELECT INTEREST-ACCT-PARM ASSIGN TO "LNINTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-ACCT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT INSTALLMENT-REPORT ASSIGN TO "LOANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALLMENT-RPT-STATUS.

           COPY "cyclgsel.cpy".

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

       FD  LOAN-MASTER-OUT.
       01  LOAN-MASTER-OUT-RECORD   PIC X(99).

       FD  LOAN-SCHEDULE.
           COPY "loansfd.cpy".

       FD  LOAN-SCHEDULE-OUT.
       01  LOAN-SCHEDULE-OUT-RECORD PIC X(62).

       FD  INTEREST-ACCT-PARM.
       01  INTEREST-ACCT-PARM-RECORD.
           05 IAP-ACCT-ID           PIC X(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 FILLER                PIC X(06).
           05 TRX-VALUE-DATE        PIC 9(08).

       FD  INSTALLMENT-REPORT.
       01  INSTALLMENT-REPORT-RECORD PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS       PIC X(02).
       01  WS-ACCOUNT-MASTER-IN-STATUS PIC X(02).
       01  WS-LOAN-MASTER-STATUS     PIC X(02).
       01  WS-LOAN-MASTER-OUT-STATUS PIC X(02).
       01  WS-LOAN-SCHEDULE-STATUS   PIC X(02).
       01  WS-LOAN-SCHEDULE-OUT-STATUS PIC X(02).
       01  WS-INTEREST-ACCT-STATUS   PIC X(02).
       01  WS-TRANSACTIONS-STATUS    PIC X(02).
       01  WS-INSTALLMENT-RPT-STATUS PIC X(02).

       01  WS-SWITCHES.
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

      *-------------------------------------------------
      * THE INCOME ACCOUNT CREDITED WITH LOAN INTEREST.
      * THE ONE-ROW LNINTACC PARM OVERRIDES THE DEFAULT.
      *-------------------------------------------------
       01  WS-INTEREST-ACCT-ID       PIC X(06) VALUE 'ACC985'.

       01  WS-MAX-ACCOUNTS           PIC 9(04) COMP VALUE 1000.
       01  WS-ACCOUNT-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-TBL-ACCT-ID      PIC X(06).
              10 WS-TBL-AVAILABLE    PIC S9(09)V99.
              10 WS-TBL-STATUS       PIC X(01).
              10 WS-TBL-TYPE         PIC X(01).

      *-------------------------------------------------
      * THE LOAN MASTER IN STORAGE, WITH THE DAY'S WORK
      * FIELDS - THE BLOCKED SWITCH STOPS A LATER
      * INSTALLMENT BEING TAKEN AHEAD OF AN EARLIER ONE
      * THAT COULD NOT BE, AND THE ARREARS FIELDS ARE
      * REBUILT FROM THE SCHEDULE AS IT PASSES.
      *-------------------------------------------------
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
              10 WS-LN-BLOCKED-SW    PIC X(01).
                 88 LOAN-BLOCKED     VALUE 'Y'.
              10 WS-LN-OPEN-ROWS     PIC 9(03) COMP.
              10 WS-LN-OLDEST-ARREARS PIC 9(08).

       01  WS-LOAN-KEY               PIC X(06).
       01  WS-DAYS-WORK              PIC S9(09) COMP.
       01  WS-COLLECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-COLLECTED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-MISSED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-ORPHAN-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-SETTLED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-MISS-REASON            PIC X(24).

       01  WS-REPORT-LINE            PIC X(80).
       01  WS-AMOUNT-ED              PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED               PIC ZZZZZZZZZZ9.99.
       01  WS-COUNT-ED               PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-INSTALLMENT THRU 2000-EXIT
               UNTIL END-OF-SCHEDULE.
           PERFORM 3000-REFRESH-LOAN THRU 3000-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-MISSED-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT INTEREST-ACCT-PARM.
           IF WS-INTEREST-ACCT-STATUS = '00' THEN
              READ INTEREST-ACCT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE IAP-ACCT-ID TO WS-INTEREST-ACCT-ID
              END-READ
              CLOSE INTEREST-ACCT-PARM
           END-IF.

           OPEN INPUT ACCOUNT-MASTER-IN.
           PERFORM 1100-LOAD-ACCOUNT THRU 1100-EXIT
               UNTIL END-OF-MASTER
                  OR WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS.
           CLOSE ACCOUNT-MASTER-IN.

           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-LOAN THRU 1200-EXIT
                  UNTIL END-OF-LOANS
                     OR WS-LOAN-COUNT >= WS-MAX-LOANS
              CLOSE LOAN-MASTER
           END-IF.

           OPEN OUTPUT INSTALLMENT-REPORT.
           MOVE SPACES TO INSTALLMENT-REPORT-RECORD.
           STRING 'LOAN INSTALLMENT COLLECTION  RUN DATE '
               CYC-RUN-DATE '  INTEREST TO ' WS-INTEREST-ACCT-ID
               DELIMITED BY SIZE INTO INSTALLMENT-REPORT-RECORD.
           WRITE INSTALLMENT-REPORT-RECORD.

           OPEN EXTEND TRANSACTIONS.
           IF WS-TRANSACTIONS-STATUS = '35' THEN
              OPEN OUTPUT TRANSACTIONS
           END-IF.
           OPEN OUTPUT LOAN-SCHEDULE-OUT.

           OPEN INPUT LOAN-SCHEDULE.
           IF WS-LOAN-SCHEDULE-STATUS NOT = '00' THEN
              SET END-OF-SCHEDULE TO TRUE
           ELSE
              PERFORM 2900-READ-SCHEDULE THRU 2900-EXIT
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
              MOVE ACTI-ACCT-ID   TO WS-TBL-ACCT-ID(ACC-IDX)
              MOVE ACTI-BALANCE   TO WS-TBL-AVAILABLE(ACC-IDX)
              MOVE ACTI-STATUS    TO WS-TBL-STATUS(ACC-IDX)
              MOVE ACTI-ACCT-TYPE TO WS-TBL-TYPE(ACC-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-LOAN.
           READ LOAN-MASTER
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF NOT END-OF-LOANS THEN
              ADD 1 TO WS-LOAN-COUNT
              SET LN-IDX TO WS-LOAN-COUNT
              MOVE LOAN-MASTER-RECORD TO WS-LN-RECORD(LN-IDX)
              MOVE 'N'  TO WS-LN-BLOCKED-SW(LN-IDX)
              MOVE ZERO TO WS-LN-OPEN-ROWS(LN-IDX)
                           WS-LN-OLDEST-ARREARS(LN-IDX)
                           WS-LN-ARREARS-AMOUNT(LN-IDX)
                           WS-LN-ARREARS-COUNT(LN-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE SCHEDULE ROW. A COLLECTED ROW OR ONE NOT YET
      * DUE PASSES THROUGH. A DUE ROW ON AN ACTIVE LOAN
      * IS COLLECTED IF IT CAN BE; OTHERWISE IT IS IN
      * ARREARS AND THE REST OF THE LOAN WAITS.
      *-------------------------------------------------
       2000-PROCESS-INSTALLMENT.
           MOVE LS-ACCT-ID TO WS-LOAN-KEY.
           PERFORM 6100-FIND-LOAN THRU 6100-EXIT.
           IF NOT LOAN-FOUND THEN
              ADD 1 TO WS-ORPHAN-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO LOAN MASTER ROW  ' LS-ACCT-ID ' NO '
                  LS-INSTALLMENT-NO ' - CARRIED UNCHANGED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
              GO TO 2000-NEXT
           END-IF.

           IF LS-COLLECTED THEN
              GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-LN-OPEN-ROWS(LN-IDX).

           IF LS-DUE-DATE > CYC-RUN-DATE
              OR WS-LN-STATUS(LN-IDX) NOT = 'A' THEN
              GO TO 2000-NEXT
           END-IF.

           IF LOAN-BLOCKED(LN-IDX) THEN
              MOVE 'EARLIER INSTALLMENT DUE' TO WS-MISS-REASON
              PERFORM 2200-MISS-INSTALLMENT THRU 2200-EXIT
              GO TO 2000-NEXT
           END-IF.

           MOVE WS-LN-REPAY-ACCT-ID(LN-IDX) TO WS-LOAN-KEY.
           PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
           IF NOT ACCT-FOUND THEN
              MOVE 'NO REPAYMENT ACCOUNT' TO WS-MISS-REASON
              PERFORM 2200-MISS-INSTALLMENT THRU 2200-EXIT
              GO TO 2000-NEXT
           END-IF.
           IF WS-TBL-STATUS(ACC-IDX) NOT = 'O' THEN
              MOVE 'REPAYMENT ACCOUNT CLOSED' TO WS-MISS-REASON
              PERFORM 2200-MISS-INSTALLMENT THRU 2200-EXIT
              GO TO 2000-NEXT
           END-IF.
           IF WS-TBL-AVAILABLE(ACC-IDX) < LS-PAYMENT THEN
              MOVE 'INSUFFICIENT FUNDS' TO WS-MISS-REASON
              PERFORM 2200-MISS-INSTALLMENT THRU 2200-EXIT
              GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-COLLECT-INSTALLMENT THRU 2100-EXIT.

       2000-NEXT.
           IF LOAN-FOUND AND LS-IN-ARREARS THEN
              ADD LS-PAYMENT TO WS-LN-ARREARS-AMOUNT(LN-IDX)
              ADD 1 TO WS-LN-ARREARS-COUNT(LN-IDX)
              IF WS-LN-OLDEST-ARREARS(LN-IDX) = ZERO THEN
                 MOVE LS-DUE-DATE TO WS-LN-OLDEST-ARREARS(LN-IDX)
              END-IF
           END-IF.
           MOVE LOAN-SCHEDULE-RECORD TO LOAN-SCHEDULE-OUT-RECORD.
           WRITE LOAN-SCHEDULE-OUT-RECORD.
           PERFORM 2900-READ-SCHEDULE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE DEBIT TO THE REPAYMENT ACCOUNT, SPLIT - THE
      * PRINCIPAL REDUCES THE LOAN ACCOUNT'S DEBIT
      * BALANCE AND THE INTEREST IS INCOME.
      *-------------------------------------------------
       2100-COLLECT-INSTALLMENT.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-LN-REPAY-ACCT-ID(LN-IDX) TO TRX-ACCT-ID.
           MOVE 'T'              TO TRX-TYPE.
           MOVE LS-PRINCIPAL     TO TRX-AMOUNT.
           MOVE LS-ACCT-ID       TO TRX-TO-ACCT-ID.
           MOVE CYC-RUN-DATE     TO TRX-VALUE-DATE.
           WRITE TRANSACTION-RECORD.

           IF LS-INTEREST > ZERO THEN
              MOVE SPACES TO TRANSACTION-RECORD
              MOVE WS-LN-REPAY-ACCT-ID(LN-IDX) TO TRX-ACCT-ID
              MOVE 'T'                 TO TRX-TYPE
              MOVE LS-INTEREST         TO TRX-AMOUNT
              MOVE WS-INTEREST-ACCT-ID TO TRX-TO-ACCT-ID
              MOVE CYC-RUN-DATE        TO TRX-VALUE-DATE
              WRITE TRANSACTION-RECORD
           END-IF.

           SUBTRACT LS-PAYMENT FROM WS-TBL-AVAILABLE(ACC-IDX).
           IF LS-PRINCIPAL > WS-LN-OUTSTANDING(LN-IDX) THEN
              MOVE ZERO TO WS-LN-OUTSTANDING(LN-IDX)
           ELSE
              SUBTRACT LS-PRINCIPAL FROM WS-LN-OUTSTANDING(LN-IDX)
           END-IF.
           MOVE CYC-RUN-DATE TO WS-LN-LAST-COLLECT-DATE(LN-IDX).
           SUBTRACT 1 FROM WS-LN-OPEN-ROWS(LN-IDX).
           SET LS-COLLECTED TO TRUE.
           MOVE CYC-RUN-DATE TO LS-COLLECT-DATE.
           ADD 1 TO WS-COLLECTED-COUNT.
           ADD LS-PAYMENT TO WS-COLLECTED-TOTAL.

           MOVE LS-PAYMENT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COLLECTED ' LS-ACCT-ID ' NO ' LS-INSTALLMENT-NO
               ' DUE ' LS-DUE-DATE ' FROM '
               WS-LN-REPAY-ACCT-ID(LN-IDX) ' ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
       2100-EXIT.
           EXIT.

       2200-MISS-INSTALLMENT.
           IF LS-SCHEDULED THEN
              ADD 1 TO WS-MISSED-COUNT
           END-IF.
           SET LS-IN-ARREARS TO TRUE.
           SET LOAN-BLOCKED(LN-IDX) TO TRUE.

           MOVE LS-PAYMENT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ARREARS   ' LS-ACCT-ID ' NO ' LS-INSTALLMENT-NO
               ' DUE ' LS-DUE-DATE ' ' WS-AMOUNT-ED ' '
               WS-MISS-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
       2200-EXIT.
           EXIT.

       2900-READ-SCHEDULE.
           READ LOAN-SCHEDULE
              AT END SET END-OF-SCHEDULE TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * DAYS PAST DUE RUN FROM THE OLDEST INSTALLMENT IN
      * ARREARS; THE BUCKET FOLLOWS (1-30, 31-60, 61-90,
      * OVER 90). A LOAN WITH NOTHING LEFT OPEN ON ITS
      * SCHEDULE IS SETTLED.
      *-------------------------------------------------
       3000-REFRESH-LOAN.
           IF WS-LN-STATUS(LN-IDX) NOT = 'A' THEN
              GO TO 3000-EXIT
           END-IF.
           IF WS-LN-OPEN-ROWS(LN-IDX) = ZERO THEN
              MOVE 'S'  TO WS-LN-STATUS(LN-IDX)
                           WS-LN-BUCKET(LN-IDX)
              MOVE ZERO TO WS-LN-OUTSTANDING(LN-IDX)
                           WS-LN-DAYS-PAST-DUE(LN-IDX)
              ADD 1 TO WS-SETTLED-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SETTLED   ' WS-LN-ACCT-ID(LN-IDX)
                  ' - EVERY INSTALLMENT COLLECTED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
              GO TO 3000-EXIT
           END-IF.

           IF WS-LN-ARREARS-COUNT(LN-IDX) = ZERO THEN
              MOVE ZERO TO WS-LN-DAYS-PAST-DUE(LN-IDX)
              MOVE 'C'  TO WS-LN-BUCKET(LN-IDX)
              GO TO 3000-EXIT
           END-IF.

           COMPUTE WS-DAYS-WORK =
               FUNCTION INTEGER-OF-DATE(CYC-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-LN-OLDEST-ARREARS(LN-IDX)).
           IF WS-DAYS-WORK > 9999 THEN
              MOVE 9999 TO WS-DAYS-WORK
           END-IF.
           IF WS-DAYS-WORK < ZERO THEN
              MOVE ZERO TO WS-DAYS-WORK
           END-IF.
           MOVE WS-DAYS-WORK TO WS-LN-DAYS-PAST-DUE(LN-IDX).
           EVALUATE TRUE
              WHEN WS-DAYS-WORK <= 30
                 MOVE '1' TO WS-LN-BUCKET(LN-IDX)
              WHEN WS-DAYS-WORK <= 60
                 MOVE '2' TO WS-LN-BUCKET(LN-IDX)
              WHEN WS-DAYS-WORK <= 90
                 MOVE '3' TO WS-LN-BUCKET(LN-IDX)
              WHEN OTHER
                 MOVE '4' TO WS-LN-BUCKET(LN-IDX)
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       6000-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 6010-COMPARE-ACCOUNT THRU 6010-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-ACCOUNT.
           IF WS-TBL-ACCT-ID(ACC-IDX) = WS-LOAN-KEY THEN
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
           IF WS-LN-ACCT-ID(LN-IDX) = WS-LOAN-KEY THEN
              SET LOAN-FOUND TO TRUE
           ELSE
              SET LN-IDX UP BY 1
           END-IF.
       6110-EXIT.
           EXIT.

       8000-FINALIZE.
           OPEN OUTPUT LOAN-MASTER-OUT.
           PERFORM 8100-WRITE-LOAN-OUT THRU 8100-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
           CLOSE LOAN-MASTER-OUT.

           MOVE WS-COLLECTED-COUNT TO WS-COUNT-ED.
           MOVE WS-COLLECTED-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INSTALLMENTS COLLECTED ' WS-COUNT-ED
               '  TOTAL ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
           MOVE WS-MISSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INSTALLMENTS MISSED TODAY ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOANS SETTLED ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.

           IF WS-LOAN-SCHEDULE-STATUS = '00'
              OR WS-LOAN-SCHEDULE-STATUS = '10' THEN
              CLOSE LOAN-SCHEDULE
           END-IF.
           CLOSE LOAN-SCHEDULE-OUT.
           CLOSE TRANSACTIONS.
           CLOSE INSTALLMENT-REPORT.
       8000-EXIT.
           EXIT.

       8100-WRITE-LOAN-OUT.
           MOVE WS-LN-RECORD(LN-IDX) TO LOAN-MASTER-OUT-RECORD.
           WRITE LOAN-MASTER-OUT-RECORD.
       8100-EXIT.
           EXIT.

       8200-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INSTALLMENT-REPORT-RECORD.
           WRITE INSTALLMENT-REPORT-RECORD.
       8200-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'LOANDUE'       TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           IF CYC-RETURN-CODE = ZERO THEN
              MOVE 'LOAN INSTALLMENTS COLLECTED' TO CLR-MESSAGE
           ELSE
              MOVE 'LOAN INSTALLMENTS MISSED - SEE LOANDRPT'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
