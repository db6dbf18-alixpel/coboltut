      *               THROUGH TRANFILE, AND FOLDS THE
      *               RESULTS INTO YTDMSTR SO THE YEAR-END
      *               DECLARATION STAYS WHOLE.
      * 15/10/26  AP  FINAL PAY RECOVERS ADVANCES AND LOANS.
      *               FOR AN EMPLOYEE WITH A TERMINATION DATE
      *               THE OUTSTANDING BALANCE OF EVERY ADVANCE
      *               OR LOAN PAID OUT (ADVLOAN LESS THE
      *               LOANACT LEDGER) COMES OFF THE NET AFTER
      *               TAX - THERE IS NO LATER PAY TO PROTECT -
      *               AND IS LOGGED TO LOANACT AS IT IS TAKEN.
      *               ANY BALANCE THE NET CANNOT COVER IS AN
      *               EXCEPTION ON THE REGISTER. THE RECOVERY
      *               IS CREDITED TO THE LOAN RECEIVABLE
      *               ACCOUNT ON LOANPARM.
      * 15/10/26  AP  YTD MASTER WIDENED TO 102 BYTES -
      *               THE LAST-RUN FIGURES ARE CARRIED
      *               THROUGH UNCHANGED.
      * 15/10/26  AP  YTD MASTER WIDENED TO 113 BYTES - THE
      *               YEAR-TO-DATE EMPLOYER CHARGES ARE
      *               CARRIED THROUGH UNCHANGED.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-ACCT-STATUS.

           SELECT LOAN-PARM ASSIGN TO "LOANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-PARM-STATUS.

           SELECT ADVANCE-LOANS ASSIGN TO "ADVLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVANCE-LOAN-STATUS.

           SELECT LOAN-ACTIVITY ASSIGN TO "LOANACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-ACTIVITY-STATUS.

      **************************
       DATA DIVISION.
      **************************
           05 YTDI-DEDUCTIONS       PIC 9(09)V99.
           05 YTDI-NET              PIC 9(09)V99.
           05 YTDI-GARNISH          PIC 9(09)V99.
           05 YTDI-LAST-RUN.
              10 YTDI-LAST-PAY-DATE PIC 9(08).
              10 YTDI-LAST-GROSS    PIC 9(07)V99.
              10 YTDI-LAST-NET      PIC 9(07)V99.
              10 YTDI-LAST-ROUTING  PIC X(09).
              10 YTDI-LAST-ACCOUNT  PIC X(17).
           05 YTDI-ER-SOCIAL        PIC 9(09)V99.

       FD  YTD-MASTER-OUT.
       01  YTD-MASTER-OUT-RECORD.
           05 YTDO-DEDUCTIONS       PIC 9(09)V99.
           05 YTDO-NET              PIC 9(09)V99.
           05 YTDO-GARNISH          PIC 9(09)V99.
           05 YTDO-LAST-RUN.
              10 YTDO-LAST-PAY-DATE PIC 9(08).
              10 YTDO-LAST-GROSS    PIC 9(07)V99.
              10 YTDO-LAST-NET      PIC 9(07)V99.
              10 YTDO-LAST-ROUTING  PIC X(09).
              10 YTDO-LAST-ACCOUNT  PIC X(17).
           05 YTDO-ER-SOCIAL        PIC 9(09)V99.

       FD  SUPP-REGISTER.
       01  SUPP-REGISTER-RECORD     PIC X(70).
           05 PAP-CURRENCY-CODE     PIC X(03).
           05 PAP-ACCT-ID           PIC X(06).

       FD  LOAN-PARM.
       01  LOAN-PARM-RECORD.
           05 LP-LOAN-ACCT-ID       PIC X(06).
           05 LP-PROTECTED-NET      PIC 9(06)V99.

       FD  ADVANCE-LOANS.
           COPY "advlnfd.cpy".

       FD  LOAN-ACTIVITY.
           COPY "lnactfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "ctlrec.cpy".

       01  WS-SUPP-CKPT-STATUS      PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-PAY-ACCT-STATUS       PIC X(02).
       01  WS-LOAN-PARM-STATUS      PIC X(02).
       01  WS-ADVANCE-LOAN-STATUS   PIC X(02).
       01  WS-LOAN-ACTIVITY-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-LIST-EOF-SW        PIC X(01) VALUE 'N'.
              88 RESTART-RUN        VALUE 'Y'.
           05 WS-FUND-FOUND-SW      PIC X(01).
              88 FUND-CURRENCY-FOUND VALUE 'Y'.
           05 WS-LOAN-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LOANS       VALUE 'Y'.
           05 WS-LOAN-ACT-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-LOAN-ACTIVITY VALUE 'Y'.
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-SUPP-RATE             PIC V999 VALUE .250.
              10 WS-TBL-ROUTING     PIC X(09).
              10 WS-TBL-ACCOUNT     PIC X(17).
              10 WS-TBL-CURRENCY    PIC X(03).
              10 WS-TBL-TERM-DATE   PIC 9(08).

       01  WS-MAX-YTD               PIC 9(04) COMP VALUE 1000.
       01  WS-YTD-COUNT             PIC 9(04) COMP VALUE ZERO.
              10 WS-YTD-DEDUCTIONS  PIC 9(09)V99.
              10 WS-YTD-NET         PIC 9(09)V99.
              10 WS-YTD-GARNISH     PIC 9(09)V99.
              10 WS-YTD-LAST-RUN    PIC X(52).
              10 WS-YTD-ER-SOCIAL   PIC 9(09)V99.

       01  WS-MAX-FUND-CURRENCIES   PIC 9(01) COMP VALUE 5.
       01  WS-FUND-CURRENCY-COUNT   PIC 9(01) COMP VALUE 2.
              10 WS-FUND-ACCT-ID    PIC X(06).
              10 WS-FUND-NET-TOTAL  PIC 9(09)V99.

      *-------------------------------------------------
      * ADVANCES AND LOANS PAID OUT, WITH THE BALANCE STILL
      * OWED IN PAY CURRENCY. SUPPLEMENTAL PAY HOLDS NO
      * RATE TABLE, SO THE RECOVERY POSTS IN PAY CURRENCY
      * LIKE ITS FUNDING DEBITS.
      *-------------------------------------------------
       01  WS-LOAN-ACCT-ID          PIC X(06) VALUE 'ACC953'.
       01  WS-MAX-LOANS             PIC 9(04) COMP VALUE 2000.
       01  WS-LOAN-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-LOAN-TABLE.
           05 WS-LON-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-LOAN-COUNT
                 INDEXED BY LON-IDX.
              10 WS-LON-EMP-ID      PIC X(06).
              10 WS-LON-LOAN-NO     PIC 9(02).
              10 WS-LON-BALANCE     PIC S9(07)V99.
              10 WS-LON-DISBURSED-SW PIC X(01).
                 88 LON-DISBURSED   VALUE 'Y'.
       01  WS-LOAN-TAKE             PIC 9(07)V99.
       01  WS-LOAN-RECOVERED        PIC 9(07)V99.
       01  WS-LOAN-UNRECOVERED      PIC 9(07)V99.
       01  WS-LOAN-RECOVERED-TOTAL  PIC 9(09)V99 VALUE ZERO.
       01  WS-LOAN-ED               PIC ZZZZZZ9.99.

       01  WS-GROSS-PAY             PIC 9(07)V99.
       01  WS-DEDUCTIONS            PIC 9(07)V99.
       01  WS-NET-PAY               PIC 9(07)V99.
                  OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES.
           CLOSE EMPLOYEE-MASTER.

           PERFORM 1300-LOAD-ADVANCE-LOANS THRU 1300-EXIT.

           OPEN INPUT YTD-MASTER-IN.
           IF WS-YTD-MASTER-IN-STATUS = '00' THEN
              PERFORM 1200-LOAD-YTD THRU 1200-EXIT
                  TO WS-TBL-ACCOUNT(WS-EMPLOYEE-COUNT)
              MOVE EMP-CURRENCY-CODE
                  TO WS-TBL-CURRENCY(WS-EMPLOYEE-COUNT)
              MOVE EMP-TERM-DATE
                  TO WS-TBL-TERM-DATE(WS-EMPLOYEE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.
                  TO WS-YTD-DEDUCTIONS(WS-YTD-COUNT)
              MOVE YTDI-NET TO WS-YTD-NET(WS-YTD-COUNT)
              MOVE YTDI-GARNISH TO WS-YTD-GARNISH(WS-YTD-COUNT)
              MOVE YTDI-LAST-RUN
                  TO WS-YTD-LAST-RUN(WS-YTD-COUNT)
              MOVE YTDI-ER-SOCIAL
                  TO WS-YTD-ER-SOCIAL(WS-YTD-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADVLOAN, LOANACT AND LOANPARM ARE OPTIONAL. ONLY
      * APPROVED ROWS ARE LOADED; THE LEDGER MARKS WHAT WAS
      * PAID OUT AND TAKES EVERY REPAYMENT AND RECOVERY
      * OFF THE BALANCE.
      *-------------------------------------------------
       1300-LOAD-ADVANCE-LOANS.
           OPEN INPUT LOAN-PARM.
           IF WS-LOAN-PARM-STATUS = '00' THEN
              READ LOAN-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE LP-LOAN-ACCT-ID TO WS-LOAN-ACCT-ID
              END-READ
              CLOSE LOAN-PARM
           END-IF.

           OPEN INPUT ADVANCE-LOANS.
           IF WS-ADVANCE-LOAN-STATUS NOT = '00' THEN
              GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-LOAN THRU 1310-EXIT
               UNTIL END-OF-LOANS
                  OR WS-LOAN-COUNT >= WS-MAX-LOANS.
           CLOSE ADVANCE-LOANS.

           OPEN INPUT LOAN-ACTIVITY.
           IF WS-LOAN-ACTIVITY-STATUS = '00' THEN
              PERFORM 1320-LOAD-ONE-ACTIVITY THRU 1320-EXIT
                  UNTIL END-OF-LOAN-ACTIVITY
              CLOSE LOAN-ACTIVITY
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-LOAN.
           READ ADVANCE-LOANS
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF END-OF-LOANS OR NOT AL-APPROVED THEN
              GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-LOAN-COUNT.
           SET LON-IDX TO WS-LOAN-COUNT.
           MOVE AL-EMP-ID    TO WS-LON-EMP-ID(LON-IDX).
           MOVE AL-LOAN-NO   TO WS-LON-LOAN-NO(LON-IDX).
           MOVE AL-PRINCIPAL TO WS-LON-BALANCE(LON-IDX).
           MOVE 'N'          TO WS-LON-DISBURSED-SW(LON-IDX).
       1310-EXIT.
           EXIT.

       1320-LOAD-ONE-ACTIVITY.
           READ LOAN-ACTIVITY
              AT END SET END-OF-LOAN-ACTIVITY TO TRUE
           END-READ.
           IF END-OF-LOAN-ACTIVITY THEN
              GO TO 1320-EXIT
           END-IF.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           SET LON-IDX TO 1.
           PERFORM 1330-MATCH-LOAN THRU 1330-EXIT
               UNTIL LON-IDX > WS-LOAN-COUNT OR LOAN-FOUND.
           IF NOT LOAN-FOUND THEN
              GO TO 1320-EXIT
           END-IF.
           IF LA-DISBURSED THEN
              MOVE 'Y' TO WS-LON-DISBURSED-SW(LON-IDX)
           ELSE
              SUBTRACT LA-AMOUNT FROM WS-LON-BALANCE(LON-IDX)
           END-IF.
       1320-EXIT.
           EXIT.

       1330-MATCH-LOAN.
           IF WS-LON-EMP-ID(LON-IDX) = LA-EMP-ID
              AND WS-LON-LOAN-NO(LON-IDX) = LA-LOAN-NO THEN
              SET LOAN-FOUND TO TRUE
           ELSE
              SET LON-IDX UP BY 1
           END-IF.
       1330-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE BONUS PER LIST ENTRY. A RESTART SKIPS THE
      * ENTRIES ALREADY PAID (THE SUPPLEMENTAL CHECKPOINT
           COMPUTE WS-DEDUCTIONS ROUNDED =
               WS-GROSS-PAY * WS-SUPP-RATE.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DEDUCTIONS.
           MOVE ZERO TO WS-LOAN-RECOVERED
                        WS-LOAN-UNRECOVERED.
           IF WS-TBL-TERM-DATE(EMP-IDX) > ZERO
              AND WS-LOAN-COUNT > ZERO THEN
              PERFORM 2200-RECOVER-ADVANCE-LOANS THRU 2200-EXIT
           END-IF.

           PERFORM 3000-FOLD-ONE-YTD THRU 3000-EXIT.
           PERFORM 4000-ACCUMULATE-FUNDING THRU 4000-EXIT.
           MOVE WS-REPORT-LINE TO SUPP-REGISTER-RECORD.
           WRITE SUPP-REGISTER-RECORD.

           IF WS-LOAN-RECOVERED > ZERO THEN
              MOVE WS-LOAN-RECOVERED TO WS-LOAN-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '       ADVANCE/LOAN RECOVERED ' WS-LOAN-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO SUPP-REGISTER-RECORD
              WRITE SUPP-REGISTER-RECORD
           END-IF.
           IF WS-LOAN-UNRECOVERED > ZERO THEN
              MOVE WS-LOAN-UNRECOVERED TO WS-LOAN-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION ' SL-EMP-ID
                  ' ADVANCE/LOAN BALANCE NOT RECOVERED '
                  WS-LOAN-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO SUPP-REGISTER-RECORD
              WRITE SUPP-REGISTER-RECORD
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

           MOVE SPACES TO SUPP-DEPOSIT-RECORD.
           MOVE WS-TBL-ROUTING(EMP-IDX)  TO SDE-ROUTING-NUMBER.
           MOVE WS-TBL-ACCOUNT(EMP-IDX)  TO SDE-ACCOUNT-NUMBER.
       2110-EXIT.
           EXIT.

      *-------------------------------------------------
      * A LEAVER'S FINAL PAY SETTLES WHAT IS STILL OWED ON
      * EVERY ADVANCE OR LOAN PAID OUT, AS FAR AS THE NET
      * AFTER TAX GOES. EACH RECOVERY IS WRITTEN TO LOANACT
      * AS IT IS TAKEN SO A RESTART CANNOT TAKE IT TWICE.
      *-------------------------------------------------
       2200-RECOVER-ADVANCE-LOANS.
           PERFORM 2210-RECOVER-ONE-LOAN THRU 2210-EXIT
               VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > WS-LOAN-COUNT.
       2200-EXIT.
           EXIT.

       2210-RECOVER-ONE-LOAN.
           IF WS-LON-EMP-ID(LON-IDX) NOT = SL-EMP-ID
              OR NOT LON-DISBURSED(LON-IDX)
              OR WS-LON-BALANCE(LON-IDX) NOT > ZERO THEN
              GO TO 2210-EXIT
           END-IF.
           MOVE WS-LON-BALANCE(LON-IDX) TO WS-LOAN-TAKE.
           IF WS-LOAN-TAKE > WS-NET-PAY THEN
              MOVE WS-NET-PAY TO WS-LOAN-TAKE
           END-IF.
           SUBTRACT WS-LOAN-TAKE FROM WS-LON-BALANCE(LON-IDX).
           ADD WS-LON-BALANCE(LON-IDX) TO WS-LOAN-UNRECOVERED.
           IF WS-LOAN-TAKE = ZERO THEN
              GO TO 2210-EXIT
           END-IF.
           SUBTRACT WS-LOAN-TAKE FROM WS-NET-PAY.
           ADD WS-LOAN-TAKE TO WS-LOAN-RECOVERED
                               WS-LOAN-RECOVERED-TOTAL.

           OPEN EXTEND LOAN-ACTIVITY.
           IF WS-LOAN-ACTIVITY-STATUS = '35' THEN
              OPEN OUTPUT LOAN-ACTIVITY
           END-IF.
           MOVE SL-EMP-ID               TO LA-EMP-ID.
           MOVE WS-LON-LOAN-NO(LON-IDX) TO LA-LOAN-NO.
           MOVE 'F'                     TO LA-ACTION.
           MOVE WS-RUN-DATE             TO LA-DATE.
           MOVE WS-LOAN-TAKE            TO LA-AMOUNT.
           MOVE WS-LOAN-TAKE            TO LA-BASE-AMOUNT.
           WRITE LOAN-ACTIVITY-RECORD.
           CLOSE LOAN-ACTIVITY.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE BONUS FOLDS INTO THE EMPLOYEE'S YTD POSITION
      * IN THE TABLE - A NEW EMPLOYEE OPENS AN ENTRY - SO
                           WS-YTD-DEDUCTIONS(YTD-IDX)
                           WS-YTD-NET(YTD-IDX)
                           WS-YTD-GARNISH(YTD-IDX)
                           WS-YTD-ER-SOCIAL(YTD-IDX)
              MOVE SPACES TO WS-YTD-LAST-RUN(YTD-IDX)
           END-IF.
           ADD WS-GROSS-PAY  TO WS-YTD-GROSS(YTD-IDX).
           ADD WS-DEDUCTIONS TO WS-YTD-DEDUCTIONS(YTD-IDX).
           MOVE WS-YTD-DEDUCTIONS(YTD-IDX) TO YTDO-DEDUCTIONS.
           MOVE WS-YTD-NET(YTD-IDX)        TO YTDO-NET.
           MOVE WS-YTD-GARNISH(YTD-IDX)    TO YTDO-GARNISH.
           MOVE WS-YTD-LAST-RUN(YTD-IDX)   TO YTDO-LAST-RUN.
           MOVE WS-YTD-ER-SOCIAL(YTD-IDX)  TO YTDO-ER-SOCIAL.
           WRITE YTD-MASTER-OUT-RECORD.
       8100-EXIT.
           EXIT.
           PERFORM 8210-POST-ONE-CURRENCY THRU 8210-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-CURRENCY-COUNT.
           IF WS-LOAN-RECOVERED-TOTAL > ZERO THEN
              MOVE SPACES TO TRANSACTION-RECORD
              MOVE WS-LOAN-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C' TO TRX-TYPE
              MOVE WS-LOAN-RECOVERED-TOTAL TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
       8200-EXIT.
           EXIT.
