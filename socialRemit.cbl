      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  SocialRemit.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. RECORDS THE PAYMENT OF A
      *               MONTH'S EMPLOYER SOCIAL CHARGES TO ONE
      *               CONTRIBUTION BODY - CERTMAINT'S SHAPE,
      *               SUPERVISOR SIGN-ON ONLY. R MARKS EVERY
      *               TYPE DECLARED TO THE BODY FOR THE MONTH
      *               (SOCDREG STATUS D) AS REMITTED, STAMPED
      *               WITH THE SUPERVISOR AND DATE. L LISTS
      *               THE REGISTER. AT EXIT THE REGISTER IS
      *               REWRITTEN AND THE PAYMENTS ARE APPENDED
      *               TO TRANFILE - A DEBIT TO EACH TYPE'S
      *               LIABILITY ACCOUNT AND ONE CREDIT TO THE
      *               EUR PAYROLL BANK ACCOUNT (PAYACCT,
      *               DEFAULT ACC950) PER BODY AND MONTH.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARATION-REGISTER ASSIGN TO "SOCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PAY-ACCOUNT-PARM ASSIGN TO "PAYACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-ACCT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  DECLARATION-REGISTER.
           COPY "scdrfd.cpy".

       FD  PAY-ACCOUNT-PARM.
       01  PAY-ACCOUNT-PARM-RECORD.
           05 PAP-CURRENCY-CODE     PIC X(03).
           05 PAP-ACCT-ID           PIC X(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS        PIC X(02).
       01  WS-PAY-ACCT-STATUS        PIC X(02).
       01  WS-TRANSACTIONS-STATUS    PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-REGISTER-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-REGISTER     VALUE 'Y'.
           05 WS-PAY-ACCT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-PAY-ACCTS    VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 REMIT-BODY             VALUE 'R'.
           88 LIST-REGISTER          VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-BANK-ACCT-ID           PIC X(06) VALUE 'ACC950'.
       01  WS-BODY-IN                PIC X(04).
           88 VALID-BODY-IN          VALUE 'HLTH' 'PENS' 'UNEM'.
       01  WS-MONTH-IN               PIC 9(06).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-IN.
           05 WS-MONTH-YEAR          PIC 9(04).
           05 WS-MONTH-MONTH         PIC 9(02).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-MATCH-COUNT            PIC 9(03) COMP.
       01  WS-REMIT-TOTAL            PIC 9(09)V99.
       01  WS-AMOUNT-ED              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MAX-REGISTER           PIC 9(04) COMP VALUE 2000.
       01  WS-REGISTER-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-REGISTER-COUNT
                 INDEXED BY REG-IDX.
              10 WS-REG-RECORD       PIC X(70).
              10 WS-REG-FIELDS REDEFINES WS-REG-RECORD.
                 15 WS-REG-STATUS    PIC X(01).
                    88 REG-DECLARED  VALUE 'D'.
                    88 REG-REMITTED  VALUE 'R'.
                 15 WS-REG-MONTH     PIC 9(06).
                 15 WS-REG-BODY      PIC X(04).
                 15 WS-REG-TYPE      PIC X(04).
                 15 WS-REG-EMP-COUNT PIC 9(05).
                 15 WS-REG-BASE      PIC 9(09)V99.
                 15 WS-REG-AMOUNT    PIC 9(09)V99.
                 15 WS-REG-LIABILITY-ACCT PIC X(06).
                 15 WS-REG-DECL-DATE PIC 9(08).
                 15 WS-REG-REMIT-OPER PIC X(06).
                 15 WS-REG-REMIT-DATE PIC 9(08).
              10 WS-REG-POST-SW      PIC X(01).
                 88 REG-TO-POST      VALUE 'Y'.

      *-------------------------------------------------
      * ONE BANK CREDIT PER BODY AND MONTH REMITTED THIS
      * SESSION.
      *-------------------------------------------------
       01  WS-MAX-PAYMENTS           PIC 9(02) COMP VALUE 50.
       01  WS-PAYMENT-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-PAYMENT-TABLE.
           05 WS-PAY-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-PAYMENT-COUNT
                 INDEXED BY PAY-IDX.
              10 WS-PAY-AMOUNT       PIC 9(09)V99.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT.
           PERFORM 8200-POST-PAYMENTS THRU 8200-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY RECORD A
      * PAYMENT. A CLERK SIGN-ON IS REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'SOCIALREMIT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'SOCIAL CHARGE REMITTANCE REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PAY-ACCOUNT-PARM.
           IF WS-PAY-ACCT-STATUS = '00' THEN
              PERFORM 1200-LOAD-PAY-ACCT THRU 1200-EXIT
                  UNTIL END-OF-PAY-ACCTS
              CLOSE PAY-ACCOUNT-PARM
           END-IF.

           OPEN INPUT DECLARATION-REGISTER.
           IF WS-REGISTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT
                  UNTIL END-OF-REGISTER
                     OR WS-REGISTER-COUNT >= WS-MAX-REGISTER
              CLOSE DECLARATION-REGISTER
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-REGISTER.
           READ DECLARATION-REGISTER
              AT END SET END-OF-REGISTER TO TRUE
           END-READ.
           IF NOT END-OF-REGISTER THEN
              ADD 1 TO WS-REGISTER-COUNT
              MOVE DECLARATION-REGISTER-RECORD
                  TO WS-REG-RECORD(WS-REGISTER-COUNT)
              MOVE 'N' TO WS-REG-POST-SW(WS-REGISTER-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE SOCIAL CHARGES ARE DECLARED AND PAID IN THE
      * BASE CURRENCY - FROM THE EUR PAYROLL ACCOUNT.
      *-------------------------------------------------
       1200-LOAD-PAY-ACCT.
           READ PAY-ACCOUNT-PARM
              AT END SET END-OF-PAY-ACCTS TO TRUE
           END-READ.
           IF NOT END-OF-PAY-ACCTS
              AND PAP-CURRENCY-CODE = 'EUR' THEN
              MOVE PAP-ACCT-ID TO WS-BANK-ACCT-ID
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SOCIAL CHARGE REMITTANCE --------'.
           DISPLAY 'R - REMIT BODY/MONTH  L - LIST'.
           DISPLAY 'X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN REMIT-BODY
                 PERFORM 3000-REMIT-BODY THRU 3000-EXIT
              WHEN LIST-REGISTER
                 PERFORM 5000-LIST-REGISTER THRU 5000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY TYPE STILL AT D FOR THE BODY AND MONTH IS
      * PAID TOGETHER - THE BODY TAKES ONE PAYMENT FOR
      * ITS WHOLE DECLARATION.
      *-------------------------------------------------
       3000-REMIT-BODY.
           DISPLAY 'BODY (HLTH, PENS, UNEM) ?'.
           MOVE SPACES TO WS-BODY-IN.
           ACCEPT WS-BODY-IN.
           IF NOT VALID-BODY-IN THEN
              DISPLAY 'INVALID BODY - NOT REMITTED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'MONTH (YYYYMM) ?'.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN IS NOT NUMERIC
              OR WS-MONTH-MONTH < 1 OR WS-MONTH-MONTH > 12 THEN
              DISPLAY 'INVALID MONTH - NOT REMITTED'
              GO TO 3000-EXIT
           END-IF.

           MOVE ZERO TO WS-MATCH-COUNT WS-REMIT-TOTAL.
           PERFORM 3100-TOTAL-ONE-ROW THRU 3100-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REGISTER-COUNT.
           IF WS-MATCH-COUNT = ZERO THEN
              DISPLAY 'NOTHING DECLARED AND UNPAID FOR '
                  WS-BODY-IN ' IN ' WS-MONTH-IN
              GO TO 3000-EXIT
           END-IF.
           IF WS-PAYMENT-COUNT >= WS-MAX-PAYMENTS THEN
              DISPLAY 'PAYMENT TABLE IS FULL - EXIT AND RERUN'
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-REMIT-TOTAL TO WS-AMOUNT-ED.
           DISPLAY 'REMIT ' WS-BODY-IN ' ' WS-MONTH-IN ' - '
               WS-MATCH-COUNT ' TYPE(S) TOTAL ' WS-AMOUNT-ED
               ' FROM ' WS-BANK-ACCT-ID ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT REMITTED'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-MARK-ONE-ROW THRU 3200-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REGISTER-COUNT.
           ADD 1 TO WS-PAYMENT-COUNT.
           MOVE WS-REMIT-TOTAL TO WS-PAY-AMOUNT(WS-PAYMENT-COUNT).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'REMITTANCE RECORDED'.
       3000-EXIT.
           EXIT.

       3100-TOTAL-ONE-ROW.
           IF REG-DECLARED(REG-IDX)
              AND WS-REG-BODY(REG-IDX) = WS-BODY-IN
              AND WS-REG-MONTH(REG-IDX) = WS-MONTH-IN THEN
              ADD 1 TO WS-MATCH-COUNT
              ADD WS-REG-AMOUNT(REG-IDX) TO WS-REMIT-TOTAL
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MARK-ONE-ROW.
           IF REG-DECLARED(REG-IDX)
              AND WS-REG-BODY(REG-IDX) = WS-BODY-IN
              AND WS-REG-MONTH(REG-IDX) = WS-MONTH-IN THEN
              SET REG-REMITTED(REG-IDX) TO TRUE
              SET REG-TO-POST(REG-IDX) TO TRUE
              MOVE WS-SIGNON-ID  TO WS-REG-REMIT-OPER(REG-IDX)
              MOVE WS-TODAY-DATE TO WS-REG-REMIT-DATE(REG-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

       5000-LIST-REGISTER.
           DISPLAY 'S MONTH  BODY TYPE EMPS         AMOUNT LIAB  '
               ' DECLARED REMITTED'.
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REGISTER-COUNT.
           IF WS-REGISTER-COUNT = ZERO THEN
              DISPLAY 'NOTHING ON THE DECLARATION REGISTER'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           MOVE WS-REG-AMOUNT(REG-IDX) TO WS-AMOUNT-ED.
           DISPLAY WS-REG-STATUS(REG-IDX) ' '
               WS-REG-MONTH(REG-IDX) ' '
               WS-REG-BODY(REG-IDX) ' '
               WS-REG-TYPE(REG-IDX) ' '
               WS-REG-EMP-COUNT(REG-IDX) ' '
               WS-AMOUNT-ED ' '
               WS-REG-LIABILITY-ACCT(REG-IDX) ' '
               WS-REG-DECL-DATE(REG-IDX) ' '
               WS-REG-REMIT-DATE(REG-IDX) ' '
               WS-REG-REMIT-OPER(REG-IDX).
       5100-EXIT.
           EXIT.

       8000-REWRITE-REGISTER.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT DECLARATION-REGISTER.
           PERFORM 8100-WRITE-ONE-ROW THRU 8100-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REGISTER-COUNT.
           CLOSE DECLARATION-REGISTER.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-ROW.
           MOVE WS-REG-RECORD(REG-IDX)
               TO DECLARATION-REGISTER-RECORD.
           WRITE DECLARATION-REGISTER-RECORD.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE LIABILITIES SALAIRE CREDITED ARE CLEARED TYPE
      * BY TYPE; THE BANK IS CREDITED ONCE PER PAYMENT.
      * APPENDED TO TRANFILE FOR THE EVENING'S POSTING.
      *-------------------------------------------------
       8200-POST-PAYMENTS.
           IF WS-PAYMENT-COUNT = ZERO THEN
              GO TO 8200-EXIT
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           IF WS-TRANSACTIONS-STATUS = '35' THEN
              OPEN OUTPUT TRANSACTIONS
           END-IF.
           PERFORM 8210-POST-ONE-LIABILITY THRU 8210-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REGISTER-COUNT.
           PERFORM 8220-POST-ONE-PAYMENT THRU 8220-EXIT
               VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYMENT-COUNT.
           CLOSE TRANSACTIONS.
           DISPLAY 'PAYMENTS POSTED TO TRANFILE : ' WS-PAYMENT-COUNT.
       8200-EXIT.
           EXIT.

       8210-POST-ONE-LIABILITY.
           IF NOT REG-TO-POST(REG-IDX)
              OR WS-REG-AMOUNT(REG-IDX) = ZERO THEN
              GO TO 8210-EXIT
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-REG-LIABILITY-ACCT(REG-IDX) TO TRX-ACCT-ID.
           MOVE 'D' TO TRX-TYPE.
           MOVE WS-REG-AMOUNT(REG-IDX) TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
       8210-EXIT.
           EXIT.

       8220-POST-ONE-PAYMENT.
           IF WS-PAY-AMOUNT(PAY-IDX) = ZERO THEN
              GO TO 8220-EXIT
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-BANK-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'C' TO TRX-TYPE.
           MOVE WS-PAY-AMOUNT(PAY-IDX) TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
       8220-EXIT.
           EXIT.
