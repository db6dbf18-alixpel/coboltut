      *               END STEP; LOGS COMPLETION TO CYCLE-LOG
      *               AND RETURNS ITS CONDITION THROUGH
      *               CYC-PARM-AREA.
      * 15/10/26  AP  EACH ACCRUAL IS NOW A BALANCED PAIR -
      *               THE HOLDER'S CREDIT AND A DEBIT TO THE
      *               INTEREST EXPENSE ACCOUNT FOR ITS
      *               CURRENCY, BOTH CARRYING OPERATOR
      *               'INTACR' SO YEAR-END CAN FIND THEM IN
      *               THE HISTORY. OPTIONAL INTACCT PARM
      *               (CURRENCY, EXPENSE ACCOUNT, TAX
      *               ACCOUNT; DEFAULT EUR ACC986/ACC987,
      *               USD ACC988/ACC989) AND OPTIONAL INTWHT
      *               WITHHOLDING RATE (DEFAULT NONE) - TAX
      *               WITHHELD IS DEBITED TO THE HOLDER AND
      *               CREDITED TO THE TAX ACCOUNT AS 'INTWHT'.
      *               FROZEN AND CLOSED ACCOUNTS NO LONGER
      *               ACCRUE (SOLDE REFUSES THE CREDIT, WHICH
      *               LEFT THE EXPENSE SIDE UNMATCHED) AND A
      *               CURRENCY WITH NO ACCOUNTS IS REPORTED
      *               WITH RETURN CODE 4.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-JOURNAL-STATUS.

           SELECT INTEREST-ACCOUNT-PARM ASSIGN TO "INTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-ACCT-STATUS.

           SELECT INTEREST-WITHHOLDING-PARM ASSIGN TO "INTWHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-WHT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 TRX-KEYED-OPER        PIC X(06).

       FD  INTEREST-JOURNAL.
       01  INTEREST-JOURNAL-RECORD  PIC X(60).

       FD  INTEREST-ACCOUNT-PARM.
       01  INTEREST-ACCOUNT-PARM-RECORD.
           05 IAP-CURRENCY-CODE     PIC X(03).
           05 IAP-EXPENSE-ACCT-ID   PIC X(06).
           05 IAP-TAX-ACCT-ID       PIC X(06).

       FD  INTEREST-WITHHOLDING-PARM.
       01  INTEREST-WITHHOLDING-RECORD.
           05 IWP-RATE-PCT          PIC 9(02)V99.

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INT-RATES-STATUS      PIC X(02).
       01  WS-INT-TRX-STATUS        PIC X(02).
       01  WS-INT-JOURNAL-STATUS    PIC X(02).
       01  WS-INT-ACCT-STATUS       PIC X(02).
       01  WS-INT-WHT-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05 WS-ACCOUNT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-RATES       VALUE 'Y'.
           05 WS-RATE-FOUND-SW      PIC X(01).
              88 RATE-FOUND         VALUE 'Y'.
           05 WS-INT-ACCTS-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-INT-ACCTS   VALUE 'Y'.
           05 WS-CCY-FOUND-SW       PIC X(01).
              88 CCY-FOUND          VALUE 'Y'.

       01  WS-MAX-RATES             PIC 9(02) COMP VALUE 10.
       01  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
              10 WS-RATE-TOTAL      PIC 9(09)V99.
              10 WS-RATE-ACCTS      PIC 9(05) COMP.

      *-------------------------------------------------
      * WHERE EACH CURRENCY'S INTEREST IS CHARGED AND ITS
      * WITHHOLDING PARKED - DEFAULTS BELOW, THE INTACCT
      * PARM OVERRIDES OR ADDS.
      *-------------------------------------------------
       01  WS-MAX-CURRENCIES        PIC 9(01) COMP VALUE 5.
       01  WS-CCY-COUNT             PIC 9(01) COMP VALUE 2.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 1 TO 5 TIMES
                 DEPENDING ON WS-CCY-COUNT
                 INDEXED BY CCY-IDX.
              10 WS-CCY-CODE        PIC X(03).
              10 WS-CCY-EXPENSE-ACCT PIC X(06).
              10 WS-CCY-TAX-ACCT    PIC X(06).
              10 WS-CCY-GROSS       PIC 9(09)V99.
              10 WS-CCY-WITHHELD    PIC 9(09)V99.

       01  WS-MATCH-CCY             PIC X(03).
       01  WS-ACCRUAL-OPER          PIC X(06) VALUE 'INTACR'.
       01  WS-WITHHOLD-OPER         PIC X(06) VALUE 'INTWHT'.
       01  WS-WITHHOLD-RATE-PCT     PIC 9(02)V99 VALUE ZERO.

       01  WS-INTEREST-AMOUNT       PIC 9(07)V99.
       01  WS-TAX-AMOUNT            PIC 9(07)V99.
       01  WS-ACCRUED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-INACTIVE-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-NO-CCY-COUNT          PIC 9(05) COMP VALUE ZERO.

       01  WS-POST-ACCT-ID          PIC X(06).
       01  WS-POST-TYPE             PIC X(01).
       01  WS-POST-AMOUNT           PIC 9(07)V99.
       01  WS-POST-OPER             PIC X(06).

       01  WS-REPORT-LINE           PIC X(60).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
               UNTIL END-OF-ACCOUNTS.
           PERFORM 8000-PRINT-JOURNAL THRU 8000-EXIT.

           IF WS-NO-CCY-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.
               UNTIL END-OF-RATES OR WS-RATE-COUNT >= WS-MAX-RATES.
           CLOSE INTEREST-RATE-TABLE.

           MOVE 'EUR'    TO WS-CCY-CODE(1).
           MOVE 'ACC986' TO WS-CCY-EXPENSE-ACCT(1).
           MOVE 'ACC987' TO WS-CCY-TAX-ACCT(1).
           MOVE 'USD'    TO WS-CCY-CODE(2).
           MOVE 'ACC988' TO WS-CCY-EXPENSE-ACCT(2).
           MOVE 'ACC989' TO WS-CCY-TAX-ACCT(2).
           PERFORM 1200-LOAD-INTEREST-ACCOUNTS THRU 1200-EXIT.

           OPEN INPUT INTEREST-WITHHOLDING-PARM.
           IF WS-INT-WHT-STATUS = '00' THEN
              READ INTEREST-WITHHOLDING-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE IWP-RATE-PCT TO WS-WITHHOLD-RATE-PCT
              END-READ
              CLOSE INTEREST-WITHHOLDING-PARM
           END-IF.

           OPEN INPUT ACCOUNT-MASTER-IN.
           OPEN OUTPUT INTEREST-TRANSACTIONS.
           PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * INTACCT IS OPTIONAL - A ROW FOR A KNOWN CURRENCY
      * OVERRIDES ITS DEFAULT ACCOUNTS, A NEW CURRENCY
      * ADDS AN ENTRY.
      *-------------------------------------------------
       1200-LOAD-INTEREST-ACCOUNTS.
           MOVE ZERO TO WS-CCY-GROSS(1) WS-CCY-WITHHELD(1)
                        WS-CCY-GROSS(2) WS-CCY-WITHHELD(2).
           OPEN INPUT INTEREST-ACCOUNT-PARM.
           IF WS-INT-ACCT-STATUS = '00' THEN
              PERFORM 1210-LOAD-ONE-INT-ACCT THRU 1210-EXIT
                  UNTIL END-OF-INT-ACCTS
              CLOSE INTEREST-ACCOUNT-PARM
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-INT-ACCT.
           READ INTEREST-ACCOUNT-PARM
              AT END SET END-OF-INT-ACCTS TO TRUE
           END-READ.
           IF NOT END-OF-INT-ACCTS THEN
              MOVE IAP-CURRENCY-CODE TO WS-MATCH-CCY
              PERFORM 2200-FIND-CURRENCY THRU 2200-EXIT
              IF CCY-FOUND THEN
                 MOVE IAP-EXPENSE-ACCT-ID
                     TO WS-CCY-EXPENSE-ACCT(CCY-IDX)
                 MOVE IAP-TAX-ACCT-ID TO WS-CCY-TAX-ACCT(CCY-IDX)
              ELSE
                 IF WS-CCY-COUNT < WS-MAX-CURRENCIES THEN
                    ADD 1 TO WS-CCY-COUNT
                    MOVE IAP-CURRENCY-CODE
                        TO WS-CCY-CODE(WS-CCY-COUNT)
                    MOVE IAP-EXPENSE-ACCT-ID
                        TO WS-CCY-EXPENSE-ACCT(WS-CCY-COUNT)
                    MOVE IAP-TAX-ACCT-ID
                        TO WS-CCY-TAX-ACCT(WS-CCY-COUNT)
                    MOVE ZERO TO WS-CCY-GROSS(WS-CCY-COUNT)
                    MOVE ZERO TO WS-CCY-WITHHELD(WS-CCY-COUNT)
                 END-IF
              END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE MONTH'S INTEREST ON THE CURRENT BALANCE - THE
      * TABLE CARRIES THE ANNUAL RATE IN PERCENT, SO ONE
      * MONTH IS RATE OVER 1200. AN ACCOUNT TYPE WITH NO
      * RATE ROW EARNS NOTHING, AND
      * AN OVERDRAWN BALANCE ACCRUES NOTHING - DEBIT
      * INTEREST IS NOT THIS PROGRAM'S BUSINESS. A FROZEN
      * OR CLOSED ACCOUNT ACCRUES NOTHING EITHER - SOLDE
      * WOULD REFUSE THE CREDIT AND LEAVE THE EXPENSE
      * DEBIT STANDING ALONE.
      *-------------------------------------------------
       2000-ACCRUE-ACCOUNT.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM 2100-MATCH-RATE THRU 2100-EXIT
               UNTIL RATE-IDX > WS-RATE-COUNT OR RATE-FOUND.

           IF NOT RATE-FOUND OR ACTI-BALANCE NOT > ZERO THEN
              GO TO 2000-READ-NEXT
           END-IF.
           IF ACTI-STATUS = 'F' OR ACTI-STATUS = 'C' THEN
              ADD 1 TO WS-INACTIVE-COUNT
              GO TO 2000-READ-NEXT
           END-IF.

           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               ACTI-BALANCE * WS-RATE-ANNUAL(RATE-IDX) / 1200.
           IF WS-INTEREST-AMOUNT = ZERO THEN
              GO TO 2000-READ-NEXT
           END-IF.

           MOVE ACTI-CURRENCY-CODE TO WS-MATCH-CCY.
           PERFORM 2200-FIND-CURRENCY THRU 2200-EXIT.
           IF NOT CCY-FOUND THEN
              DISPLAY 'INTERESTACCRUAL - NO INTEREST ACCOUNTS FOR '
                  ACTI-CURRENCY-CODE ' - ' ACTI-ACCT-ID
                  ' NOT ACCRUED'
              ADD 1 TO WS-NO-CCY-COUNT
              GO TO 2000-READ-NEXT
           END-IF.

           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-WITHHOLD-RATE-PCT / 100.

           MOVE ACTI-ACCT-ID       TO WS-POST-ACCT-ID.
           MOVE 'C'                TO WS-POST-TYPE.
           MOVE WS-INTEREST-AMOUNT TO WS-POST-AMOUNT.
           MOVE WS-ACCRUAL-OPER    TO WS-POST-OPER.
           PERFORM 2300-WRITE-POSTING THRU 2300-EXIT.
           MOVE WS-CCY-EXPENSE-ACCT(CCY-IDX) TO WS-POST-ACCT-ID.
           MOVE 'D'                TO WS-POST-TYPE.
           PERFORM 2300-WRITE-POSTING THRU 2300-EXIT.

           IF WS-TAX-AMOUNT > ZERO THEN
              MOVE ACTI-ACCT-ID     TO WS-POST-ACCT-ID
              MOVE 'D'              TO WS-POST-TYPE
              MOVE WS-TAX-AMOUNT    TO WS-POST-AMOUNT
              MOVE WS-WITHHOLD-OPER TO WS-POST-OPER
              PERFORM 2300-WRITE-POSTING THRU 2300-EXIT
              MOVE WS-CCY-TAX-ACCT(CCY-IDX) TO WS-POST-ACCT-ID
              MOVE 'C'              TO WS-POST-TYPE
              PERFORM 2300-WRITE-POSTING THRU 2300-EXIT
           END-IF.

           ADD WS-INTEREST-AMOUNT TO WS-RATE-TOTAL(RATE-IDX).
           ADD 1 TO WS-RATE-ACCTS(RATE-IDX).
           ADD WS-INTEREST-AMOUNT TO WS-CCY-GROSS(CCY-IDX).
           ADD WS-TAX-AMOUNT TO WS-CCY-WITHHELD(CCY-IDX).
           ADD 1 TO WS-ACCRUED-COUNT.

       2000-READ-NEXT.
           PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
       2100-EXIT.
           EXIT.

       2200-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           SET CCY-IDX TO 1.
           PERFORM 2210-MATCH-CURRENCY THRU 2210-EXIT
               UNTIL CCY-IDX > WS-CCY-COUNT OR CCY-FOUND.
       2200-EXIT.
           EXIT.

       2210-MATCH-CURRENCY.
           IF WS-CCY-CODE(CCY-IDX) = WS-MATCH-CCY THEN
              SET CCY-FOUND TO TRUE
           ELSE
              SET CCY-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

       2300-WRITE-POSTING.
           MOVE SPACES          TO TRANSACTION-RECORD.
           MOVE WS-POST-ACCT-ID TO TRX-ACCT-ID.
           MOVE WS-POST-TYPE    TO TRX-TYPE.
           MOVE WS-POST-AMOUNT  TO TRX-AMOUNT.
           MOVE WS-POST-OPER    TO TRX-KEYED-OPER.
           WRITE TRANSACTION-RECORD.
       2300-EXIT.
           EXIT.

       2900-READ-ACCOUNT.
           READ ACCOUNT-MASTER-IN
              AT END SET END-OF-ACCOUNTS TO TRUE
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > WS-RATE-COUNT.

           PERFORM 8200-PRINT-CURRENCY-LINES THRU 8200-EXIT
               VARYING CCY-IDX FROM 1 BY 1
               UNTIL CCY-IDX > WS-CCY-COUNT.

           IF WS-NO-CCY-COUNT > ZERO THEN
              MOVE WS-NO-CCY-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NOT ACCRUED - NO INTEREST ACCOUNTS '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO INTEREST-JOURNAL-RECORD
              WRITE INTEREST-JOURNAL-RECORD
           END-IF.

           CLOSE INTEREST-JOURNAL.
           DISPLAY 'ACCOUNTS ACCRUED: ' WS-ACCRUED-COUNT.
           DISPLAY 'FROZEN/CLOSED   : ' WS-INACTIVE-COUNT.
       8000-EXIT.
           EXIT.

       8100-EXIT.
           EXIT.

       8200-PRINT-CURRENCY-LINES.
           IF WS-CCY-GROSS(CCY-IDX) = ZERO THEN
              GO TO 8200-EXIT
           END-IF.
           MOVE WS-CCY-GROSS(CCY-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CCY-CODE(CCY-IDX)
               ' CHARGED TO ' WS-CCY-EXPENSE-ACCT(CCY-IDX)
               '   ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-JOURNAL-RECORD.
           WRITE INTEREST-JOURNAL-RECORD.
           MOVE WS-CCY-WITHHELD(CCY-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CCY-CODE(CCY-IDX)
               ' WITHHELD TO ' WS-CCY-TAX-ACCT(CCY-IDX)
               '  ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-JOURNAL-RECORD.
           WRITE INTEREST-JOURNAL-RECORD.
       8200-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
