      *               GIFTCARDRECON TIES THE CARD BALANCES
      *               TO THE ACCOUNT'S CLOSING BALANCE
      *               AFTER THE BALANCE STEP.
      * 15/10/26  AP  THE DAY'S CARD LOADS ARE PASSED TO THE
      *               SHARED VATSPLIT MODULE AS REVENUE TYPE
      *               'GIFT'. A LOAD IS NOT TAXABLE UNTIL
      *               THE CARD IS SPENT, SO THE RATE TABLE
      *               CARRIES IT AT A ZERO RATE AND THE
      *               LIABILITY POSTING IS UNCHANGED - THE
      *               CALL ONLY JOURNALS THE LOADS SO THE
      *               MONTHLY VAT RETURN SHOWS THEM AS
      *               OUTSIDE THE SCOPE OF VAT.
      * 15/10/26  AP  THE MASTER NOW CARRIES THE DATE OF THE
      *               CARD'S LAST LOAD OR REDEMPTION, THE
      *               LAST VISITOR SEEN USING IT AND THE DATE
      *               AN EXPIRY WARNING WENT OUT. EACH
      *               TRANSACTION STAMPS THE ACTIVITY DATE
      *               (AND THE HOLDER WHEN THE TERMINAL KNEW
      *               THE VISITOR) AND CLEARS ANY WARNING, SO
      *               GIFTCARDBREAKAGE ONLY EXPIRES CARDS
      *               THAT HAVE GENUINELY GONE QUIET. A
      *               RECORD WRITTEN BEFORE THE CHANGE DATES
      *               ITS ACTIVITY FROM ITS ISSUE DATE.
      **************************

      **************************
           05 GCI-BALANCE           PIC 9(07)V99.
           05 GCI-ISSUE-DATE        PIC 9(08).
           05 GCI-STATUS            PIC X(01).
           05 GCI-LAST-ACTIVITY     PIC 9(08).
           05 GCI-HOLDER-ID         PIC X(10).
           05 GCI-WARNED-DATE       PIC 9(08).

       FD  GIFT-CARD-MASTER-OUT.
       01  GIFT-CARD-MASTER-OUT-RECORD.
           05 GCO-BALANCE           PIC 9(07)V99.
           05 GCO-ISSUE-DATE        PIC 9(08).
           05 GCO-STATUS            PIC X(01).
           05 GCO-LAST-ACTIVITY     PIC 9(08).
           05 GCO-HOLDER-ID         PIC X(10).
           05 GCO-WARNED-DATE       PIC 9(08).

       FD  GIFT-CARD-TRANSACTIONS.
       01  GIFT-CARD-TRANSACTION-RECORD.
              10 WS-CARD-ISSUE-DATE PIC 9(08).
              10 WS-CARD-STATUS     PIC X(01).
                 88 CARD-ACTIVE     VALUE 'A'.
              10 WS-CARD-LAST-ACTIVITY PIC 9(08).
              10 WS-CARD-HOLDER-ID  PIC X(10).
              10 WS-CARD-WARNED-DATE PIC 9(08).

       01  WS-APPLIED-AMOUNT        PIC 9(05)V99.
       01  WS-CASH-REMAINDER        PIC 9(05)V99.
       01  WS-ACTIVE-CARD-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.

       COPY "vatsparm.cpy".

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-AMOUNT-ED             PIC ZZZZ9.99.
       01  WS-AMOUNT-ED2            PIC ZZZZ9.99.
              MOVE GCI-ISSUE-DATE
                  TO WS-CARD-ISSUE-DATE(WS-CARD-COUNT)
              MOVE GCI-STATUS      TO WS-CARD-STATUS(WS-CARD-COUNT)
              MOVE GCI-LAST-ACTIVITY
                  TO WS-CARD-LAST-ACTIVITY(WS-CARD-COUNT)
              MOVE GCI-HOLDER-ID
                  TO WS-CARD-HOLDER-ID(WS-CARD-COUNT)
              MOVE GCI-WARNED-DATE
                  TO WS-CARD-WARNED-DATE(WS-CARD-COUNT)
              IF GCI-LAST-ACTIVITY NOT NUMERIC THEN
                 MOVE GCI-ISSUE-DATE
                     TO WS-CARD-LAST-ACTIVITY(WS-CARD-COUNT)
              END-IF
              IF GCI-WARNED-DATE NOT NUMERIC THEN
                 MOVE ZERO TO WS-CARD-WARNED-DATE(WS-CARD-COUNT)
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.
                 PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
              WHEN GX-LOAD
                 PERFORM 3000-APPLY-LOAD THRU 3000-EXIT
                 PERFORM 2200-STAMP-ACTIVITY THRU 2200-EXIT
              WHEN GX-REDEEM
                 PERFORM 4000-APPLY-REDEEM THRU 4000-EXIT
                 PERFORM 2200-STAMP-ACTIVITY THRU 2200-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN TRX TYPE' TO WS-REPORT-LINE
                 PERFORM 8300-WRITE-EXCEPTION THRU 8300-EXIT
       2110-EXIT.
           EXIT.

      *-------------------------------------------------
      * ANY LOAD OR REDEMPTION RESTARTS THE BREAKAGE
      * CLOCK AND CANCELS AN OUTSTANDING EXPIRY WARNING.
      *-------------------------------------------------
       2200-STAMP-ACTIVITY.
           MOVE CYC-RUN-DATE TO WS-CARD-LAST-ACTIVITY(CARD-IDX).
           MOVE ZERO         TO WS-CARD-WARNED-DATE(CARD-IDX).
           IF GX-VISITOR-ID NOT = SPACES THEN
              MOVE GX-VISITOR-ID TO WS-CARD-HOLDER-ID(CARD-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       3000-APPLY-LOAD.
           ADD GX-AMOUNT TO WS-CARD-BALANCE(CARD-IDX).
           ADD GX-AMOUNT TO WS-TOTAL-LOADS.
           MOVE WS-CARD-BALANCE(CARD-IDX) TO GCO-BALANCE.
           MOVE WS-CARD-ISSUE-DATE(CARD-IDX) TO GCO-ISSUE-DATE.
           MOVE WS-CARD-STATUS(CARD-IDX)  TO GCO-STATUS.
           MOVE WS-CARD-LAST-ACTIVITY(CARD-IDX) TO GCO-LAST-ACTIVITY.
           MOVE WS-CARD-HOLDER-ID(CARD-IDX)     TO GCO-HOLDER-ID.
           MOVE WS-CARD-WARNED-DATE(CARD-IDX)   TO GCO-WARNED-DATE.
           WRITE GIFT-CARD-MASTER-OUT-RECORD.

           IF CARD-ACTIVE(CARD-IDX) THEN
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           IF WS-TOTAL-LOADS > ZERO THEN
              MOVE CYC-RUN-DATE    TO VSP-BUSINESS-DATE
              MOVE 'GIFTCARDPOST'  TO VSP-SOURCE
              MOVE 'GIFT'          TO VSP-REVENUE-TYPE
              MOVE 'S'             TO VSP-DIRECTION
              MOVE WS-TOTAL-LOADS  TO VSP-GROSS-AMOUNT
              CALL 'VATSPLIT' USING VSP-PARM-AREA
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE WS-GIFT-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C'             TO TRX-TYPE
