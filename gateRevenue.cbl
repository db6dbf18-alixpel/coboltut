      *               ALREADY CARRIES AC-PRICE ZERO, SO THE
      *               GATE TAKE EXCLUDES PRESOLD MONEY BY
      *               CONSTRUCTION.
      * 15/10/26  AP  THE GATE TAKE IS NOW SPLIT THROUGH THE
      *               SHARED VATSPLIT MODULE AT THE 'ADMS'
      *               RATE - THE NET CREDITS THE GATE
      *               ACCOUNT AND THE VAT CREDITS THE VAT
      *               LIABILITY ACCOUNT, AND THE SPLIT IS
      *               JOURNALED FOR THE MONTHLY RETURN. NO
      *               'ADMS' LINE ON THE RATE TABLE POSTS
      *               THE GROSS AS BEFORE AND RETURNS CODE 4.
      **************************

      **************************
       01  WS-TOTAL-REVENUE         PIC 9(09)V99 VALUE ZERO.
       01  WS-ARRIVAL-COUNT         PIC 9(05) COMP VALUE ZERO.

       COPY "vatsparm.cpy".

       LINKAGE SECTION.
           COPY "cycparm.cpy".

           IF NOT TRAILER-SEEN OR NOT CONTROL-TOTALS-OK THEN
              MOVE 8 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
              PERFORM 8000-POST-REVENUE THRU 8000-EXIT
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           EXIT.

      *-------------------------------------------------
      * ONE CREDIT TRANSACTION FOR THE DAY'S NET GATE
      * TAKE AND ONE FOR ITS VAT, APPENDED TO TRANFILE SO
      * SOLDE POSTS THEM WITH THE DAY'S OTHER
      * TRANSACTIONS. A ZERO-REVENUE DAY APPENDS NOTHING.
      *-------------------------------------------------
       8000-POST-REVENUE.
           IF WS-TOTAL-REVENUE = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           MOVE CYC-RUN-DATE     TO VSP-BUSINESS-DATE.
           MOVE 'GATEREVENUE'    TO VSP-SOURCE.
           MOVE 'ADMS'           TO VSP-REVENUE-TYPE.
           MOVE 'S'              TO VSP-DIRECTION.
           MOVE WS-TOTAL-REVENUE TO VSP-GROSS-AMOUNT.
           CALL 'VATSPLIT' USING VSP-PARM-AREA.
           IF VSP-NO-RATE THEN
              MOVE 4 TO CYC-RETURN-CODE
           END-IF.

           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES          TO TRANSACTION-RECORD.
           MOVE WS-GATE-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'C'             TO TRX-TYPE.
           MOVE VSP-NET-AMOUNT  TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           IF VSP-VAT-AMOUNT > ZERO THEN
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE VSP-VAT-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C'             TO TRX-TYPE
              MOVE VSP-VAT-AMOUNT  TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
       8000-EXIT.
           EXIT.

           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN NOT TRAILER-SEEN OR NOT CONTROL-TOTALS-OK
                 MOVE 'GATE REVENUE - ARRIVALS FILE SUSPECT'
                     TO CLR-MESSAGE
              WHEN CYC-RETURN-CODE = 4
                 MOVE 'GATE REVENUE - NO ADMS VAT RATE, GROSS'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'GATE REVENUE POSTED TO LEDGER' TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
