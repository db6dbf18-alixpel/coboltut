      *               REFUSED AS EXCEEDING THE REFUNDABLE
      *               AMOUNT - PRESALE MONEY IS REFUNDED BY
      *               THE WEB AGENCY, NOT AT GUEST SERVICES.
      * 15/10/26  AP  THE REVERSAL IS NOW SPLIT THROUGH THE
      *               SHARED VATSPLIT MODULE AT THE 'ADMS'
      *               RATE, THE SAME WAY GATEREVENUE SPLITS
      *               THE TAKE - THE NET DEBITS THE GATE
      *               ACCOUNT, THE VAT DEBITS THE VAT
      *               LIABILITY ACCOUNT, AND THE REFUND IS
      *               JOURNALED SO THE MONTHLY RETURN NETS
      *               IT OFF.
      **************************

      **************************
       01  WS-REFUNDED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.

       COPY "vatsparm.cpy".

       01  WS-REPORT-LINE           PIC X(60).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.
           EXIT.

      *-------------------------------------------------
      * ONE REVERSING DEBIT FOR THE NET OF THE DAY'S
      * TOTAL REFUNDS AND ONE FOR THEIR VAT, APPENDED TO
      * TRANFILE AHEAD OF SOLDE'S POSTING SO THE DAY'S
      * TAKINGS ARE NO LONGER OVERSTATED.
      *-------------------------------------------------
       8000-POST-REVERSAL.
           IF WS-REFUND-TOTAL = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           MOVE CYC-RUN-DATE     TO VSP-BUSINESS-DATE.
           MOVE 'REFUNDS'        TO VSP-SOURCE.
           MOVE 'ADMS'           TO VSP-REVENUE-TYPE.
           MOVE 'R'              TO VSP-DIRECTION.
           MOVE WS-REFUND-TOTAL  TO VSP-GROSS-AMOUNT.
           CALL 'VATSPLIT' USING VSP-PARM-AREA.

           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES          TO TRANSACTION-RECORD.
           MOVE WS-GATE-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'D'             TO TRX-TYPE.
           MOVE VSP-NET-AMOUNT  TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           IF VSP-VAT-AMOUNT > ZERO THEN
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE VSP-VAT-ACCT-ID TO TRX-ACCT-ID
              MOVE 'D'             TO TRX-TYPE
              MOVE VSP-VAT-AMOUNT  TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
       8000-EXIT.
           EXIT.

