      *               DEFAULT ACC930), AND ROUTES ANYTHING
      *               THAT DOES NOT TIE TO THE EXCEPTION
      *               SECTION WITH RETURN CODE 4.
      * 15/10/26  AP  EVERY CARD-TENDER ARRIVAL IS NOW ALSO
      *               APPENDED TO THE CARD-PAYMENT HISTORY
      *               (CARDHIST, SEE CPHFD) SO A CHARGEBACK
      *               ARRIVING WEEKS LATER CAN BE MATCHED
      *               BACK TO THE GATE PAYMENT IT DISPUTES -
      *               ARRIVALS-CLASSIFIED ONLY EVER HOLDS
      *               THE ONE DAY.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACQ-RECON-STATUS.

           SELECT CARD-PAYMENT-HISTORY ASSIGN TO "CARDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-HIST-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       FD  ACQUIRER-RECON-REPORT.
       01  ACQUIRER-RECON-RECORD    PIC X(70).

       FD  CARD-PAYMENT-HISTORY.
           COPY "cphfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-CARD-ACCT-STATUS      PIC X(02).
       01  WS-ACQ-RECON-STATUS      PIC X(02).
       01  WS-CARD-HIST-STATUS      PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           PERFORM 2000-TOTAL-CARD-TAKE THRU 2000-EXIT
               UNTIL END-OF-ARRIVALS.
           CLOSE ARRIVALS-CLASSIFIED.
           CLOSE CARD-PAYMENT-HISTORY.
           PERFORM 3000-CHECK-SETTLEMENT-LINE THRU 3000-EXIT
               UNTIL END-OF-SETTLEMENT.
           IF SETTLEMENT-ON-FILE THEN
               DELIMITED BY SIZE INTO ACQUIRER-RECON-RECORD.
           WRITE ACQUIRER-RECON-RECORD.

           OPEN EXTEND CARD-PAYMENT-HISTORY.
           IF WS-CARD-HIST-STATUS = '35' THEN
              OPEN OUTPUT CARD-PAYMENT-HISTORY
           END-IF.

           OPEN INPUT ARRIVALS-CLASSIFIED.
           IF WS-ARR-CLSFD-STATUS NOT = '00' THEN
              SET END-OF-ARRIVALS TO TRUE
      *-------------------------------------------------
      * THE DAY'S CARD TAKE - EVERY CLASSIFIED ARRIVAL
      * THE TERMINAL TOOK BY CARD. CONTROL RECORDS ARE
      * PASSED OVER AS IN REFUNDPROCESS. EACH ONE IS KEPT
      * ON THE CARD-PAYMENT HISTORY FOR CHARGEBACKS.
      *-------------------------------------------------
       2000-TOTAL-CARD-TAKE.
           IF ARRIVAL-CLASSIFIED-RECORD(1:3) NOT = 'HDR'
              AND AC-PAY-METHOD = 'C' THEN
              ADD AC-PRICE TO WS-CARD-TOTAL
              ADD 1 TO WS-CARD-COUNT
              MOVE SPACES        TO CARD-PAYMENT-HISTORY-RECORD
              MOVE 'G'           TO CPH-SOURCE
              MOVE CYC-RUN-DATE  TO CPH-PAY-DATE
              MOVE AC-VISITOR-ID TO CPH-REFERENCE
              MOVE AC-GATE-ID    TO CPH-GATE-ID
              MOVE AC-PRICE      TO CPH-AMOUNT
              WRITE CARD-PAYMENT-HISTORY-RECORD
           END-IF.
           PERFORM 2900-READ-ARRIVAL THRU 2900-EXIT.
       2000-EXIT.
