      *               HOUSEHOLD IS REWRITTEN TO THE SAME
      *               NEW EXPIRY, SO THE FAMILY'S DATES
      *               ALIGN INSTEAD OF DRIFTING APART.
      * 15/10/26  AP  PAYMENTS NOW CARRY THE TENDER (RP-PAY-
      *               METHOD, C FOR CARD). A GOOD CARD-PAID
      *               RENEWAL IS APPENDED TO THE CARD-PAYMENT
      *               HISTORY (CARDHIST, SEE CPHFD) SO
      *               CHARGEBACKINTAKE CAN MATCH A DISPUTE
      *               BACK TO IT.
      * 15/10/26  AP  EVERY MEMBER A GOOD PAYMENT EXTENDS -
      *               THE PAYER AND EACH ALIGNED HOUSEHOLD
      *               MEMBER - NOW GETS A RENEWAL CARD QUEUED
      *               ON THE CARD REQUEST FILE (CRQFD) FOR THE
      *               NIGHTLY CARDPRODUCTION STEP, SO THE NEW
      *               CARD CARRIES THE NEW EXPIRY.
      * 15/10/26  AP  DIRECT-DEBIT RENEWALS. AFTER THE
      *               PAYMENTS FILE, EVERY MEMBER WITH A
      *               RENEWAL DEBIT OUTSTANDING (CUM-DD-
      *               RAISED-DATE) IS SETTLED FROM THE
      *               LEDGER. A 'RENWDD' POSTING ON THE
      *               MANDATED ACCOUNT IN TRANHIST SINCE THE
      *               DEBIT WAS RAISED EXTENDS THE MEMBERSHIP
      *               EXACTLY AS A DESK PAYMENT WOULD (PAY
      *               METHOD D). A DEBIT SOLDE REFUSED
      *               (DDRETURN - FROZEN, CLOSED OR WOULD
      *               OVERDRAW) GOES TO THE EXCEPTION REPORT
      *               AND THE MEMBER GETS A NORMAL RENEWAL
      *               NOTICE ON RENOTICE. NEITHER - STILL
      *               OUTSTANDING, LEFT FOR THE NEXT RUN.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-EXCEPT-STATUS.

           SELECT CARD-PAYMENT-HISTORY ASSIGN TO "CARDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-HIST-STATUS.

           SELECT CARD-REQUESTS ASSIGN TO "CARDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-REQUEST-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-HISTORY-STATUS.

           SELECT DIRECT-DEBIT-RETURNS ASSIGN TO "DDRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-RETURNS-STATUS.

           SELECT RENEWAL-NOTICES ASSIGN TO "RENOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWAL-NOTICES-STATUS.

      **************************
       DATA DIVISION.
      **************************
           05 RP-AMOUNT             PIC 9(05)V99.
           05 RP-PAYMENT-DATE       PIC 9(08).
           05 RP-TERM-MONTHS        PIC 9(03).
           05 RP-PAY-METHOD         PIC X(01).
              88 RP-PAID-BY-CARD    VALUE 'C'.
              88 RP-PAID-BY-DEBIT   VALUE 'D'.

       FD  RENEWAL-RATE-PARM.
       01  RENEWAL-RATE-PARM-RECORD.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPX-REASON            PIC X(30).

       FD  CARD-PAYMENT-HISTORY.
           COPY "cphfd.cpy".

       FD  CARD-REQUESTS.
           COPY "crqfd.cpy".

       FD  TRANSACTION-HISTORY.
           COPY "tranhfd.cpy".

       FD  DIRECT-DEBIT-RETURNS.
           COPY "ddrtnfd.cpy".

       FD  RENEWAL-NOTICES.
       01  RENEWAL-NOTICE-RECORD.
           05 RN-NOTICE-TYPE        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RN-VISITOR-ID         PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RN-VISITOR-NOM        PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RN-MEMBERSHIP-EXPIRY  PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RN-MEMBER-COUNT       PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-RENEWAL-PAY-STATUS    PIC X(02).
       01  WS-RENEWAL-RATE-STATUS   PIC X(02).
       01  WS-RECEIPTS-STATUS       PIC X(02).
       01  WS-PAY-EXCEPT-STATUS     PIC X(02).
       01  WS-CARD-HIST-STATUS      PIC X(02).
       01  WS-CARD-REQUEST-STATUS   PIC X(02).
       01  WS-TRAN-HISTORY-STATUS   PIC X(02).
       01  WS-DD-RETURNS-STATUS     PIC X(02).
       01  WS-RENEWAL-NOTICES-STATUS PIC X(02).

       01  WS-SWITCHES.
           05 WS-PAYMENT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-PAYMENTS    VALUE 'Y'.
           05 WS-CUSTOMER-FOUND-SW  PIC X(01).
              88 CUSTOMER-FOUND     VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-RETURNS-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-RETURNS     VALUE 'Y'.
           05 WS-DD-MATCH-SW        PIC X(01).
              88 DD-MATCHED         VALUE 'Y'.

       01  WS-MONTHLY-RATE          PIC 9(03)V99 VALUE 10.00.
       01  WS-EXPECTED-AMOUNT       PIC 9(07)V99.
              10 WS-MBR-VISITOR-ID  PIC X(10).
              10 WS-MBR-HOUSEHOLD   PIC X(08).

      *-------------------------------------------------
      * RENEWAL DIRECT DEBITS - THE MEMBERS WITH ONE
      * OUTSTANDING, CAPTURED BY THE HOUSEHOLD PRE-PASS,
      * AND THE 'RENWDD' POSTINGS AND RETURNS THEY ARE
      * SETTLED AGAINST. A POSTING OR RETURN SETTLES ONE
      * DEBIT ONLY.
      *-------------------------------------------------
       01  WS-MAX-PENDING           PIC 9(04) COMP VALUE 500.
       01  WS-PENDING-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-PENDING-TABLE.
           05 WS-PENDING-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-PENDING-COUNT
                 INDEXED BY PDD-IDX.
              10 WS-PDD-VISITOR-ID  PIC X(10).
              10 WS-PDD-ACCT-ID     PIC X(06).
              10 WS-PDD-TERM        PIC 9(03).
              10 WS-PDD-RAISED-DATE PIC 9(08).

       01  WS-MAX-POSTINGS          PIC 9(04) COMP VALUE 500.
       01  WS-POSTING-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-POSTING-TABLE.
           05 WS-POSTING-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-POSTING-COUNT
                 INDEXED BY PST-IDX.
              10 WS-PST-ACCT-ID     PIC X(06).
              10 WS-PST-AMOUNT      PIC 9(07)V99.
              10 WS-PST-DATE        PIC 9(08).
              10 WS-PST-USED-SW     PIC X(01).
                 88 WS-PST-USED     VALUE 'Y'.

       01  WS-MAX-RETURNS           PIC 9(04) COMP VALUE 500.
       01  WS-RETURN-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-RETURN-TABLE.
           05 WS-RETURN-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-RETURN-COUNT
                 INDEXED BY RTN-IDX.
              10 WS-RTN-ACCT-ID     PIC X(06).
              10 WS-RTN-AMOUNT      PIC 9(07)V99.
              10 WS-RTN-DATE        PIC 9(08).
              10 WS-RTN-REASON      PIC X(01).
              10 WS-RTN-USED-SW     PIC X(01).
                 88 WS-RTN-USED     VALUE 'Y'.

       01  WS-DD-SETTLED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-DD-RETURNED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-DD-OUTSTANDING-COUNT  PIC 9(05) COMP VALUE ZERO.

       01  WS-EXPIRY-BASE           PIC 9(08).
       01  WS-EXPIRY-YEAR           PIC 9(04).
       01  WS-EXPIRY-MONTH-DAY      PIC 9(04).
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
               UNTIL END-OF-PAYMENTS.
           PERFORM 4000-SETTLE-DIRECT-DEBITS THRU 4000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO THEN
           END-IF.
           PERFORM 8100-WRITE-RECEIPT THRU 8100-EXIT.
           ADD 1 TO WS-PAID-COUNT.
           IF RP-PAID-BY-CARD THEN
              PERFORM 2500-RECORD-CARD-PAYMENT THRU 2500-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
              MOVE CUM-HOUSEHOLD-ID
                  TO WS-MBR-HOUSEHOLD(WS-MEMBER-COUNT)
           END-IF.
           IF NOT END-OF-SCAN
              AND CUM-DD-RAISED-DATE NOT = ZERO
              AND WS-PENDING-COUNT < WS-MAX-PENDING THEN
              ADD 1 TO WS-PENDING-COUNT
              SET PDD-IDX TO WS-PENDING-COUNT
              MOVE CUM-VISITOR-ID      TO WS-PDD-VISITOR-ID(PDD-IDX)
              MOVE CUM-MANDATE-ACCT-ID TO WS-PDD-ACCT-ID(PDD-IDX)
              MOVE CUM-MANDATE-TERM    TO WS-PDD-TERM(PDD-IDX)
              MOVE CUM-DD-RAISED-DATE  TO WS-PDD-RAISED-DATE(PDD-IDX)
           END-IF.
       1210-EXIT.
           EXIT.

           END-READ.
           MOVE WS-NEW-EXPIRY TO CUM-MEMBERSHIP-EXPIRY.
           REWRITE CUSTOMER-MASTER-RECORD.
           PERFORM 2600-REQUEST-RENEWAL-CARD THRU 2600-EXIT.
       3510-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CARD-PAID RENEWAL IS KEPT ON THE CARD-PAYMENT
      * HISTORY UNDER THE PAYER'S VISITOR ID SO A LATER
      * CHARGEBACK CAN BE MATCHED BACK TO IT.
      *-------------------------------------------------
       2500-RECORD-CARD-PAYMENT.
           OPEN EXTEND CARD-PAYMENT-HISTORY.
           IF WS-CARD-HIST-STATUS = '35' THEN
              OPEN OUTPUT CARD-PAYMENT-HISTORY
           END-IF.
           MOVE SPACES          TO CARD-PAYMENT-HISTORY-RECORD.
           MOVE 'R'             TO CPH-SOURCE.
           MOVE RP-PAYMENT-DATE TO CPH-PAY-DATE.
           MOVE RP-VISITOR-ID   TO CPH-REFERENCE.
           MOVE RP-AMOUNT       TO CPH-AMOUNT.
           WRITE CARD-PAYMENT-HISTORY-RECORD.
           CLOSE CARD-PAYMENT-HISTORY.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------
      * A RENEWAL CARD FOR THE MEMBER JUST REWRITTEN, SO
      * THE CARD IN THE MEMBER'S POCKET SHOWS THE NEW
      * EXPIRY. CARDPRODUCTION MAKES IT UP OVERNIGHT.
      *-------------------------------------------------
       2600-REQUEST-RENEWAL-CARD.
           OPEN EXTEND CARD-REQUESTS.
           IF WS-CARD-REQUEST-STATUS = '35' THEN
              OPEN OUTPUT CARD-REQUESTS
           END-IF.
           MOVE SPACES          TO CARD-REQUEST-RECORD.
           MOVE 'R'             TO CRQ-REQUEST-TYPE.
           MOVE CUM-VISITOR-ID  TO CRQ-VISITOR-ID.
           MOVE RP-PAYMENT-DATE TO CRQ-REQUEST-DATE.
           WRITE CARD-REQUEST-RECORD.
           CLOSE CARD-REQUESTS.
       2600-EXIT.
           EXIT.

       2100-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW.
           MOVE RP-VISITOR-ID TO CUM-VISITOR-ID.

           MOVE WS-NEW-EXPIRY TO CUM-MEMBERSHIP-EXPIRY.
           REWRITE CUSTOMER-MASTER-RECORD.
           PERFORM 2600-REQUEST-RENEWAL-CARD THRU 2600-EXIT.
       3000-EXIT.
           EXIT.

       8200-EXIT.
           EXIT.

      *-------------------------------------------------
      * SETTLES EVERY OUTSTANDING RENEWAL DIRECT DEBIT
      * FROM WHAT SOLDE DID WITH IT - POSTED TO THE
      * HISTORY, OR REFUSED TO THE RETURNS FILE. BOTH
      * FILES ONLY GROW, SO A POSTING OR RETURN COUNTS
      * ONLY FROM THE DAY THE DEBIT WAS RAISED.
      *-------------------------------------------------
       4000-SETTLE-DIRECT-DEBITS.
           IF WS-PENDING-COUNT = ZERO THEN
              GO TO 4000-EXIT
           END-IF.

           OPEN INPUT TRANSACTION-HISTORY.
           IF WS-TRAN-HISTORY-STATUS = '00' THEN
              PERFORM 4100-LOAD-POSTING THRU 4100-EXIT
                  UNTIL END-OF-HISTORY
              CLOSE TRANSACTION-HISTORY
           END-IF.

           OPEN INPUT DIRECT-DEBIT-RETURNS.
           IF WS-DD-RETURNS-STATUS = '00' THEN
              PERFORM 4200-LOAD-RETURN THRU 4200-EXIT
                  UNTIL END-OF-RETURNS
              CLOSE DIRECT-DEBIT-RETURNS
           END-IF.

           OPEN EXTEND RENEWAL-NOTICES.
           IF WS-RENEWAL-NOTICES-STATUS = '35' THEN
              OPEN OUTPUT RENEWAL-NOTICES
           END-IF.
           PERFORM 4300-SETTLE-ONE-DEBIT THRU 4300-EXIT
               VARYING PDD-IDX FROM 1 BY 1
               UNTIL PDD-IDX > WS-PENDING-COUNT.
           CLOSE RENEWAL-NOTICES.
       4000-EXIT.
           EXIT.

       4100-LOAD-POSTING.
           READ TRANSACTION-HISTORY
              AT END
                 SET END-OF-HISTORY TO TRUE
                 GO TO 4100-EXIT
           END-READ.
           IF TH-KEYED-OPER NOT = 'RENWDD' OR TH-TYPE NOT = 'D' THEN
              GO TO 4100-EXIT
           END-IF.
           IF WS-POSTING-COUNT >= WS-MAX-POSTINGS THEN
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-POSTING-COUNT.
           SET PST-IDX TO WS-POSTING-COUNT.
           MOVE TH-ACCT-ID   TO WS-PST-ACCT-ID(PST-IDX).
           MOVE TH-AMOUNT    TO WS-PST-AMOUNT(PST-IDX).
           MOVE TH-POST-DATE TO WS-PST-DATE(PST-IDX).
           MOVE 'N'          TO WS-PST-USED-SW(PST-IDX).
       4100-EXIT.
           EXIT.

       4200-LOAD-RETURN.
           READ DIRECT-DEBIT-RETURNS
              AT END
                 SET END-OF-RETURNS TO TRUE
                 GO TO 4200-EXIT
           END-READ.
           IF WS-RETURN-COUNT >= WS-MAX-RETURNS THEN
              GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-RETURN-COUNT.
           SET RTN-IDX TO WS-RETURN-COUNT.
           MOVE DDR-ACCT-ID     TO WS-RTN-ACCT-ID(RTN-IDX).
           MOVE DDR-AMOUNT      TO WS-RTN-AMOUNT(RTN-IDX).
           MOVE DDR-RETURN-DATE TO WS-RTN-DATE(RTN-IDX).
           MOVE DDR-REASON      TO WS-RTN-REASON(RTN-IDX).
           MOVE 'N'             TO WS-RTN-USED-SW(RTN-IDX).
       4200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A POSTED DEBIT IS TREATED AS THE MEMBER'S RENEWAL
      * PAYMENT FOR THE MANDATED TERM - SAME EXTENSION,
      * HOUSEHOLD ALIGNMENT, RECEIPT AND RENEWAL CARDS AS
      * THE PAYMENTS FILE. THE RAISED DATE IS CLEARED ON
      * THE PAYER'S REWRITE EITHER WAY.
      *-------------------------------------------------
       4300-SETTLE-ONE-DEBIT.
           MOVE WS-PDD-VISITOR-ID(PDD-IDX) TO RP-VISITOR-ID.
           PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
           IF NOT CUSTOMER-FOUND THEN
              GO TO 4300-EXIT
           END-IF.

           MOVE 'N' TO WS-DD-MATCH-SW.
           SET PST-IDX TO 1.
           PERFORM 4310-MATCH-POSTING THRU 4310-EXIT
               UNTIL PST-IDX > WS-POSTING-COUNT OR DD-MATCHED.
           IF DD-MATCHED THEN
              PERFORM 4400-APPLY-DEBIT THRU 4400-EXIT
              GO TO 4300-EXIT
           END-IF.

           SET RTN-IDX TO 1.
           PERFORM 4320-MATCH-RETURN THRU 4320-EXIT
               UNTIL RTN-IDX > WS-RETURN-COUNT OR DD-MATCHED.
           IF DD-MATCHED THEN
              PERFORM 4500-FALL-BACK-TO-NOTICE THRU 4500-EXIT
              GO TO 4300-EXIT
           END-IF.

           ADD 1 TO WS-DD-OUTSTANDING-COUNT.
       4300-EXIT.
           EXIT.

       4310-MATCH-POSTING.
           IF NOT WS-PST-USED(PST-IDX)
              AND WS-PST-ACCT-ID(PST-IDX) = WS-PDD-ACCT-ID(PDD-IDX)
              AND WS-PST-DATE(PST-IDX)
                  NOT < WS-PDD-RAISED-DATE(PDD-IDX) THEN
              SET DD-MATCHED TO TRUE
              SET WS-PST-USED(PST-IDX) TO TRUE
           ELSE
              SET PST-IDX UP BY 1
           END-IF.
       4310-EXIT.
           EXIT.

       4320-MATCH-RETURN.
           IF NOT WS-RTN-USED(RTN-IDX)
              AND WS-RTN-ACCT-ID(RTN-IDX) = WS-PDD-ACCT-ID(PDD-IDX)
              AND WS-RTN-DATE(RTN-IDX)
                  NOT < WS-PDD-RAISED-DATE(PDD-IDX) THEN
              SET DD-MATCHED TO TRUE
              SET WS-RTN-USED(RTN-IDX) TO TRUE
           ELSE
              SET RTN-IDX UP BY 1
           END-IF.
       4320-EXIT.
           EXIT.

       4400-APPLY-DEBIT.
           MOVE WS-PST-AMOUNT(PST-IDX) TO RP-AMOUNT.
           MOVE WS-PST-DATE(PST-IDX)   TO RP-PAYMENT-DATE.
           MOVE WS-PDD-TERM(PDD-IDX)   TO RP-TERM-MONTHS.
           MOVE 'D'                    TO RP-PAY-METHOD.
           MOVE ZERO TO CUM-DD-RAISED-DATE.

           MOVE CUM-HOUSEHOLD-ID TO WS-PAYER-HOUSEHOLD.
           IF WS-PAYER-HOUSEHOLD NOT = SPACES THEN
              PERFORM 2200-COUNT-HOUSEHOLD THRU 2200-EXIT
           ELSE
              MOVE 1 TO WS-HH-MEMBER-COUNT
           END-IF.

           PERFORM 3000-EXTEND-EXPIRY THRU 3000-EXIT.
           IF WS-PAYER-HOUSEHOLD NOT = SPACES THEN
              PERFORM 3500-ALIGN-HOUSEHOLD THRU 3500-EXIT
           END-IF.
           PERFORM 8100-WRITE-RECEIPT THRU 8100-EXIT.
           ADD 1 TO WS-PAID-COUNT.
           ADD 1 TO WS-DD-SETTLED-COUNT.
       4400-EXIT.
           EXIT.

      *-------------------------------------------------
      * A REFUSED DEBIT - THE MEMBER IS BACK WHERE THE
      * DESK WOULD HAVE LEFT THEM: AN EXCEPTION LINE FOR
      * THE OFFICE AND THE NORMAL NOTICE (HOUSEHOLD-WIDE
      * FOR A LINKED PAYER). THE MANDATE ITSELF STAYS;
      * THE NEXT RENEWAL RUN TRIES THE ACCOUNT AGAIN.
      *-------------------------------------------------
       4500-FALL-BACK-TO-NOTICE.
           MOVE ZERO TO CUM-DD-RAISED-DATE.
           REWRITE CUSTOMER-MASTER-RECORD.

           MOVE WS-RTN-AMOUNT(RTN-IDX) TO RP-AMOUNT.
           MOVE WS-PDD-TERM(PDD-IDX)   TO RP-TERM-MONTHS.
           EVALUATE WS-RTN-REASON(RTN-IDX)
              WHEN 'F'
                 MOVE 'DIRECT DEBIT - ACCOUNT FROZEN'
                     TO RPX-REASON
              WHEN 'C'
                 MOVE 'DIRECT DEBIT - ACCOUNT CLOSED'
                     TO RPX-REASON
              WHEN OTHER
                 MOVE 'DIRECT DEBIT - WOULD OVERDRAW'
                     TO RPX-REASON
           END-EVALUATE.
           PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT.

           MOVE SPACES TO RENEWAL-NOTICE-RECORD.
           MOVE CUM-MEMBERSHIP-EXPIRY TO RN-MEMBERSHIP-EXPIRY.
           MOVE CUM-HOUSEHOLD-ID TO WS-PAYER-HOUSEHOLD.
           IF WS-PAYER-HOUSEHOLD NOT = SPACES THEN
              PERFORM 2200-COUNT-HOUSEHOLD THRU 2200-EXIT
              MOVE 'H'                    TO RN-NOTICE-TYPE
              MOVE WS-PAYER-HOUSEHOLD     TO RN-VISITOR-ID
              MOVE 'HOUSEHOLD - COMBINED' TO RN-VISITOR-NOM
              MOVE WS-HH-MEMBER-COUNT     TO RN-MEMBER-COUNT
           ELSE
              MOVE 'M'                    TO RN-NOTICE-TYPE
              MOVE CUM-VISITOR-ID         TO RN-VISITOR-ID
              MOVE CUM-VISITOR-NOM        TO RN-VISITOR-NOM
              MOVE 1                      TO RN-MEMBER-COUNT
           END-IF.
           WRITE RENEWAL-NOTICE-RECORD.
           ADD 1 TO WS-DD-RETURNED-COUNT.
       4500-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE CUSTOMER-MASTER.
           CLOSE RENEWAL-PAYMENTS.
           CLOSE RENEWAL-PAY-EXCEPTIONS.
           DISPLAY 'RENEWALS APPLIED  : ' WS-PAID-COUNT.
           DISPLAY 'EXCEPTIONS ROUTED : ' WS-EXCEPTION-COUNT.
           DISPLAY 'DEBITS SETTLED    : ' WS-DD-SETTLED-COUNT.
           DISPLAY 'DEBITS RETURNED   : ' WS-DD-RETURNED-COUNT.
           DISPLAY 'DEBITS OUTSTANDING: ' WS-DD-OUTSTANDING-COUNT.
       8000-EXIT.
           EXIT.
