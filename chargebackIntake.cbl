      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ChargebackIntake.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CARD CHARGEBACK INTAKE -
      *               WHEN A CARDHOLDER DISPUTED A PAYMENT
      *               THE ACQUIRER SIMPLY DEDUCTED IT AND WE
      *               ONLY FOUND OUT WHEN THE NEXT
      *               SETTLEMENT CAME UP SHORT. CALLABLE
      *               FROM DAILYCYCLE AFTER ACQUIRERRECON:
      *               READS THE ACQUIRER'S CHARGEBACK FILE
      *               (CHGBACK). A NEW CHARGEBACK (TYPE C)
      *               IS MATCHED BACK TO THE ORIGINAL CARD
      *               PAYMENT ON THE CARD-PAYMENT HISTORY
      *               (CARDHIST, CPHFD) - A GATE ADMISSION,
      *               A GROUP-BOOKING DEPOSIT OR A RENEWAL -
      *               THE REVENUE IS REVERSED THROUGH
      *               TRANFILE AND A DISPUTE IS OPENED ON
      *               THE DISPUTE MASTER (DISPFD) WITH ITS
      *               REPRESENTMENT DEADLINE (THE
      *               ACQUIRER'S, OR THE NOTICE DATE PLUS
      *               THE OPTIONAL CHARGEBACK-PARM DAYS,
      *               DEFAULT 20). AN OUTCOME (TYPE W WON,
      *               L LOST) CLOSES THE CASE; A WON CASE
      *               HAS ITS REVENUE PUT BACK. THE DAILY
      *               AGING LIST (CBKAGING) SHOWS EVERY
      *               DISPUTE NOBODY HAS ANSWERED THROUGH
      *               DISPUTEMAINT YET, FLAGGED WHEN DUE
      *               WITHIN THE WARNING DAYS (DEFAULT 5)
      *               OR OVERDUE. UNMATCHED OR BAD NOTICES
      *               AND OVERDUE DISPUTES RETURN CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-NOTICES ASSIGN TO "CHGBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.

           SELECT CARD-PAYMENT-HISTORY ASSIGN TO "CARDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-HIST-STATUS.

           SELECT DISPUTE-MASTER ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT DISPUTE-MASTER-OUT ASSIGN TO "DISPUTEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-OUT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT CHARGEBACK-PARM ASSIGN TO "CBKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBK-PARM-STATUS.

           SELECT GATE-ACCOUNT-PARM ASSIGN TO "GATEACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-ACCT-STATUS.

           SELECT GD-ACCOUNT-PARM ASSIGN TO "GDACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GD-ACCT-STATUS.

           SELECT CHARGEBACK-REPORT ASSIGN TO "CBKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBK-REPORT-STATUS.

           SELECT DISPUTE-AGING-REPORT ASSIGN TO "CBKAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  CHARGEBACK-NOTICES.
       01  CHARGEBACK-NOTICE-RECORD.
           05 CB-RECORD-TYPE        PIC X(01).
              88 CB-NEW-CHARGEBACK  VALUE 'C'.
              88 CB-CASE-WON        VALUE 'W'.
              88 CB-CASE-LOST       VALUE 'L'.
           05 CB-CASE-ID            PIC X(10).
           05 CB-NOTICE-DATE        PIC 9(08).
           05 CB-TXN-DATE           PIC 9(08).
           05 CB-SOURCE             PIC X(01).
              88 CB-VALID-SOURCE    VALUES 'G' 'B' 'R'.
           05 CB-REFERENCE          PIC X(10).
           05 CB-AMOUNT             PIC 9(07)V99.
           05 CB-REASON-CODE        PIC X(04).
           05 CB-RESPOND-BY         PIC 9(08).

       FD  CARD-PAYMENT-HISTORY.
           COPY "cphfd.cpy".

       FD  DISPUTE-MASTER.
           COPY "dispfd.cpy".

       FD  DISPUTE-MASTER-OUT.
       01  DISPUTE-OUT-RECORD       PIC X(114).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  CHARGEBACK-PARM.
       01  CHARGEBACK-PARM-RECORD.
           05 CKP-RESPOND-DAYS      PIC 9(03).
           05 CKP-WARN-DAYS         PIC 9(03).

       FD  GATE-ACCOUNT-PARM.
       01  GATE-ACCOUNT-PARM-RECORD.
           05 GAP-ACCT-ID           PIC X(06).

       FD  GD-ACCOUNT-PARM.
       01  GD-ACCOUNT-PARM-RECORD.
           05 GDA-ACCT-ID           PIC X(06).

       FD  CHARGEBACK-REPORT.
       01  CHARGEBACK-REPORT-RECORD PIC X(80).

       FD  DISPUTE-AGING-REPORT.
       01  DISPUTE-AGING-RECORD     PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHARGEBACK-STATUS     PIC X(02).
       01  WS-CARD-HIST-STATUS      PIC X(02).
       01  WS-DISPUTE-STATUS        PIC X(02).
       01  WS-DISPUTE-OUT-STATUS    PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-CBK-PARM-STATUS       PIC X(02).
       01  WS-GATE-ACCT-STATUS      PIC X(02).
       01  WS-GD-ACCT-STATUS        PIC X(02).
       01  WS-CBK-REPORT-STATUS     PIC X(02).
       01  WS-AGING-REPORT-STATUS   PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-NOTICE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-NOTICES     VALUE 'Y'.
           05 WS-NOTICE-FILE-SW     PIC X(01) VALUE 'N'.
              88 NOTICES-ON-FILE    VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-DISPUTE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-DISPUTES    VALUE 'Y'.
           05 WS-DISPUTE-FOUND-SW   PIC X(01).
              88 DISPUTE-FOUND      VALUE 'Y'.
           05 WS-PAYMENT-USED-SW    PIC X(01).
              88 PAYMENT-USED       VALUE 'Y'.

       01  WS-RESPOND-DAYS          PIC 9(03) VALUE 20.
       01  WS-WARN-DAYS             PIC 9(03) VALUE 5.
       01  WS-GATE-ACCT-ID          PIC X(06) VALUE 'ACC900'.
       01  WS-GD-ACCT-ID            PIC X(06) VALUE 'ACC940'.

       01  WS-RUN-DATE-INT          PIC S9(09) COMP.
       01  WS-DATE-INT              PIC S9(09) COMP.
       01  WS-DAYS-LEFT             PIC S9(05) COMP.
       01  WS-NOTICE-DATE           PIC 9(08).
       01  WS-EXCEPTION-REASON      PIC X(40).

       01  WS-GATE-REVERSAL         PIC 9(09)V99 VALUE ZERO.
       01  WS-DEPOSIT-REVERSAL      PIC 9(09)V99 VALUE ZERO.
       01  WS-GATE-RESTORED         PIC 9(09)V99 VALUE ZERO.
       01  WS-DEPOSIT-RESTORED      PIC 9(09)V99 VALUE ZERO.
       01  WS-OPEN-AMOUNT           PIC 9(09)V99 VALUE ZERO.

       01  WS-NOTICE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-OPENED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-WON-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-LOST-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-UNANSWERED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-DUE-SOON-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.

       01  WS-MAX-DISPUTES          PIC 9(05) COMP VALUE 2000.
       01  WS-DISPUTE-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-DISPUTE-TABLE.
           05 WS-DSP-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-DISPUTE-COUNT
                 INDEXED BY DSP-IDX.
              10 WS-DSP-RECORD       PIC X(114).
              10 WS-DSP-FIELDS REDEFINES WS-DSP-RECORD.
                 15 WS-DSP-CASE-ID   PIC X(10).
                 15 WS-DSP-NOTICE-DATE PIC 9(08).
                 15 WS-DSP-TXN-DATE  PIC 9(08).
                 15 WS-DSP-SOURCE    PIC X(01).
                    88 DSP-DEPOSIT   VALUE 'B'.
                 15 WS-DSP-REFERENCE PIC X(10).
                 15 WS-DSP-GATE-ID   PIC X(02).
                 15 WS-DSP-AMOUNT    PIC 9(07)V99.
                 15 WS-DSP-REASON    PIC X(04).
                 15 WS-DSP-RESPOND-BY PIC 9(08).
                 15 WS-DSP-MATCHED   PIC X(01).
                    88 DSP-MATCHED   VALUE 'Y'.
                 15 WS-DSP-STATUS    PIC X(01).
                    88 DSP-OPEN      VALUE 'O'.
                    88 DSP-PENDING   VALUES 'O' 'P'.
                 15 WS-DSP-RESP-DATE PIC 9(08).
                 15 WS-DSP-RESP-BY   PIC X(06).
                 15 WS-DSP-RESP-NOTE PIC X(30).
                 15 WS-DSP-OUTCOME-DATE PIC 9(08).
              10 WS-DSP-NEW-SW       PIC X(01).
                 88 DSP-NEW-TODAY    VALUE 'Y'.

       COPY "vatsparm.cpy".

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED              PIC ZZZZZZZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-DAYS-ED               PIC ----9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-NOTICE THRU 2000-EXIT
               UNTIL END-OF-NOTICES.
           IF NOTICES-ON-FILE THEN
              CLOSE CHARGEBACK-NOTICES
           END-IF.
           PERFORM 3000-MATCH-PAYMENTS THRU 3000-EXIT.
           PERFORM 4000-REPORT-NEW-DISPUTE THRU 4000-EXIT
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DISPUTE-COUNT.
           PERFORM 5000-POST-REVERSALS THRU 5000-EXIT.
           PERFORM 6000-PRINT-AGING-LIST THRU 6000-EXIT.
           PERFORM 8000-WRITE-MASTER-OUT THRU 8000-EXIT.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO
              OR WS-OVERDUE-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CYC-RUN-DATE).

           OPEN INPUT CHARGEBACK-PARM.
           IF WS-CBK-PARM-STATUS = '00' THEN
              READ CHARGEBACK-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CKP-RESPOND-DAYS TO WS-RESPOND-DAYS
                    MOVE CKP-WARN-DAYS    TO WS-WARN-DAYS
              END-READ
              CLOSE CHARGEBACK-PARM
           END-IF.

           OPEN INPUT GATE-ACCOUNT-PARM.
           IF WS-GATE-ACCT-STATUS = '00' THEN
              READ GATE-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GAP-ACCT-ID TO WS-GATE-ACCT-ID
              END-READ
              CLOSE GATE-ACCOUNT-PARM
           END-IF.

           OPEN INPUT GD-ACCOUNT-PARM.
           IF WS-GD-ACCT-STATUS = '00' THEN
              READ GD-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GDA-ACCT-ID TO WS-GD-ACCT-ID
              END-READ
              CLOSE GD-ACCOUNT-PARM
           END-IF.

           OPEN OUTPUT CHARGEBACK-REPORT.
           MOVE SPACES TO CHARGEBACK-REPORT-RECORD.
           STRING 'CARD CHARGEBACK INTAKE  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           OPEN INPUT DISPUTE-MASTER.
           IF WS-DISPUTE-STATUS = '00' THEN
              PERFORM 1100-LOAD-DISPUTE THRU 1100-EXIT
                  UNTIL END-OF-DISPUTES
                     OR WS-DISPUTE-COUNT >= WS-MAX-DISPUTES
              CLOSE DISPUTE-MASTER
           END-IF.

           OPEN INPUT CHARGEBACK-NOTICES.
           IF WS-CHARGEBACK-STATUS NOT = '00' THEN
              SET END-OF-NOTICES TO TRUE
           ELSE
              SET NOTICES-ON-FILE TO TRUE
              PERFORM 2900-READ-NOTICE THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-DISPUTE.
           READ DISPUTE-MASTER
              AT END SET END-OF-DISPUTES TO TRUE
           END-READ.
           IF NOT END-OF-DISPUTES THEN
              ADD 1 TO WS-DISPUTE-COUNT
              MOVE DISPUTE-RECORD
                  TO WS-DSP-RECORD(WS-DISPUTE-COUNT)
              MOVE 'N' TO WS-DSP-NEW-SW(WS-DISPUTE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE NOTICE FROM THE ACQUIRER - A NEW CHARGEBACK
      * OR THE OUTCOME OF ONE WE ALREADY HOLD. ANYTHING
      * THAT CANNOT BE APPLIED GOES TO THE EXCEPTION
      * SECTION WITH ITS REASON.
      *-------------------------------------------------
       2000-PROCESS-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           EVALUATE TRUE
              WHEN CB-NEW-CHARGEBACK
                 PERFORM 2100-OPEN-DISPUTE THRU 2100-EXIT
              WHEN CB-CASE-WON
                 PERFORM 2200-APPLY-OUTCOME THRU 2200-EXIT
              WHEN CB-CASE-LOST
                 PERFORM 2200-APPLY-OUTCOME THRU 2200-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN NOTICE TYPE' TO WS-EXCEPTION-REASON
                 PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
           END-EVALUATE.
           PERFORM 2900-READ-NOTICE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NEW CHARGEBACK OPENS A DISPUTE. THE SAME CASE
      * MUST NOT ARRIVE TWICE, AND ONE PAYMENT CANNOT BE
      * CHARGED BACK TWICE. THE DEADLINE IS THE
      * ACQUIRER'S WHEN GIVEN, OTHERWISE THE NOTICE DATE
      * PLUS THE RESPONSE DAYS. MATCHING TO THE ORIGINAL
      * PAYMENT FOLLOWS IN ONE PASS OF THE HISTORY.
      *-------------------------------------------------
       2100-OPEN-DISPUTE.
           IF NOT CB-VALID-SOURCE THEN
              MOVE 'UNKNOWN PAYMENT SOURCE' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2100-EXIT
           END-IF.
           IF CB-AMOUNT IS NOT NUMERIC OR CB-AMOUNT = ZERO THEN
              MOVE 'INVALID AMOUNT' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2100-EXIT
           END-IF.
           IF CB-TXN-DATE IS NOT NUMERIC
              OR CB-NOTICE-DATE IS NOT NUMERIC
              OR CB-RESPOND-BY IS NOT NUMERIC THEN
              MOVE 'INVALID DATE' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2500-FIND-CASE THRU 2500-EXIT.
           IF DISPUTE-FOUND THEN
              MOVE 'CASE ALREADY ON FILE' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2100-EXIT
           END-IF.

           MOVE 'N' TO WS-PAYMENT-USED-SW.
           PERFORM 2150-CHECK-PAYMENT-USED THRU 2150-EXIT
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DISPUTE-COUNT OR PAYMENT-USED.
           IF PAYMENT-USED THEN
              MOVE 'PAYMENT ALREADY UNDER DISPUTE'
                  TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2100-EXIT
           END-IF.

           IF WS-DISPUTE-COUNT >= WS-MAX-DISPUTES THEN
              MOVE 'DISPUTE TABLE FULL' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2100-EXIT
           END-IF.

           MOVE CB-NOTICE-DATE TO WS-NOTICE-DATE.
           IF WS-NOTICE-DATE = ZERO THEN
              MOVE CYC-RUN-DATE TO WS-NOTICE-DATE
           END-IF.

           ADD 1 TO WS-DISPUTE-COUNT.
           SET DSP-IDX TO WS-DISPUTE-COUNT.
           MOVE SPACES         TO WS-DSP-RECORD(DSP-IDX).
           MOVE CB-CASE-ID     TO WS-DSP-CASE-ID(DSP-IDX).
           MOVE WS-NOTICE-DATE TO WS-DSP-NOTICE-DATE(DSP-IDX).
           MOVE CB-TXN-DATE    TO WS-DSP-TXN-DATE(DSP-IDX).
           MOVE CB-SOURCE      TO WS-DSP-SOURCE(DSP-IDX).
           MOVE CB-REFERENCE   TO WS-DSP-REFERENCE(DSP-IDX).
           MOVE CB-AMOUNT      TO WS-DSP-AMOUNT(DSP-IDX).
           MOVE CB-REASON-CODE TO WS-DSP-REASON(DSP-IDX).
           IF CB-RESPOND-BY > ZERO THEN
              MOVE CB-RESPOND-BY TO WS-DSP-RESPOND-BY(DSP-IDX)
           ELSE
              COMPUTE WS-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE)
                  + WS-RESPOND-DAYS
              MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                  TO WS-DSP-RESPOND-BY(DSP-IDX)
           END-IF.
           MOVE 'N'  TO WS-DSP-MATCHED(DSP-IDX).
           MOVE 'O'  TO WS-DSP-STATUS(DSP-IDX).
           MOVE ZERO TO WS-DSP-RESP-DATE(DSP-IDX).
           MOVE ZERO TO WS-DSP-OUTCOME-DATE(DSP-IDX).
           MOVE 'Y'  TO WS-DSP-NEW-SW(DSP-IDX).
       2100-EXIT.
           EXIT.

       2150-CHECK-PAYMENT-USED.
           IF WS-DSP-SOURCE(DSP-IDX) = CB-SOURCE
              AND WS-DSP-REFERENCE(DSP-IDX) = CB-REFERENCE
              AND WS-DSP-TXN-DATE(DSP-IDX) = CB-TXN-DATE THEN
              SET PAYMENT-USED TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE ACQUIRER'S DECISION ON A CASE STILL OPEN OR
      * REPRESENTED. A LOSS CHANGES NOTHING ON THE LEDGER
      * - THE REVENUE WENT WHEN THE CASE OPENED. A WIN
      * PUTS BACK WHAT WAS REVERSED.
      *-------------------------------------------------
       2200-APPLY-OUTCOME.
           PERFORM 2500-FIND-CASE THRU 2500-EXIT.
           IF NOT DISPUTE-FOUND THEN
              MOVE 'OUTCOME FOR A CASE NOT ON FILE'
                  TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2200-EXIT
           END-IF.
           IF NOT DSP-PENDING(DSP-IDX) THEN
              MOVE 'CASE ALREADY CLOSED' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2200-EXIT
           END-IF.

           MOVE CB-RECORD-TYPE TO WS-DSP-STATUS(DSP-IDX).
           IF CB-NOTICE-DATE IS NUMERIC
              AND CB-NOTICE-DATE > ZERO THEN
              MOVE CB-NOTICE-DATE TO WS-DSP-OUTCOME-DATE(DSP-IDX)
           ELSE
              MOVE CYC-RUN-DATE TO WS-DSP-OUTCOME-DATE(DSP-IDX)
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DSP-AMOUNT(DSP-IDX) TO WS-AMOUNT-ED.
           IF CB-CASE-WON THEN
              ADD 1 TO WS-WON-COUNT
              STRING 'WON      ' WS-DSP-CASE-ID(DSP-IDX)
                  ' ' WS-DSP-REASON(DSP-IDX)
                  ' ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              IF DSP-MATCHED(DSP-IDX) THEN
                 IF DSP-DEPOSIT(DSP-IDX) THEN
                    ADD WS-DSP-AMOUNT(DSP-IDX)
                        TO WS-DEPOSIT-RESTORED
                 ELSE
                    ADD WS-DSP-AMOUNT(DSP-IDX)
                        TO WS-GATE-RESTORED
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-LOST-COUNT
              STRING 'LOST     ' WS-DSP-CASE-ID(DSP-IDX)
                  ' ' WS-DSP-REASON(DSP-IDX)
                  ' ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
       2200-EXIT.
           EXIT.

       2500-FIND-CASE.
           MOVE 'N' TO WS-DISPUTE-FOUND-SW.
           SET DSP-IDX TO 1.
           PERFORM 2510-COMPARE-CASE THRU 2510-EXIT
               UNTIL DSP-IDX > WS-DISPUTE-COUNT OR DISPUTE-FOUND.
       2500-EXIT.
           EXIT.

       2510-COMPARE-CASE.
           IF WS-DSP-CASE-ID(DSP-IDX) = CB-CASE-ID THEN
              SET DISPUTE-FOUND TO TRUE
           ELSE
              SET DSP-IDX UP BY 1
           END-IF.
       2510-EXIT.
           EXIT.

       2800-WRITE-EXCEPTION.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTION ' CB-RECORD-TYPE ' ' CB-CASE-ID
               ' ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
       2800-EXIT.
           EXIT.

       2900-READ-NOTICE.
           READ CHARGEBACK-NOTICES
              AT END SET END-OF-NOTICES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PASS OF THE CARD-PAYMENT HISTORY. A PAYMENT
      * MATCHES A NEW DISPUTE ON SOURCE, PAYMENT DATE AND
      * REFERENCE, FOR AT LEAST THE DISPUTED AMOUNT, AND
      * SETTLES ONE DISPUTE ONLY.
      *-------------------------------------------------
       3000-MATCH-PAYMENTS.
           OPEN INPUT CARD-PAYMENT-HISTORY.
           IF WS-CARD-HIST-STATUS NOT = '00' THEN
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
           PERFORM 3100-MATCH-ONE-PAYMENT THRU 3100-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE CARD-PAYMENT-HISTORY.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-USED-SW.
           PERFORM 3110-COMPARE-DISPUTE THRU 3110-EXIT
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DISPUTE-COUNT OR PAYMENT-USED.
           PERFORM 3900-READ-HISTORY THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3110-COMPARE-DISPUTE.
           IF DSP-NEW-TODAY(DSP-IDX)
              AND NOT DSP-MATCHED(DSP-IDX)
              AND WS-DSP-SOURCE(DSP-IDX) = CPH-SOURCE
              AND WS-DSP-TXN-DATE(DSP-IDX) = CPH-PAY-DATE
              AND WS-DSP-REFERENCE(DSP-IDX) = CPH-REFERENCE
              AND WS-DSP-AMOUNT(DSP-IDX) NOT > CPH-AMOUNT THEN
              MOVE 'Y'         TO WS-DSP-MATCHED(DSP-IDX)
              MOVE CPH-GATE-ID TO WS-DSP-GATE-ID(DSP-IDX)
              SET PAYMENT-USED TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

       3900-READ-HISTORY.
           READ CARD-PAYMENT-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
       3900-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY DISPUTE OPENED TODAY IS LISTED. A MATCHED
      * ONE HAS ITS AMOUNT REVERSED - ADMISSIONS AND
      * RENEWALS OUT OF GATE REVENUE, DEPOSITS OUT OF
      * DEPOSITS HELD. AN UNMATCHED ONE IS STILL OPENED
      * SO THE DEADLINE IS NOT MISSED, BUT NOTHING IS
      * REVERSED UNTIL SOMEONE FINDS THE PAYMENT.
      *-------------------------------------------------
       4000-REPORT-NEW-DISPUTE.
           IF NOT DSP-NEW-TODAY(DSP-IDX) THEN
              GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE WS-DSP-AMOUNT(DSP-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPENED   ' WS-DSP-CASE-ID(DSP-IDX)
               ' ' WS-DSP-REASON(DSP-IDX)
               ' ' WS-AMOUNT-ED
               ' ' WS-DSP-SOURCE(DSP-IDX)
               ' ' WS-DSP-REFERENCE(DSP-IDX)
               ' ' WS-DSP-TXN-DATE(DSP-IDX)
               ' RESPOND BY ' WS-DSP-RESPOND-BY(DSP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           IF NOT DSP-MATCHED(DSP-IDX) THEN
              ADD 1 TO WS-UNMATCHED-COUNT
              ADD 1 TO WS-EXCEPTION-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION C ' WS-DSP-CASE-ID(DSP-IDX)
                  ' NO ORIGINAL CARD PAYMENT - NOT REVERSED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD
              WRITE CHARGEBACK-REPORT-RECORD
              GO TO 4000-EXIT
           END-IF.

           IF DSP-DEPOSIT(DSP-IDX) THEN
              ADD WS-DSP-AMOUNT(DSP-IDX) TO WS-DEPOSIT-REVERSAL
           ELSE
              ADD WS-DSP-AMOUNT(DSP-IDX) TO WS-GATE-REVERSAL
           END-IF.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE DAY'S LEDGER MOVEMENTS, ONE SET PER ROUTE.
      * GATE MONEY IS SPLIT THROUGH VATSPLIT AT THE ADMS
      * RATE THE WAY REFUNDPROCESS REVERSES IT, SO THE
      * VAT COMES BACK OFF THE RETURN; DEPOSITS CARRY NO
      * VAT. A WON CASE IS THE SAME MOVEMENT THE OTHER
      * WAY ROUND.
      *-------------------------------------------------
       5000-POST-REVERSALS.
           IF WS-GATE-REVERSAL = ZERO
              AND WS-DEPOSIT-REVERSAL = ZERO
              AND WS-GATE-RESTORED = ZERO
              AND WS-DEPOSIT-RESTORED = ZERO THEN
              GO TO 5000-EXIT
           END-IF.

           OPEN EXTEND TRANSACTIONS.
           IF WS-GATE-REVERSAL > ZERO THEN
              MOVE 'R' TO VSP-DIRECTION
              MOVE WS-GATE-REVERSAL TO VSP-GROSS-AMOUNT
              MOVE 'D' TO TRX-TYPE
              PERFORM 5100-POST-GATE-SPLIT THRU 5100-EXIT
           END-IF.
           IF WS-GATE-RESTORED > ZERO THEN
              MOVE 'S' TO VSP-DIRECTION
              MOVE WS-GATE-RESTORED TO VSP-GROSS-AMOUNT
              MOVE 'C' TO TRX-TYPE
              PERFORM 5100-POST-GATE-SPLIT THRU 5100-EXIT
           END-IF.
           IF WS-DEPOSIT-REVERSAL > ZERO THEN
              MOVE SPACES              TO TRANSACTION-RECORD
              MOVE WS-GD-ACCT-ID       TO TRX-ACCT-ID
              MOVE 'D'                 TO TRX-TYPE
              MOVE WS-DEPOSIT-REVERSAL TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           IF WS-DEPOSIT-RESTORED > ZERO THEN
              MOVE SPACES              TO TRANSACTION-RECORD
              MOVE WS-GD-ACCT-ID       TO TRX-ACCT-ID
              MOVE 'C'                 TO TRX-TYPE
              MOVE WS-DEPOSIT-RESTORED TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CALLER SETS THE DIRECTION, GROSS AND POSTING
      * TYPE. NET TO THE GATE ACCOUNT, VAT TO THE VAT
      * LIABILITY ACCOUNT.
      *-------------------------------------------------
       5100-POST-GATE-SPLIT.
           MOVE CYC-RUN-DATE TO VSP-BUSINESS-DATE.
           MOVE 'CHARGEBACKS' TO VSP-SOURCE.
           MOVE 'ADMS'       TO VSP-REVENUE-TYPE.
           CALL 'VATSPLIT' USING VSP-PARM-AREA.

           MOVE WS-GATE-ACCT-ID TO TRX-ACCT-ID.
           MOVE VSP-NET-AMOUNT  TO TRX-AMOUNT.
           MOVE SPACES          TO TRX-TO-ACCT-ID.
           WRITE TRANSACTION-RECORD.
           IF VSP-VAT-AMOUNT > ZERO THEN
              MOVE VSP-VAT-ACCT-ID TO TRX-ACCT-ID
              MOVE VSP-VAT-AMOUNT  TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE AGING LIST - EVERY DISPUTE STILL AT STATUS O,
      * I.E. NOBODY HAS SENT THE REPRESENTMENT YET, WITH
      * THE DAYS LEFT TO THE DEADLINE. WITHIN THE WARNING
      * DAYS IT IS FLAGGED DUE SOON; PAST IT, OVERDUE.
      *-------------------------------------------------
       6000-PRINT-AGING-LIST.
           OPEN OUTPUT DISPUTE-AGING-REPORT.
           MOVE SPACES TO DISPUTE-AGING-RECORD.
           STRING 'UNANSWERED CARD DISPUTES  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO DISPUTE-AGING-RECORD.
           WRITE DISPUTE-AGING-RECORD.
           MOVE 'CASE       RSN      AMOUNT S REFERENCE   RESPOND'
               TO DISPUTE-AGING-RECORD.
           MOVE ' DAYS' TO DISPUTE-AGING-RECORD(50:5).
           WRITE DISPUTE-AGING-RECORD.

           PERFORM 6100-AGE-ONE-DISPUTE THRU 6100-EXIT
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DISPUTE-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-UNANSWERED-COUNT TO WS-COUNT-ED.
           MOVE WS-OPEN-AMOUNT TO WS-TOTAL-ED.
           STRING 'UNANSWERED ' WS-COUNT-ED
               '  AMOUNT AT RISK ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-RECORD.
           WRITE DISPUTE-AGING-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DUE-SOON-COUNT TO WS-COUNT-ED.
           STRING 'DUE SOON   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-RECORD.
           WRITE DISPUTE-AGING-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED.
           STRING 'OVERDUE    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-RECORD.
           WRITE DISPUTE-AGING-RECORD.
           CLOSE DISPUTE-AGING-REPORT.
       6000-EXIT.
           EXIT.

       6100-AGE-ONE-DISPUTE.
           IF NOT DSP-OPEN(DSP-IDX) THEN
              GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-UNANSWERED-COUNT.
           ADD WS-DSP-AMOUNT(DSP-IDX) TO WS-OPEN-AMOUNT.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DSP-RESPOND-BY(DSP-IDX)).
           COMPUTE WS-DAYS-LEFT = WS-DATE-INT - WS-RUN-DATE-INT.
           MOVE WS-DAYS-LEFT TO WS-DAYS-ED.
           MOVE WS-DSP-AMOUNT(DSP-IDX) TO WS-AMOUNT-ED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-DSP-CASE-ID(DSP-IDX)
               ' ' WS-DSP-REASON(DSP-IDX)
               ' ' WS-AMOUNT-ED
               ' ' WS-DSP-SOURCE(DSP-IDX)
               ' ' WS-DSP-REFERENCE(DSP-IDX)
               ' ' WS-DSP-RESPOND-BY(DSP-IDX)
               ' ' WS-DAYS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-DAYS-LEFT < ZERO THEN
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE ' *** OVERDUE ***' TO WS-REPORT-LINE(56:16)
           ELSE
              IF WS-DAYS-LEFT NOT > WS-WARN-DAYS THEN
                 ADD 1 TO WS-DUE-SOON-COUNT
                 MOVE ' DUE SOON' TO WS-REPORT-LINE(56:9)
              END-IF
           END-IF.
           MOVE WS-REPORT-LINE TO DISPUTE-AGING-RECORD.
           WRITE DISPUTE-AGING-RECORD.
       6100-EXIT.
           EXIT.

       8000-WRITE-MASTER-OUT.
           OPEN OUTPUT DISPUTE-MASTER-OUT.
           PERFORM 8010-WRITE-ONE-DISPUTE THRU 8010-EXIT
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DISPUTE-COUNT.
           CLOSE DISPUTE-MASTER-OUT.
       8000-EXIT.
           EXIT.

       8010-WRITE-ONE-DISPUTE.
           MOVE WS-DSP-RECORD(DSP-IDX) TO DISPUTE-OUT-RECORD.
           WRITE DISPUTE-OUT-RECORD.
       8010-EXIT.
           EXIT.

       8100-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-ED.
           STRING 'NOTICES READ        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-OPENED-COUNT TO WS-COUNT-ED.
           STRING 'DISPUTES OPENED     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED.
           STRING 'NOT MATCHED         ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-WON-COUNT TO WS-COUNT-ED.
           STRING 'CASES WON           ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LOST-COUNT TO WS-COUNT-ED.
           STRING 'CASES LOST          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           COMPUTE WS-TOTAL-ED =
               WS-GATE-REVERSAL + WS-DEPOSIT-REVERSAL.
           STRING 'REVENUE REVERSED    ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           COMPUTE WS-TOTAL-ED =
               WS-GATE-RESTORED + WS-DEPOSIT-RESTORED.
           STRING 'REVENUE RESTORED    ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-REPORT-RECORD.
           WRITE CHARGEBACK-REPORT-RECORD.
           CLOSE CHARGEBACK-REPORT.
       8100-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'CHARGEBACKS'   TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           IF WS-OVERDUE-COUNT > ZERO THEN
              MOVE 'CHARGEBACKS - DISPUTES PAST DEADLINE'
                  TO CLR-MESSAGE
           ELSE
              IF WS-EXCEPTION-COUNT > ZERO THEN
                 MOVE 'CHARGEBACKS - EXCEPTIONS' TO CLR-MESSAGE
              ELSE
                 MOVE 'CHARGEBACK INTAKE COMPLETE' TO CLR-MESSAGE
              END-IF
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
