      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  GiftCardBreakage.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. GIFT-CARD EXPIRY AND
      *               BREAKAGE - CARD BALANCES SAT AS A
      *               LIABILITY FOREVER, SOME UNTOUCHED SINCE
      *               THE SHOEBOX. CALLABLE FROM MONTHLYCYCLE.
      *               READS THE GIFT-CARD MASTER THROUGH TO A
      *               NEW GENERATION (SAME IN/OUT SHAPE AS
      *               LEAVECARRYOVER). AN ACTIVE CARD WITH A
      *               BALANCE AND NO LOAD OR REDEMPTION FOR
      *               THE POLICY PERIOD (OPTIONAL BKGPARM,
      *               DEFAULT 24 MONTHS) IS EXPIRED - STATUS
      *               E, BALANCE TAKEN TO BREAKAGE. WHERE THE
      *               HOLDER IS KNOWN THE CARD IS FIRST
      *               WARNED THE NOTICE PERIOD AHEAD (DEFAULT
      *               1 MONTH) ON THE GCWARN LETTER EXTRACT
      *               AND ONLY EXPIRES ONCE THE NOTICE HAS
      *               RUN. THE EXPIRED BALANCES ARE POSTED
      *               THROUGH TRANFILE AS ONE DEBIT TO THE
      *               GIFT-CARD LIABILITY ACCOUNT (GCACCT,
      *               DEFAULT ACC910) AND ONE CREDIT TO THE
      *               BREAKAGE INCOME ACCOUNT (BKGPARM,
      *               DEFAULT ACC918), SO GIFTCARDRECON STILL
      *               TIES THE ACTIVE CARDS TO THE LEDGER.
      *               EVERY WARNED AND EXPIRED CARD IS LISTED
      *               ON GCBRKRPT. RETURNS CODE 4 WHEN ANY
      *               BALANCE WAS TAKEN TO BREAKAGE.
      * 15/10/26  AP  THE EXPIRY WARNING IS NOW QUEUED ON THE
      *               SHARED NOTIFICATION QUEUE (NTFQFD,
      *               TEMPLATE GCEXPIRY) FOR NOTIFYDISPATCH TO
      *               WORD AND SEND ON THE HOLDER'S CHANNEL -
      *               THE GCWARN EXTRACT AND THE CUSTOMER
      *               MASTER NAME LOOKUP ARE GONE FROM THIS
      *               STEP.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GIFT-CARD-MASTER-IN ASSIGN TO "GIFTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-MASTER-IN-STATUS.

           SELECT GIFT-CARD-MASTER-OUT ASSIGN TO "GIFTCRDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-MASTER-OUT-STATUS.

           SELECT BREAKAGE-PARM ASSIGN TO "BKGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKAGE-PARM-STATUS.

           SELECT GIFT-ACCOUNT-PARM ASSIGN TO "GCACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIFT-ACCT-STATUS.

           COPY "ntfqsel.cpy".

           SELECT BREAKAGE-REPORT ASSIGN TO "GCBRKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKAGE-RPT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  GIFT-CARD-MASTER-IN.
       01  GIFT-CARD-MASTER-IN-RECORD.
           05 GCI-CARD-NUMBER       PIC X(12).
           05 GCI-BALANCE           PIC 9(07)V99.
           05 GCI-ISSUE-DATE        PIC 9(08).
           05 GCI-STATUS            PIC X(01).
              88 GCI-CARD-ACTIVE    VALUE 'A'.
           05 GCI-LAST-ACTIVITY     PIC 9(08).
           05 GCI-HOLDER-ID         PIC X(10).
           05 GCI-WARNED-DATE       PIC 9(08).

       FD  GIFT-CARD-MASTER-OUT.
       01  GIFT-CARD-MASTER-OUT-RECORD.
           05 GCO-CARD-NUMBER       PIC X(12).
           05 GCO-BALANCE           PIC 9(07)V99.
           05 GCO-ISSUE-DATE        PIC 9(08).
           05 GCO-STATUS            PIC X(01).
           05 GCO-LAST-ACTIVITY     PIC 9(08).
           05 GCO-HOLDER-ID         PIC X(10).
           05 GCO-WARNED-DATE       PIC 9(08).

       FD  BREAKAGE-PARM.
       01  BREAKAGE-PARM-RECORD.
           05 BKP-POLICY-MONTHS     PIC 9(03).
           05 BKP-NOTICE-MONTHS     PIC 9(02).
           05 BKP-BREAKAGE-ACCT-ID  PIC X(06).

       FD  GIFT-ACCOUNT-PARM.
       01  GIFT-ACCOUNT-PARM-RECORD.
           05 GAP-ACCT-ID           PIC X(06).

           COPY "ntfqfd.cpy".

       FD  BREAKAGE-REPORT.
       01  BREAKAGE-REPORT-RECORD   PIC X(80).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CARD-MASTER-IN-STATUS  PIC X(02).
       01  WS-CARD-MASTER-OUT-STATUS PIC X(02).
       01  WS-BREAKAGE-PARM-STATUS   PIC X(02).
       01  WS-GIFT-ACCT-STATUS       PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS    PIC X(02).
       01  WS-BREAKAGE-RPT-STATUS    PIC X(02).
       01  WS-TRANSACTIONS-STATUS    PIC X(02).
       01  WS-CYCLE-LOG-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05 WS-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-MASTER      VALUE 'Y'.
           05 WS-CARDS-OPEN-SW      PIC X(01) VALUE 'N'.
              88 CARDS-OPEN         VALUE 'Y'.

       01  WS-POLICY-MONTHS         PIC 9(03) VALUE 24.
       01  WS-NOTICE-MONTHS         PIC 9(02) VALUE 1.
       01  WS-WARN-MONTHS           PIC 9(03).
       01  WS-BREAKAGE-ACCT-ID      PIC X(06) VALUE 'ACC918'.
       01  WS-GIFT-ACCT-ID          PIC X(06) VALUE 'ACC910'.

      *-------------------------------------------------
      * WHOLE MONTHS BETWEEN TWO YYYYMMDD DATES - A
      * MONTH ONLY COUNTS ONCE ITS DAY OF THE MONTH HAS
      * BEEN REACHED.
      *-------------------------------------------------
       01  WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(04).
           05 WS-RUN-MM             PIC 9(02).
           05 WS-RUN-DD             PIC 9(02).
       01  WS-FROM-DATE.
           05 WS-FROM-YYYY          PIC 9(04).
           05 WS-FROM-MM            PIC 9(02).
           05 WS-FROM-DD            PIC 9(02).
       01  WS-FROM-DATE-N REDEFINES WS-FROM-DATE PIC 9(08).
       01  WS-MONTHS-BETWEEN        PIC S9(05).
       01  WS-MONTHS-IDLE           PIC S9(05).
       01  WS-MONTHS-WARNED         PIC S9(05).
       01  WS-ABS-MONTH             PIC 9(06).
       01  WS-EXPIRY-DATE.
           05 WS-EXP-YYYY           PIC 9(04).
           05 WS-EXP-MM             PIC 9(02).
           05 WS-EXP-DD             PIC 9(02).

       01  WS-CARDS-READ            PIC 9(05) COMP VALUE ZERO.
       01  WS-WARNED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-BREAKAGE        PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-WARNED          PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED              PIC ZZZZZZZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-REVIEW-ONE-CARD THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           PERFORM 7000-POST-BREAKAGE THRU 7000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-EXPIRED-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           MOVE CYC-RUN-DATE TO WS-RUN-DATE.

           OPEN INPUT BREAKAGE-PARM.
           IF WS-BREAKAGE-PARM-STATUS = '00' THEN
              READ BREAKAGE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BKP-POLICY-MONTHS > ZERO THEN
                       MOVE BKP-POLICY-MONTHS TO WS-POLICY-MONTHS
                    END-IF
                    MOVE BKP-NOTICE-MONTHS TO WS-NOTICE-MONTHS
                    IF BKP-BREAKAGE-ACCT-ID NOT = SPACES THEN
                       MOVE BKP-BREAKAGE-ACCT-ID
                           TO WS-BREAKAGE-ACCT-ID
                    END-IF
              END-READ
              CLOSE BREAKAGE-PARM
           END-IF.
           IF WS-NOTICE-MONTHS >= WS-POLICY-MONTHS THEN
              MOVE ZERO TO WS-NOTICE-MONTHS
           END-IF.
           COMPUTE WS-WARN-MONTHS =
               WS-POLICY-MONTHS - WS-NOTICE-MONTHS.

           OPEN INPUT GIFT-ACCOUNT-PARM.
           IF WS-GIFT-ACCT-STATUS = '00' THEN
              READ GIFT-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GAP-ACCT-ID TO WS-GIFT-ACCT-ID
              END-READ
              CLOSE GIFT-ACCOUNT-PARM
           END-IF.

           OPEN INPUT GIFT-CARD-MASTER-IN.
           IF WS-CARD-MASTER-IN-STATUS = '00' THEN
              SET CARDS-OPEN TO TRUE
           ELSE
              SET END-OF-MASTER TO TRUE
           END-IF.
           OPEN OUTPUT GIFT-CARD-MASTER-OUT.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
           OPEN OUTPUT BREAKAGE-REPORT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GIFT CARD EXPIRY AND BREAKAGE  RUN DATE '
               CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-POLICY-MONTHS TO WS-COUNT-ED.
           STRING 'POLICY PERIOD ' WS-COUNT-ED ' MONTHS  NOTICE '
               WS-NOTICE-MONTHS ' MONTHS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.
           MOVE 'ACTION  CARD         HOLDER     LAST USED'
               TO WS-REPORT-LINE.
           MOVE 'BALANCE  EXPIRES' TO WS-REPORT-LINE(53:16).
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.

           IF NOT END-OF-MASTER THEN
              PERFORM 2900-READ-CARD THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY CARD IS CARRIED THROUGH TO THE NEW
      * GENERATION. ONLY AN ACTIVE CARD WITH MONEY ON IT
      * IS CONSIDERED. A MASTER RECORD WRITTEN BEFORE
      * ACTIVITY WAS TRACKED DATES FROM ITS ISSUE.
      *-------------------------------------------------
       2000-REVIEW-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE GIFT-CARD-MASTER-IN-RECORD
               TO GIFT-CARD-MASTER-OUT-RECORD.
           IF GCI-LAST-ACTIVITY NOT NUMERIC THEN
              MOVE GCI-ISSUE-DATE TO GCO-LAST-ACTIVITY
           END-IF.
           IF GCI-WARNED-DATE NOT NUMERIC THEN
              MOVE ZERO TO GCO-WARNED-DATE
           END-IF.

           IF NOT GCI-CARD-ACTIVE OR GCI-BALANCE = ZERO THEN
              GO TO 2000-WRITE
           END-IF.

           MOVE GCO-LAST-ACTIVITY TO WS-FROM-DATE-N.
           PERFORM 2500-MONTHS-SINCE THRU 2500-EXIT.
           MOVE WS-MONTHS-BETWEEN TO WS-MONTHS-IDLE.

           IF WS-MONTHS-IDLE < WS-WARN-MONTHS THEN
              GO TO 2000-WRITE
           END-IF.

      *    NO HOLDER ON RECORD - NOBODY TO WARN, SO THE
      *    CARD SIMPLY EXPIRES AT THE END OF THE POLICY.
           IF GCO-HOLDER-ID = SPACES THEN
              IF WS-MONTHS-IDLE >= WS-POLICY-MONTHS THEN
                 PERFORM 3000-EXPIRE-CARD THRU 3000-EXIT
              END-IF
              GO TO 2000-WRITE
           END-IF.

           IF GCO-WARNED-DATE = ZERO THEN
              PERFORM 4000-WARN-HOLDER THRU 4000-EXIT
              GO TO 2000-WRITE
           END-IF.

           MOVE GCO-WARNED-DATE TO WS-FROM-DATE-N.
           PERFORM 2500-MONTHS-SINCE THRU 2500-EXIT.
           MOVE WS-MONTHS-BETWEEN TO WS-MONTHS-WARNED.
           IF WS-MONTHS-IDLE >= WS-POLICY-MONTHS
              AND WS-MONTHS-WARNED >= WS-NOTICE-MONTHS THEN
              PERFORM 3000-EXPIRE-CARD THRU 3000-EXIT
           END-IF.

       2000-WRITE.
           WRITE GIFT-CARD-MASTER-OUT-RECORD.
           PERFORM 2900-READ-CARD THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2500-MONTHS-SINCE.
           COMPUTE WS-MONTHS-BETWEEN =
               (WS-RUN-YYYY * 12 + WS-RUN-MM)
             - (WS-FROM-YYYY * 12 + WS-FROM-MM).
           IF WS-RUN-DD < WS-FROM-DD THEN
              SUBTRACT 1 FROM WS-MONTHS-BETWEEN
           END-IF.
       2500-EXIT.
           EXIT.

       2900-READ-CARD.
           READ GIFT-CARD-MASTER-IN
              AT END SET END-OF-MASTER TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE REMAINING BALANCE IS TAKEN TO BREAKAGE AND
      * THE CARD CLOSED OUT AS EXPIRED. THE BALANCE IS
      * ZEROED SO THE CARD CAN NEVER BE SPENT AGAINST
      * MONEY THE LEDGER HAS ALREADY RECOGNISED.
      *-------------------------------------------------
       3000-EXPIRE-CARD.
           ADD GCO-BALANCE TO WS-TOTAL-BREAKAGE.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE GCO-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXPIRED ' GCO-CARD-NUMBER ' ' GCO-HOLDER-ID
               ' ' GCO-LAST-ACTIVITY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(50:10).
           MOVE CYC-RUN-DATE TO WS-REPORT-LINE(62:8).
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.
           MOVE ZERO TO GCO-BALANCE.
           MOVE 'E' TO GCO-STATUS.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * FIRST NOTICE TO A KNOWN HOLDER, QUEUED FOR
      * NOTIFYDISPATCH. THE EXPIRY DATE ON THE LETTER IS
      * THE NOTICE PERIOD FROM TODAY - ANY LOAD OR
      * REDEMPTION BEFORE THEN CLEARS THE WARNING AND
      * RESTARTS THE CLOCK. THE FILL-INS ARE THE CARD
      * NUMBER, THE BALANCE AND THE EXPIRY DATE.
      *-------------------------------------------------
       4000-WARN-HOLDER.
           MOVE CYC-RUN-DATE TO GCO-WARNED-DATE.
           ADD 1 TO WS-WARNED-COUNT.
           ADD GCO-BALANCE TO WS-TOTAL-WARNED.

           COMPUTE WS-ABS-MONTH =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1 + WS-NOTICE-MONTHS.
           DIVIDE WS-ABS-MONTH BY 12 GIVING WS-EXP-YYYY
               REMAINDER WS-EXP-MM.
           ADD 1 TO WS-EXP-MM.
           MOVE WS-RUN-DD TO WS-EXP-DD.
           IF WS-EXP-DD > 28 THEN
              MOVE 28 TO WS-EXP-DD
           END-IF.

           MOVE GCO-BALANCE TO WS-AMOUNT-ED.
           MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
           MOVE CYC-RUN-DATE     TO NQ-QUEUED-DATE.
           MOVE 'GCBRKAGE'       TO NQ-SOURCE.
           SET NQ-GUEST          TO TRUE.
           MOVE GCO-HOLDER-ID    TO NQ-RECIPIENT-ID.
           MOVE 'GCEXPIRY'       TO NQ-TEMPLATE-CODE.
           MOVE GCO-CARD-NUMBER  TO NQ-VARIABLE(1).
           MOVE WS-AMOUNT-ED     TO NQ-VARIABLE(2).
           MOVE WS-EXPIRY-DATE   TO NQ-VARIABLE(3).
           WRITE NOTIFICATION-QUEUE-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WARNED  ' GCO-CARD-NUMBER ' ' GCO-HOLDER-ID
               ' ' GCO-LAST-ACTIVITY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(50:10).
           MOVE WS-EXPIRY-DATE TO WS-REPORT-LINE(62:8).
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE MONTH'S BREAKAGE, SAME SHAPE AS GIFTCARDPOST'S
      * LIABILITY POSTING - A DEBIT RELEASES THE LIABILITY,
      * A CREDIT RECOGNISES THE INCOME. NOTHING EXPIRED,
      * NOTHING APPENDED.
      *-------------------------------------------------
       7000-POST-BREAKAGE.
           IF WS-TOTAL-BREAKAGE = ZERO THEN
              GO TO 7000-EXIT
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES              TO TRANSACTION-RECORD.
           MOVE WS-GIFT-ACCT-ID     TO TRX-ACCT-ID.
           MOVE 'D'                 TO TRX-TYPE.
           MOVE WS-TOTAL-BREAKAGE   TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           MOVE SPACES              TO TRANSACTION-RECORD.
           MOVE WS-BREAKAGE-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'C'                 TO TRX-TYPE.
           MOVE WS-TOTAL-BREAKAGE   TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.
       7000-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'CARDS READ' TO WS-REPORT-LINE(1:10).
           MOVE WS-CARDS-READ TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(24:5).
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'HOLDERS WARNED' TO WS-REPORT-LINE(1:14).
           MOVE WS-WARNED-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(24:5).
           MOVE WS-TOTAL-WARNED TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO WS-REPORT-LINE(30:12).
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'CARDS EXPIRED' TO WS-REPORT-LINE(1:13).
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(24:5).
           MOVE WS-TOTAL-BREAKAGE TO WS-TOTAL-ED.
           MOVE WS-TOTAL-ED TO WS-REPORT-LINE(30:12).
           MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD.
           WRITE BREAKAGE-REPORT-RECORD.

           IF WS-TOTAL-BREAKAGE > ZERO THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'POSTED DR ' WS-GIFT-ACCT-ID
                  '  CR ' WS-BREAKAGE-ACCT-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO BREAKAGE-REPORT-RECORD
              WRITE BREAKAGE-REPORT-RECORD
           END-IF.

           IF CARDS-OPEN THEN
              CLOSE GIFT-CARD-MASTER-IN
           END-IF.
           CLOSE GIFT-CARD-MASTER-OUT.
           CLOSE NOTIFICATION-QUEUE.
           CLOSE BREAKAGE-REPORT.
           DISPLAY 'GIFT CARDS WARNED  : ' WS-WARNED-COUNT.
           DISPLAY 'GIFT CARDS EXPIRED : ' WS-EXPIRED-COUNT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'GCBREAKAGE'    TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           IF WS-EXPIRED-COUNT > ZERO THEN
              MOVE 'GIFT CARD BREAKAGE - BALANCES EXPIRED'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'GIFT CARD BREAKAGE COMPLETE' TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
