      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  MealAccount.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE STUDENT DATA AUDIT. RUNS THE
      *               PREPAID CAFETERIA MEAL ACCOUNT HELD ON
      *               STUDENT-MASTER (STM-MEAL-BALANCE) IN
      *               PLACE OF THE PAPER MEAL TICKETS. THE
      *               DAY'S PARENT TOP-UPS (MEALTOP) ARE
      *               APPLIED FIRST, THEN THE MEALS SERVED
      *               (MEALTRX) DRAW THE BALANCE DOWN - A
      *               MEAL THAT WOULD TAKE THE BALANCE BELOW
      *               THE NEGATIVE ALLOWANCE (MEALPARM,
      *               DEFAULT 10.00) IS REFUSED AND RETURNS
      *               CODE 4. EVERY TOP-UP AND MEAL IS
      *               APPENDED TO THE MEAL HISTORY (MEALHIST)
      *               AND THE DAY'S TOTALS ARE POSTED THROUGH
      *               TRANFILE AS TUITIONBILLING POSTS ITS
      *               PAYMENTS - TOP-UPS CREDIT THE MEAL
      *               LIABILITY ACCOUNT (DEFAULT ACC991),
      *               MEALS MOVE FROM IT TO CAFETERIA REVENUE
      *               (DEFAULT ACC992). A BALANCE THAT DROPS
      *               BELOW THE LOW THRESHOLD (DEFAULT 15.00)
      *               SENDS ONE LOW-BALANCE NOTICE TO THE
      *               GUARDIAN ON THE CONTACT MASTER'S
      *               PREFERRED CHANNEL, SAME RULE AS
      *               REPORTCARD - PRINT (MEALNOTP) OR THE
      *               ELECTRONIC EXTRACT (MEALNOTE). A DATE
      *               ALREADY ON THE HISTORY IS NOT POSTED
      *               TWICE.
      * 15/10/26  AP  THE LOW-BALANCE NOTICE IS NOW QUEUED ON
      *               THE SHARED NOTIFICATION QUEUE (NTFQFD,
      *               TEMPLATE MEALLOW) FOR NOTIFYDISPATCH TO
      *               WORD AND SEND ON THE GUARDIAN'S CHANNEL
      *               - MEALNOTP, MEALNOTE AND THE CONTACT
      *               MASTER LOOKUP ARE GONE FROM THIS STEP.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT MEAL-TOPUPS ASSIGN TO "MEALTOP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-TOPUP-STATUS.

           SELECT MEAL-TRANSACTIONS ASSIGN TO "MEALTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-TRX-STATUS.

           SELECT MEAL-PARM ASSIGN TO "MEALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-PARM-STATUS.

           SELECT MEAL-HISTORY ASSIGN TO "MEALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-HISTORY-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           COPY "ntfqsel.cpy".

           SELECT MEAL-REPORT ASSIGN TO "MEALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

      *-------------------------------------------------
      * ONE LINE PER TOP-UP TAKEN AT THE SCHOOL OFFICE OR
      * PAID IN BY THE PARENT, WITH ITS RECEIPT REFERENCE.
      *-------------------------------------------------
       FD  MEAL-TOPUPS.
       01  MEAL-TOPUP-RECORD.
           05 MT-STUDENT-ID         PIC X(06).
           05 MT-PAY-DATE           PIC 9(08).
           05 MT-REFERENCE          PIC X(10).
           05 MT-AMOUNT             PIC 9(05)V99.

      *-------------------------------------------------
      * ONE LINE PER MEAL SERVED AT THE CAFETERIA TILL -
      * BRKF, LNCH OR SNCK AND ITS PRICE.
      *-------------------------------------------------
       FD  MEAL-TRANSACTIONS.
       01  MEAL-TRX-RECORD.
           05 ML-STUDENT-ID         PIC X(06).
           05 ML-MEAL-DATE          PIC 9(08).
           05 ML-MEAL-CODE          PIC X(04).
           05 ML-AMOUNT             PIC 9(03)V99.

       FD  MEAL-PARM.
       01  MEAL-PARM-RECORD.
           05 MP-NEG-ALLOWANCE      PIC 9(03)V99.
           05 MP-LOW-THRESHOLD      PIC 9(03)V99.
           05 MP-MEAL-ACCT-ID       PIC X(06).
           05 MP-REVENUE-ACCT-ID    PIC X(06).

       FD  MEAL-HISTORY.
           COPY "mealhfd.cpy".

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

           COPY "ntfqfd.cpy".

       FD  MEAL-REPORT.
       01  MEAL-REPORT-RECORD       PIC X(90).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-MEAL-TOPUP-STATUS     PIC X(02).
       01  WS-MEAL-TRX-STATUS       PIC X(02).
       01  WS-MEAL-PARM-STATUS      PIC X(02).
       01  WS-MEAL-HISTORY-STATUS   PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS   PIC X(02).
       01  WS-MEAL-RPT-STATUS       PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-TOPUPS-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-TOPUPS      VALUE 'Y'.
           05 WS-MEALS-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MEALS       VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-ALREADY-POSTED-SW  PIC X(01) VALUE 'N'.
              88 ALREADY-POSTED     VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW   PIC X(01).
              88 STUDENT-FOUND      VALUE 'Y'.

       01  WS-NEG-ALLOWANCE         PIC 9(03)V99 VALUE 10.00.
       01  WS-LOW-THRESHOLD         PIC 9(03)V99 VALUE 15.00.
       01  WS-MEAL-ACCT-ID          PIC X(06) VALUE 'ACC991'.
       01  WS-REVENUE-ACCT-ID       PIC X(06) VALUE 'ACC992'.

       01  WS-LOOKUP-STUDENT-ID     PIC X(06).
       01  WS-NEW-BALANCE           PIC S9(06)V99.
       01  WS-FLOOR-BALANCE         PIC S9(06)V99.
       01  WS-ENTRY-AMOUNT          PIC 9(05)V99.
       01  WS-RESULT-TEXT           PIC X(24).

       01  WS-TOPUP-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-MEAL-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-TOPUPS          PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-MEALS           PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-REFUSED         PIC 9(07)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(90).
       01  WS-AMOUNT-ED             PIC ZZZZ9.99.
       01  WS-BALANCE-ED            PIC -ZZZZ9.99.
       01  WS-LIMIT-ED              PIC ZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-TOTAL-ED              PIC ZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT ALREADY-POSTED THEN
              PERFORM 2000-APPLY-TOPUP THRU 2000-EXIT
                  UNTIL END-OF-TOPUPS
              PERFORM 3000-APPLY-MEAL THRU 3000-EXIT
                  UNTIL END-OF-MEALS
              PERFORM 7000-POST-LEDGER THRU 7000-EXIT
              CLOSE MEAL-HISTORY
              CLOSE NOTIFICATION-QUEUE
           END-IF.
           IF WS-MEAL-TOPUP-STATUS NOT = '35' THEN
              CLOSE MEAL-TOPUPS
           END-IF.
           IF WS-MEAL-TRX-STATUS NOT = '35' THEN
              CLOSE MEAL-TRANSACTIONS
           END-IF.
           CLOSE STUDENT-MASTER.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.

           IF WS-REFUSED-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT MEAL-PARM.
           IF WS-MEAL-PARM-STATUS = '00' THEN
              READ MEAL-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE MP-NEG-ALLOWANCE TO WS-NEG-ALLOWANCE
                    IF MP-LOW-THRESHOLD > ZERO THEN
                       MOVE MP-LOW-THRESHOLD TO WS-LOW-THRESHOLD
                    END-IF
                    IF MP-MEAL-ACCT-ID NOT = SPACES THEN
                       MOVE MP-MEAL-ACCT-ID TO WS-MEAL-ACCT-ID
                    END-IF
                    IF MP-REVENUE-ACCT-ID NOT = SPACES THEN
                       MOVE MP-REVENUE-ACCT-ID
                           TO WS-REVENUE-ACCT-ID
                    END-IF
              END-READ
              CLOSE MEAL-PARM
           END-IF.
           COMPUTE WS-FLOOR-BALANCE = ZERO - WS-NEG-ALLOWANCE.

           OPEN INPUT MEAL-HISTORY.
           IF WS-MEAL-HISTORY-STATUS NOT = '00' THEN
              SET END-OF-HISTORY TO TRUE
           END-IF.
           PERFORM 1200-CHECK-ONE-HISTORY THRU 1200-EXIT
               UNTIL END-OF-HISTORY OR ALREADY-POSTED.
           IF WS-MEAL-HISTORY-STATUS NOT = '35' THEN
              CLOSE MEAL-HISTORY
           END-IF.

           OPEN I-O STUDENT-MASTER.

           OPEN INPUT MEAL-TOPUPS.
           IF WS-MEAL-TOPUP-STATUS NOT = '00' THEN
              SET END-OF-TOPUPS TO TRUE
           ELSE
              PERFORM 2900-READ-TOPUP THRU 2900-EXIT
           END-IF.

           OPEN INPUT MEAL-TRANSACTIONS.
           IF WS-MEAL-TRX-STATUS NOT = '00' THEN
              SET END-OF-MEALS TO TRUE
           ELSE
              PERFORM 3900-READ-MEAL THRU 3900-EXIT
           END-IF.

           IF NOT ALREADY-POSTED THEN
              OPEN EXTEND MEAL-HISTORY
              IF WS-MEAL-HISTORY-STATUS = '35' THEN
                 OPEN OUTPUT MEAL-HISTORY
              END-IF
              OPEN EXTEND NOTIFICATION-QUEUE
              IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
                 OPEN OUTPUT NOTIFICATION-QUEUE
              END-IF
           END-IF.

           OPEN OUTPUT MEAL-REPORT.
           MOVE SPACES TO MEAL-REPORT-RECORD.
           MOVE WS-NEG-ALLOWANCE TO WS-LIMIT-ED.
           MOVE WS-LOW-THRESHOLD TO WS-AMOUNT-ED.
           STRING 'CAFETERIA MEAL ACCOUNTS  RUN DATE ' CYC-RUN-DATE
               '  ALLOWANCE -' WS-LIMIT-ED
               '  LOW BALANCE ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.
           MOVE SPACES TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.
           IF ALREADY-POSTED THEN
              MOVE 'RUN DATE ALREADY ON THE MEAL HISTORY - NOT POSTED'
                  TO MEAL-REPORT-RECORD
              WRITE MEAL-REPORT-RECORD
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'STUDENT NAME' TO WS-REPORT-LINE(1:12).
           MOVE 'TYPE  REFERENCE   AMOUNT   BALANCE  RESULT'
               TO WS-REPORT-LINE(29:42).
           MOVE WS-REPORT-LINE TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A LINE ALREADY POSTED ON THE RUN DATE MEANS THIS
      * DAY HAS BEEN TAKEN ONCE AND MUST NOT BE TAKEN
      * AGAIN - THE BALANCES ON THE MASTER ALREADY HOLD IT.
      *-------------------------------------------------
       1200-CHECK-ONE-HISTORY.
           READ MEAL-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           IF NOT END-OF-HISTORY THEN
              IF MH-POST-DATE = CYC-RUN-DATE THEN
                 SET ALREADY-POSTED TO TRUE
              END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE TOP-UP. A BALANCE LIFTED BACK TO THE LOW
      * THRESHOLD CLEARS THE NOTICE SWITCH SO THE NEXT
      * DROP SENDS A FRESH NOTICE.
      *-------------------------------------------------
       2000-APPLY-TOPUP.
           MOVE MT-AMOUNT TO WS-ENTRY-AMOUNT.
           MOVE MT-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 5000-READ-STUDENT THRU 5000-EXIT.
           IF NOT STUDENT-FOUND THEN
              MOVE 'UNKNOWN STUDENT' TO WS-RESULT-TEXT
              GO TO 2000-REFUSE
           END-IF.
           IF MT-AMOUNT = ZERO THEN
              MOVE 'ZERO AMOUNT' TO WS-RESULT-TEXT
              GO TO 2000-REFUSE
           END-IF.
           COMPUTE WS-NEW-BALANCE = STM-MEAL-BALANCE + MT-AMOUNT.
           IF WS-NEW-BALANCE > 99999.99 THEN
              MOVE 'BALANCE TOO LARGE' TO WS-RESULT-TEXT
              GO TO 2000-REFUSE
           END-IF.

           MOVE WS-NEW-BALANCE TO STM-MEAL-BALANCE.
           IF STM-MEAL-BALANCE NOT < WS-LOW-THRESHOLD THEN
              MOVE 'N' TO STM-MEAL-NOTICE-SW
           END-IF.
           REWRITE STUDENT-MASTER-RECORD
              INVALID KEY
                 MOVE 'MASTER NOT UPDATED' TO WS-RESULT-TEXT
                 GO TO 2000-REFUSE
           END-REWRITE.

           MOVE SPACES TO MEAL-HISTORY-RECORD.
           MOVE MT-STUDENT-ID     TO MH-STUDENT-ID.
           MOVE CYC-RUN-DATE      TO MH-POST-DATE.
           SET MH-TOP-UP          TO TRUE.
           MOVE MT-REFERENCE      TO MH-REFERENCE.
           MOVE MT-AMOUNT         TO MH-AMOUNT.
           MOVE STM-MEAL-BALANCE  TO MH-BALANCE-AFTER.
           WRITE MEAL-HISTORY-RECORD.

           ADD 1         TO WS-TOPUP-COUNT.
           ADD MT-AMOUNT TO WS-TOTAL-TOPUPS.
           MOVE 'TOPPED UP' TO WS-RESULT-TEXT.
           PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
           PERFORM 2900-READ-TOPUP THRU 2900-EXIT.
           GO TO 2000-EXIT.

       2000-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE MT-STUDENT-ID TO MH-STUDENT-ID.
           MOVE 'T'           TO MH-ENTRY-TYPE.
           MOVE MT-REFERENCE  TO MH-REFERENCE.
           PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
           PERFORM 2900-READ-TOPUP THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-TOPUP.
           READ MEAL-TOPUPS
              AT END SET END-OF-TOPUPS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE MEAL SERVED. THE BALANCE MAY GO NEGATIVE AS
      * FAR AS THE ALLOWANCE AND NO FURTHER - A MEAL PAST
      * THAT IS REFUSED WHOLE FOR THE OFFICE TO FOLLOW UP.
      * THE FIRST DROP BELOW THE LOW THRESHOLD SENDS THE
      * GUARDIAN ONE NOTICE UNTIL A TOP-UP CLEARS IT.
      *-------------------------------------------------
       3000-APPLY-MEAL.
           MOVE ML-AMOUNT TO WS-ENTRY-AMOUNT.
           MOVE ML-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 5000-READ-STUDENT THRU 5000-EXIT.
           IF NOT STUDENT-FOUND THEN
              MOVE 'UNKNOWN STUDENT' TO WS-RESULT-TEXT
              GO TO 3000-REFUSE
           END-IF.
           IF ML-AMOUNT = ZERO THEN
              MOVE 'ZERO AMOUNT' TO WS-RESULT-TEXT
              GO TO 3000-REFUSE
           END-IF.
           COMPUTE WS-NEW-BALANCE = STM-MEAL-BALANCE - ML-AMOUNT.
           IF WS-NEW-BALANCE < WS-FLOOR-BALANCE THEN
              MOVE 'OVER NEGATIVE ALLOWANCE' TO WS-RESULT-TEXT
              GO TO 3000-REFUSE
           END-IF.

           MOVE WS-NEW-BALANCE TO STM-MEAL-BALANCE.
           MOVE 'CHARGED' TO WS-RESULT-TEXT.
           IF STM-MEAL-BALANCE < WS-LOW-THRESHOLD
              AND NOT STM-MEAL-NOTICE-SENT THEN
              PERFORM 4000-QUEUE-LOW-NOTICE THRU 4000-EXIT
              MOVE 'Y' TO STM-MEAL-NOTICE-SW
              MOVE 'CHARGED - NOTICE QUEUED' TO WS-RESULT-TEXT
           END-IF.
           REWRITE STUDENT-MASTER-RECORD
              INVALID KEY
                 MOVE 'MASTER NOT UPDATED' TO WS-RESULT-TEXT
                 GO TO 3000-REFUSE
           END-REWRITE.

           MOVE SPACES TO MEAL-HISTORY-RECORD.
           MOVE ML-STUDENT-ID     TO MH-STUDENT-ID.
           MOVE CYC-RUN-DATE      TO MH-POST-DATE.
           SET MH-MEAL            TO TRUE.
           MOVE ML-MEAL-CODE      TO MH-REFERENCE.
           MOVE ML-AMOUNT         TO MH-AMOUNT.
           MOVE STM-MEAL-BALANCE  TO MH-BALANCE-AFTER.
           WRITE MEAL-HISTORY-RECORD.

           ADD 1         TO WS-MEAL-COUNT.
           ADD ML-AMOUNT TO WS-TOTAL-MEALS.
           PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
           PERFORM 3900-READ-MEAL THRU 3900-EXIT.
           GO TO 3000-EXIT.

       3000-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD ML-AMOUNT TO WS-TOTAL-REFUSED.
           MOVE ML-STUDENT-ID TO MH-STUDENT-ID.
           MOVE 'M'           TO MH-ENTRY-TYPE.
           MOVE ML-MEAL-CODE  TO MH-REFERENCE.
           PERFORM 8000-WRITE-ENTRY-LINE THRU 8000-EXIT.
           PERFORM 3900-READ-MEAL THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3900-READ-MEAL.
           READ MEAL-TRANSACTIONS
              AT END SET END-OF-MEALS TO TRUE
           END-READ.
       3900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LOW-BALANCE NOTICE FOR THE GUARDIAN, QUEUED
      * FOR NOTIFYDISPATCH - IT PICKS THE CHANNEL FROM THE
      * CONTACT MASTER AND WORDS THE LETTER. THE FILL-INS
      * ARE THE STUDENT'S NAME, THE BALANCE, THE NEGATIVE
      * ALLOWANCE AND THE DATE THE BALANCE STANDS AT.
      *-------------------------------------------------
       4000-QUEUE-LOW-NOTICE.
           MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
           MOVE CYC-RUN-DATE     TO NQ-QUEUED-DATE.
           MOVE 'MEALACCT'       TO NQ-SOURCE.
           SET NQ-PARENT         TO TRUE.
           MOVE STM-STUDENT-ID   TO NQ-RECIPIENT-ID.
           MOVE 'MEALLOW'        TO NQ-TEMPLATE-CODE.
           MOVE STM-STUDENT-NOM  TO NQ-VARIABLE(1).
           MOVE STM-MEAL-BALANCE TO WS-BALANCE-ED.
           MOVE WS-BALANCE-ED    TO NQ-VARIABLE(2).
           MOVE WS-NEG-ALLOWANCE TO WS-LIMIT-ED.
           MOVE WS-LIMIT-ED      TO NQ-VARIABLE(3).
           MOVE CYC-RUN-DATE     TO NQ-VARIABLE(4).
           WRITE NOTIFICATION-QUEUE-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
       4000-EXIT.
           EXIT.

       5000-READ-STUDENT.
           MOVE 'Y' TO WS-STUDENT-FOUND-SW.
           MOVE WS-LOOKUP-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-STUDENT-FOUND-SW
           END-READ.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE TRANFILE LINE PER DAY AND DIRECTION - THE
      * TOP-UPS RAISE WHAT THE SCHOOL HOLDS FOR FAMILIES,
      * THE MEALS SERVED MOVE FROM IT TO REVENUE.
      *-------------------------------------------------
       7000-POST-LEDGER.
           IF WS-TOTAL-TOPUPS = ZERO AND WS-TOTAL-MEALS = ZERO THEN
              GO TO 7000-EXIT
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           IF WS-TOTAL-TOPUPS > ZERO THEN
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE WS-MEAL-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C'             TO TRX-TYPE
              MOVE WS-TOTAL-TOPUPS TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           IF WS-TOTAL-MEALS > ZERO THEN
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE WS-MEAL-ACCT-ID TO TRX-ACCT-ID
              MOVE 'D'             TO TRX-TYPE
              MOVE WS-TOTAL-MEALS  TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE WS-REVENUE-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C'             TO TRX-TYPE
              MOVE WS-TOTAL-MEALS  TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
       7000-EXIT.
           EXIT.

       8000-WRITE-ENTRY-LINE.
           MOVE WS-ENTRY-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE MH-STUDENT-ID TO WS-REPORT-LINE(1:6).
           STRING MH-ENTRY-TYPE '    ' MH-REFERENCE ' '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE(30:24).
           IF STUDENT-FOUND THEN
              MOVE STM-STUDENT-NOM TO WS-REPORT-LINE(9:20)
              MOVE STM-MEAL-BALANCE TO WS-BALANCE-ED
              MOVE WS-BALANCE-ED TO WS-REPORT-LINE(55:9)
           END-IF.
           MOVE WS-RESULT-TEXT TO WS-REPORT-LINE(65:24).
           MOVE WS-REPORT-LINE TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.
       8000-EXIT.
           EXIT.

       8100-PRINT-TOTALS.
           MOVE SPACES TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.

           MOVE WS-TOPUP-COUNT  TO WS-COUNT-ED.
           MOVE WS-TOTAL-TOPUPS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOP-UPS        ' WS-COUNT-ED '  ' WS-TOTAL-ED
               '  CREDITED TO ' WS-MEAL-ACCT-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.

           MOVE WS-MEAL-COUNT  TO WS-COUNT-ED.
           MOVE WS-TOTAL-MEALS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEALS SERVED   ' WS-COUNT-ED '  ' WS-TOTAL-ED
               '  MOVED TO REVENUE ' WS-REVENUE-ACCT-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.

           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           MOVE WS-TOTAL-REFUSED TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED        ' WS-COUNT-ED '  ' WS-TOTAL-ED
               '  MEALS - FOR THE OFFICE TO FOLLOW UP'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.

           MOVE WS-NOTICE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOW-BALANCE NOTICES  QUEUED ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO MEAL-REPORT-RECORD.
           WRITE MEAL-REPORT-RECORD.

           CLOSE MEAL-REPORT.
       8100-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'MEALACCT'       TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN ALREADY-POSTED
                 MOVE 'MEAL ACCOUNTS - DATE ALREADY POSTED'
                     TO CLR-MESSAGE
              WHEN WS-REFUSED-COUNT > ZERO
                 MOVE 'MEAL ACCOUNTS - ENTRIES REFUSED'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'MEAL ACCOUNTS POSTED'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
