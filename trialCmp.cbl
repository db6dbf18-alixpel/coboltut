      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  TrialCompare.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLED BY DAILYCYCLE AT THE
      *               END OF A TRIAL RUN ONLY (BUSINESS-DATE
      *               CARD IN TRIAL MODE, SUBMITTED THROUGH
      *               THE DAILYTRL JOB). EVERY MASTER THE
      *               CYCLE REWRITES IS READ TWICE - THE
      *               CURRENT PRODUCTION COPY AND THE
      *               SIMULATED CLOSING COPY THE TRIAL LEFT ON
      *               SCRATCH - AND ONE BLOCK PER FILE SHOWS
      *               THE RECORD COUNTS AND A CONTROL TOTAL
      *               FOR EACH SIDE WITH THE CHANGE BETWEEN
      *               THEM. THE SIMULATED TRANHIST APPENDS
      *               ARE COMPARED THE SAME WAY, AND THE BANK
      *               EXPORTS THE DAY WOULD HAVE SENT ARE
      *               COUNTED AND TOTALLED.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT ACCOUNT-MASTER-OUT ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT YTD-MASTER-IN ASSIGN TO "YTDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT YTD-MASTER-OUT ASSIGN TO "YTDMSTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT GIFT-CARD-MASTER ASSIGN TO "GIFTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT GIFT-CARD-MASTER-OUT ASSIGN TO "GIFTCRDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT PASS-MASTER ASSIGN TO "PASSMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT PASS-MASTER-OUT ASSIGN TO "PASSMSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT STANDING-ORDERS ASSIGN TO "STORDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT STANDING-ORDERS-OUT ASSIGN TO "STORDMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT LOAN-MASTER-OUT ASSIGN TO "LOANMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT AP-INVOICES ASSIGN TO "APINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT AP-INVOICES-OUT ASSIGN TO "APINVOIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT STUDENT-MASTER-CURRENT ASSIGN TO "STUDMSTC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STC-STUDENT-ID
               FILE STATUS IS WS-CURRENT-STATUS.

           COPY "stumtsel.cpy".

           SELECT TRAN-HISTORY-CURRENT ASSIGN TO "TRANHSTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

           SELECT TRAN-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT DIRECT-DEPOSIT-EXPORT ASSIGN TO "ACHEXPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT VENDOR-PAYMENTS ASSIGN TO "VENDPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATED-STATUS.

           SELECT TRIAL-COMPARE-REPORT ASSIGN TO "TRIALCMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD PIC X(48).

       FD  ACCOUNT-MASTER-OUT.
       01  ACCOUNT-MASTER-OUT-RECORD PIC X(48).

       FD  YTD-MASTER-IN.
       01  YTD-MASTER-IN-RECORD     PIC X(113).

       FD  YTD-MASTER-OUT.
       01  YTD-MASTER-OUT-RECORD    PIC X(113).

       FD  GIFT-CARD-MASTER.
       01  GIFT-CARD-MASTER-RECORD  PIC X(56).

       FD  GIFT-CARD-MASTER-OUT.
       01  GIFT-CARD-MASTER-OUT-RECORD PIC X(56).

       FD  PASS-MASTER.
       01  PASS-MASTER-RECORD       PIC X(30).

       FD  PASS-MASTER-OUT.
       01  PASS-MASTER-OUT-RECORD   PIC X(30).

       FD  STANDING-ORDERS.
       01  STANDING-ORDER-RECORD    PIC X(41).

       FD  STANDING-ORDERS-OUT.
       01  STANDING-ORDER-OUT-RECORD PIC X(41).

       FD  LOAN-MASTER.
       01  LOAN-MASTER-IN-RECORD    PIC X(99).

       FD  LOAN-MASTER-OUT.
       01  LOAN-MASTER-OUT-RECORD   PIC X(99).

       FD  AP-INVOICES.
       01  AP-INVOICE-IN-RECORD     PIC X(84).

       FD  AP-INVOICES-OUT.
       01  AP-INVOICE-OUT-RECORD    PIC X(84).

       FD  STUDENT-MASTER-CURRENT.
       01  STUDENT-CURRENT-RECORD.
           05 STC-STUDENT-ID        PIC X(06).
           05 FILLER                PIC X(42).
           05 STC-MEAL-BALANCE      PIC S9(05)V99.
           05 FILLER                PIC X(175).

           COPY "stumtfd.cpy".

       FD  TRAN-HISTORY-CURRENT.
       01  TRAN-HISTORY-CURRENT-RECORD PIC X(45).

       FD  TRAN-HISTORY.
       01  TRAN-HISTORY-SIM-RECORD  PIC X(45).

       FD  DIRECT-DEPOSIT-EXPORT.
       01  DIRECT-DEPOSIT-EXPORT-RECORD PIC X(74).

       FD  VENDOR-PAYMENTS.
       01  VENDOR-PAYMENT-RECORD    PIC X(96).

       FD  TRIAL-COMPARE-REPORT.
       01  TRIAL-COMPARE-RECORD     PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CURRENT-STATUS        PIC X(02).
       01  WS-SIMULATED-STATUS      PIC X(02).
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-TRIAL-REPORT-STATUS   PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-FILE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FILE        VALUE 'Y'.
           05 WS-SIDE-OPEN-SW       PIC X(01) VALUE 'N'.
              88 SIDE-OPEN          VALUE 'Y'.
           05 WS-CURRENT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 CURRENT-OPEN       VALUE 'Y'.
           05 WS-SIMULATED-OPEN-SW  PIC X(01) VALUE 'N'.
              88 SIMULATED-OPEN     VALUE 'Y'.

      *-------------------------------------------------
      * WORKING COPIES OF THE RECORDS - BOTH SIDES OF A
      * PAIR ARE READ INTO THE SAME LAYOUT.
      *-------------------------------------------------
       01  WS-ACCOUNT-RECORD.
           05 WS-ACT-ACCT-ID        PIC X(06).
           05 WS-ACT-NOM            PIC X(20).
           05 WS-ACT-BALANCE        PIC S9(07)V99.
           05 WS-ACT-CURRENCY-CODE  PIC X(03).
           05 WS-ACT-ACCT-TYPE      PIC X(01).
           05 WS-ACT-STATUS         PIC X(01).
           05 WS-ACT-LAST-ACTIVITY  PIC 9(08).

       01  WS-YTD-RECORD.
           05 WS-YTD-EMP-ID         PIC X(06).
           05 WS-YTD-GROSS          PIC 9(09)V99.
           05 FILLER                PIC X(96).

       01  WS-GIFT-CARD-RECORD.
           05 WS-GC-CARD-NUMBER     PIC X(12).
           05 WS-GC-BALANCE         PIC 9(07)V99.
           05 FILLER                PIC X(35).

       01  WS-PASS-RECORD.
           05 WS-PM-PASS-ID         PIC X(10).
           05 WS-PM-PASS-TYPE       PIC X(01).
           05 WS-PM-DAYS-TOTAL      PIC 9(02).
           05 WS-PM-DAYS-REMAINING  PIC 9(02).
           05 FILLER                PIC X(15).

       01  WS-STANDING-ORDER-RECORD.
           05 WS-SO-ORDER-ID        PIC X(08).
           05 WS-SO-ACCT-ID         PIC X(06).
           05 WS-SO-TYPE            PIC X(01).
           05 WS-SO-AMOUNT          PIC 9(07)V99.
           05 FILLER                PIC X(17).

           COPY "loanmfd.cpy".

           COPY "apinvfd.cpy".

           COPY "tranhfd.cpy".

           COPY "ctlrec.cpy".

       01  WS-EXPORT-RECORD.
           05 WS-DDE-ROUTING-NUMBER PIC X(09).
           05 WS-DDE-ACCOUNT-NUMBER PIC X(17).
           05 WS-DDE-EMP-ID         PIC X(06).
           05 WS-DDE-EMP-NOM        PIC X(20).
           05 WS-DDE-NET-AMOUNT     PIC 9(09)V99.
           05 FILLER                PIC X(11).

       01  WS-VENDOR-PAY-RECORD.
           05 WS-VPY-ROUTING-NUMBER PIC X(09).
           05 WS-VPY-ACCOUNT-NUMBER PIC X(17).
           05 WS-VPY-VENDOR-ID      PIC X(06).
           05 WS-VPY-VENDOR-NOM     PIC X(30).
           05 WS-VPY-INVOICE-NUMBER PIC X(12).
           05 WS-VPY-AMOUNT         PIC 9(09)V99.
           05 FILLER                PIC X(11).

      *-------------------------------------------------
      * ONE SIDE'S COUNT AND TOTAL ARE BUILT IN WS-SIDE-
      * AND THEN MOVED TO THE CURRENT OR SIMULATED SIDE.
      *-------------------------------------------------
       01  WS-SIDE-COUNT            PIC 9(07) COMP.
       01  WS-SIDE-TOTAL            PIC S9(11)V99.
       01  WS-CUR-COUNT             PIC 9(07) COMP.
       01  WS-CUR-TOTAL             PIC S9(11)V99.
       01  WS-SIM-COUNT             PIC 9(07) COMP.
       01  WS-SIM-TOTAL             PIC S9(11)V99.
       01  WS-COUNT-CHANGE          PIC S9(07).
       01  WS-TOTAL-CHANGE          PIC S9(11)V99.
       01  WS-FILES-CHANGED         PIC 9(03) VALUE ZERO.
       01  WS-FILES-MISSING         PIC 9(03) VALUE ZERO.

       01  WS-PAIR-LABEL            PIC X(16).
       01  WS-TOTAL-NAME            PIC X(16).

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZ,ZZ9.
       01  WS-COUNT-ED2             PIC ZZZ,ZZ9.
       01  WS-COUNT-CHG-ED          PIC -ZZZ,ZZ9.
       01  WS-TOTAL-ED              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED2             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-CHG-ED          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FILES-ED              PIC ZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-COMPARE-ACCOUNTS THRU 2000-EXIT.
           PERFORM 2100-COMPARE-YTD THRU 2100-EXIT.
           PERFORM 2200-COMPARE-GIFT-CARDS THRU 2200-EXIT.
           PERFORM 2300-COMPARE-PASSES THRU 2300-EXIT.
           PERFORM 2400-COMPARE-STANDING-ORDERS THRU 2400-EXIT.
           PERFORM 2500-COMPARE-LOANS THRU 2500-EXIT.
           PERFORM 2600-COMPARE-AP-INVOICES THRU 2600-EXIT.
           PERFORM 2700-COMPARE-STUDENTS THRU 2700-EXIT.
           PERFORM 2800-COMPARE-TRANHIST THRU 2800-EXIT.
           PERFORM 3000-COUNT-EXPORTS THRU 3000-EXIT.

           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.

           IF WS-FILES-MISSING > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT TRIAL-COMPARE-REPORT.
           MOVE SPACES TO TRIAL-COMPARE-RECORD.
           STRING 'TRIAL RUN - SIMULATED CLOSING MASTERS AGAINST '
               'CURRENT  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
           MOVE SPACES TO TRIAL-COMPARE-RECORD.
           STRING 'NOTHING IN THIS RUN WAS POSTED - EVERY OUTPUT '
               'WENT TO SCRATCH'
               DELIMITED BY SIZE INTO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
           MOVE SPACES TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PARAGRAPH PER FILE PAIR. EACH SIDE IS OPENED,
      * COUNTED AND TOTALLED, CLOSED, AND THE BLOCK FOR
      * THE PAIR PRINTED. A SIDE THAT CANNOT BE OPENED IS
      * REPORTED AS MISSING RATHER THAN AS ZERO.
      *-------------------------------------------------
       2000-COMPARE-ACCOUNTS.
           MOVE 'ACCOUNT-MASTER' TO WS-PAIR-LABEL.
           MOVE 'BALANCES' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT ACCOUNT-MASTER-IN.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2010-READ-ACCOUNT-IN THRU 2010-EXIT
                  UNTIL END-OF-FILE
              CLOSE ACCOUNT-MASTER-IN
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT ACCOUNT-MASTER-OUT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2020-READ-ACCOUNT-OUT THRU 2020-EXIT
                  UNTIL END-OF-FILE
              CLOSE ACCOUNT-MASTER-OUT
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2000-EXIT.
           EXIT.

       2010-READ-ACCOUNT-IN.
           READ ACCOUNT-MASTER-IN INTO WS-ACCOUNT-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-ACT-BALANCE TO WS-SIDE-TOTAL
           END-IF.
       2010-EXIT.
           EXIT.

       2020-READ-ACCOUNT-OUT.
           READ ACCOUNT-MASTER-OUT INTO WS-ACCOUNT-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-ACT-BALANCE TO WS-SIDE-TOTAL
           END-IF.
       2020-EXIT.
           EXIT.

       2100-COMPARE-YTD.
           MOVE 'YTD-MASTER' TO WS-PAIR-LABEL.
           MOVE 'YTD GROSS PAY' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT YTD-MASTER-IN.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2110-READ-YTD-IN THRU 2110-EXIT
                  UNTIL END-OF-FILE
              CLOSE YTD-MASTER-IN
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT YTD-MASTER-OUT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2120-READ-YTD-OUT THRU 2120-EXIT
                  UNTIL END-OF-FILE
              CLOSE YTD-MASTER-OUT
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-YTD-IN.
           READ YTD-MASTER-IN INTO WS-YTD-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-YTD-GROSS TO WS-SIDE-TOTAL
           END-IF.
       2110-EXIT.
           EXIT.

       2120-READ-YTD-OUT.
           READ YTD-MASTER-OUT INTO WS-YTD-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-YTD-GROSS TO WS-SIDE-TOTAL
           END-IF.
       2120-EXIT.
           EXIT.

       2200-COMPARE-GIFT-CARDS.
           MOVE 'GIFT-CARDS' TO WS-PAIR-LABEL.
           MOVE 'CARD BALANCES' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT GIFT-CARD-MASTER.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2210-READ-GIFT-IN THRU 2210-EXIT
                  UNTIL END-OF-FILE
              CLOSE GIFT-CARD-MASTER
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT GIFT-CARD-MASTER-OUT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2220-READ-GIFT-OUT THRU 2220-EXIT
                  UNTIL END-OF-FILE
              CLOSE GIFT-CARD-MASTER-OUT
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2200-EXIT.
           EXIT.

       2210-READ-GIFT-IN.
           READ GIFT-CARD-MASTER INTO WS-GIFT-CARD-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-GC-BALANCE TO WS-SIDE-TOTAL
           END-IF.
       2210-EXIT.
           EXIT.

       2220-READ-GIFT-OUT.
           READ GIFT-CARD-MASTER-OUT INTO WS-GIFT-CARD-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-GC-BALANCE TO WS-SIDE-TOTAL
           END-IF.
       2220-EXIT.
           EXIT.

       2300-COMPARE-PASSES.
           MOVE 'PASS-MASTER' TO WS-PAIR-LABEL.
           MOVE 'DAYS REMAINING' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT PASS-MASTER.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2310-READ-PASS-IN THRU 2310-EXIT
                  UNTIL END-OF-FILE
              CLOSE PASS-MASTER
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT PASS-MASTER-OUT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2320-READ-PASS-OUT THRU 2320-EXIT
                  UNTIL END-OF-FILE
              CLOSE PASS-MASTER-OUT
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2300-EXIT.
           EXIT.

       2310-READ-PASS-IN.
           READ PASS-MASTER INTO WS-PASS-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-PM-DAYS-REMAINING TO WS-SIDE-TOTAL
           END-IF.
       2310-EXIT.
           EXIT.

       2320-READ-PASS-OUT.
           READ PASS-MASTER-OUT INTO WS-PASS-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-PM-DAYS-REMAINING TO WS-SIDE-TOTAL
           END-IF.
       2320-EXIT.
           EXIT.

       2400-COMPARE-STANDING-ORDERS.
           MOVE 'STANDING-ORDERS' TO WS-PAIR-LABEL.
           MOVE 'ORDER AMOUNTS' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT STANDING-ORDERS.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2410-READ-ORDER-IN THRU 2410-EXIT
                  UNTIL END-OF-FILE
              CLOSE STANDING-ORDERS
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT STANDING-ORDERS-OUT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2420-READ-ORDER-OUT THRU 2420-EXIT
                  UNTIL END-OF-FILE
              CLOSE STANDING-ORDERS-OUT
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2400-EXIT.
           EXIT.

       2410-READ-ORDER-IN.
           READ STANDING-ORDERS INTO WS-STANDING-ORDER-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-SO-AMOUNT TO WS-SIDE-TOTAL
           END-IF.
       2410-EXIT.
           EXIT.

       2420-READ-ORDER-OUT.
           READ STANDING-ORDERS-OUT INTO WS-STANDING-ORDER-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-SO-AMOUNT TO WS-SIDE-TOTAL
           END-IF.
       2420-EXIT.
           EXIT.

       2500-COMPARE-LOANS.
           MOVE 'LOAN-MASTER' TO WS-PAIR-LABEL.
           MOVE 'OUTSTANDING' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT LOAN-MASTER.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2510-READ-LOAN-IN THRU 2510-EXIT
                  UNTIL END-OF-FILE
              CLOSE LOAN-MASTER
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT LOAN-MASTER-OUT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2520-READ-LOAN-OUT THRU 2520-EXIT
                  UNTIL END-OF-FILE
              CLOSE LOAN-MASTER-OUT
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2500-EXIT.
           EXIT.

       2510-READ-LOAN-IN.
           READ LOAN-MASTER INTO LOAN-MASTER-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD LN-OUTSTANDING TO WS-SIDE-TOTAL
           END-IF.
       2510-EXIT.
           EXIT.

       2520-READ-LOAN-OUT.
           READ LOAN-MASTER-OUT INTO LOAN-MASTER-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD LN-OUTSTANDING TO WS-SIDE-TOTAL
           END-IF.
       2520-EXIT.
           EXIT.

      * ONLY INVOICES STILL TO BE PAID COUNT TOWARD THE
      * TOTAL - A PAID OR REJECTED INVOICE STAYS ON FILE.
       2600-COMPARE-AP-INVOICES.
           MOVE 'AP-INVOICES' TO WS-PAIR-LABEL.
           MOVE 'UNPAID AMOUNTS' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT AP-INVOICES.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2610-READ-INVOICE-IN THRU 2610-EXIT
                  UNTIL END-OF-FILE
              CLOSE AP-INVOICES
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT AP-INVOICES-OUT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2620-READ-INVOICE-OUT THRU 2620-EXIT
                  UNTIL END-OF-FILE
              CLOSE AP-INVOICES-OUT
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2600-EXIT.
           EXIT.

       2610-READ-INVOICE-IN.
           READ AP-INVOICES INTO AP-INVOICE-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              IF AI-PENDING OR AI-APPROVED THEN
                 ADD AI-AMOUNT TO WS-SIDE-TOTAL
              END-IF
           END-IF.
       2610-EXIT.
           EXIT.

       2620-READ-INVOICE-OUT.
           READ AP-INVOICES-OUT INTO AP-INVOICE-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              IF AI-PENDING OR AI-APPROVED THEN
                 ADD AI-AMOUNT TO WS-SIDE-TOTAL
              END-IF
           END-IF.
       2620-EXIT.
           EXIT.

      * THE STUDENT MASTER IS UPDATED IN PLACE BY THE MEAL
      * ACCOUNT STEP, SO THE TRIAL RUNS AGAINST A COPY -
      * STUDMAST IS THAT COPY HERE AND STUDMSTC IS THE
      * UNTOUCHED PRODUCTION CLUSTER.
       2700-COMPARE-STUDENTS.
           MOVE 'STUDENT-MASTER' TO WS-PAIR-LABEL.
           MOVE 'MEAL BALANCES' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT STUDENT-MASTER-CURRENT.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2710-READ-STUDENT-CURRENT THRU 2710-EXIT
                  UNTIL END-OF-FILE
              CLOSE STUDENT-MASTER-CURRENT
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2720-READ-STUDENT-SIM THRU 2720-EXIT
                  UNTIL END-OF-FILE
              CLOSE STUDENT-MASTER
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2700-EXIT.
           EXIT.

       2710-READ-STUDENT-CURRENT.
           READ STUDENT-MASTER-CURRENT NEXT RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD STC-MEAL-BALANCE TO WS-SIDE-TOTAL
           END-IF.
       2710-EXIT.
           EXIT.

       2720-READ-STUDENT-SIM.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD STM-MEAL-BALANCE TO WS-SIDE-TOTAL
           END-IF.
       2720-EXIT.
           EXIT.

      * TRANHIST IS APPENDED TO, NOT REWRITTEN - THE
      * CHANGE LINE IS EXACTLY WHAT THE DAY WOULD POST.
       2800-COMPARE-TRANHIST.
           MOVE 'TRANHIST' TO WS-PAIR-LABEL.
           MOVE 'AMOUNTS POSTED' TO WS-TOTAL-NAME.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT TRAN-HISTORY-CURRENT.
           IF WS-CURRENT-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2810-READ-HISTORY-CURRENT THRU 2810-EXIT
                  UNTIL END-OF-FILE
              CLOSE TRAN-HISTORY-CURRENT
           END-IF.
           PERFORM 7100-SAVE-CURRENT-SIDE THRU 7100-EXIT.

           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT TRAN-HISTORY.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 2820-READ-HISTORY-SIM THRU 2820-EXIT
                  UNTIL END-OF-FILE
              CLOSE TRAN-HISTORY
           END-IF.
           PERFORM 7200-SAVE-SIMULATED-SIDE THRU 7200-EXIT.
           PERFORM 8100-PRINT-PAIR THRU 8100-EXIT.
       2800-EXIT.
           EXIT.

       2810-READ-HISTORY-CURRENT.
           READ TRAN-HISTORY-CURRENT
               INTO TRANSACTION-HISTORY-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD TH-AMOUNT TO WS-SIDE-TOTAL
           END-IF.
       2810-EXIT.
           EXIT.

       2820-READ-HISTORY-SIM.
           READ TRAN-HISTORY INTO TRANSACTION-HISTORY-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD TH-AMOUNT TO WS-SIDE-TOTAL
           END-IF.
       2820-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE BANK EXPORTS HAVE NO PRODUCTION COUNTERPART
      * TO COMPARE WITH - A NEW GENERATION IS CUT EACH
      * DAY - SO THE TRIAL COPY IS COUNTED AND TOTALLED
      * ON ITS OWN: WHAT WOULD HAVE GONE TO THE BANK.
      *-------------------------------------------------
       3000-COUNT-EXPORTS.
           MOVE SPACES TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
           MOVE 'BANK EXPORTS THE DAY WOULD HAVE SENT'
               TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.

           MOVE 'ACHEXPRT' TO WS-PAIR-LABEL.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT DIRECT-DEPOSIT-EXPORT.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 3010-READ-ACH-EXPORT THRU 3010-EXIT
                  UNTIL END-OF-FILE
              CLOSE DIRECT-DEPOSIT-EXPORT
           END-IF.
           PERFORM 8200-PRINT-EXPORT THRU 8200-EXIT.

           MOVE 'VENDPAY' TO WS-PAIR-LABEL.
           PERFORM 7000-CLEAR-SIDE THRU 7000-EXIT.
           OPEN INPUT VENDOR-PAYMENTS.
           IF WS-SIMULATED-STATUS = '00' THEN
              SET SIDE-OPEN TO TRUE
              PERFORM 3020-READ-VENDOR-PAY THRU 3020-EXIT
                  UNTIL END-OF-FILE
              CLOSE VENDOR-PAYMENTS
           END-IF.
           PERFORM 8200-PRINT-EXPORT THRU 8200-EXIT.
       3000-EXIT.
           EXIT.

       3010-READ-ACH-EXPORT.
           READ DIRECT-DEPOSIT-EXPORT INTO WS-EXPORT-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE THEN
              GO TO 3010-EXIT
           END-IF.
           MOVE WS-EXPORT-RECORD TO CONTROL-RECORD.
           IF CTL-HEADER OR CTL-TRAILER THEN
              GO TO 3010-EXIT
           END-IF.
           ADD 1 TO WS-SIDE-COUNT.
           ADD WS-DDE-NET-AMOUNT TO WS-SIDE-TOTAL.
       3010-EXIT.
           EXIT.

       3020-READ-VENDOR-PAY.
           READ VENDOR-PAYMENTS INTO WS-VENDOR-PAY-RECORD
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-SIDE-COUNT
              ADD WS-VPY-AMOUNT TO WS-SIDE-TOTAL
           END-IF.
       3020-EXIT.
           EXIT.

       7000-CLEAR-SIDE.
           MOVE 'N' TO WS-FILE-EOF-SW.
           MOVE 'N' TO WS-SIDE-OPEN-SW.
           MOVE ZERO TO WS-SIDE-COUNT.
           MOVE ZERO TO WS-SIDE-TOTAL.
       7000-EXIT.
           EXIT.

       7100-SAVE-CURRENT-SIDE.
           MOVE WS-SIDE-OPEN-SW TO WS-CURRENT-OPEN-SW.
           MOVE WS-SIDE-COUNT TO WS-CUR-COUNT.
           MOVE WS-SIDE-TOTAL TO WS-CUR-TOTAL.
       7100-EXIT.
           EXIT.

       7200-SAVE-SIMULATED-SIDE.
           MOVE WS-SIDE-OPEN-SW TO WS-SIMULATED-OPEN-SW.
           MOVE WS-SIDE-COUNT TO WS-SIM-COUNT.
           MOVE WS-SIDE-TOTAL TO WS-SIM-TOTAL.
       7200-EXIT.
           EXIT.

      *-------------------------------------------------
      * TWO LINES PER FILE: THE RECORD COUNTS, THEN THE
      * CONTROL TOTAL UNDER THE NAME OF WHAT IT MEASURES,
      * EACH WITH THE CHANGE THE DAY WOULD HAVE MADE.
      *-------------------------------------------------
       8100-PRINT-PAIR.
           IF NOT CURRENT-OPEN OR NOT SIMULATED-OPEN THEN
              ADD 1 TO WS-FILES-MISSING
              MOVE SPACES TO WS-REPORT-LINE
              IF NOT CURRENT-OPEN THEN
                 STRING WS-PAIR-LABEL ' CURRENT FILE NOT AVAILABLE'
                     ' - NOT COMPARED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING WS-PAIR-LABEL ' SIMULATED FILE NOT'
                     ' AVAILABLE - NOT COMPARED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              MOVE WS-REPORT-LINE TO TRIAL-COMPARE-RECORD
              WRITE TRIAL-COMPARE-RECORD
              GO TO 8100-EXIT
           END-IF.

           COMPUTE WS-COUNT-CHANGE = WS-SIM-COUNT - WS-CUR-COUNT.
           COMPUTE WS-TOTAL-CHANGE = WS-SIM-TOTAL - WS-CUR-TOTAL.
           IF WS-COUNT-CHANGE NOT = ZERO
              OR WS-TOTAL-CHANGE NOT = ZERO THEN
              ADD 1 TO WS-FILES-CHANGED
           END-IF.

           MOVE WS-CUR-COUNT TO WS-COUNT-ED.
           MOVE WS-SIM-COUNT TO WS-COUNT-ED2.
           MOVE WS-COUNT-CHANGE TO WS-COUNT-CHG-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PAIR-LABEL ' COUNT ' WS-COUNT-ED ' -> '
               WS-COUNT-ED2 ' CHANGE ' WS-COUNT-CHG-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.

           MOVE WS-CUR-TOTAL TO WS-TOTAL-ED.
           MOVE WS-SIM-TOTAL TO WS-TOTAL-ED2.
           MOVE WS-TOTAL-CHANGE TO WS-TOTAL-CHG-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-TOTAL-NAME ' TOTAL ' WS-TOTAL-ED ' -> '
               WS-TOTAL-ED2 ' CHANGE ' WS-TOTAL-CHG-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
       8100-EXIT.
           EXIT.

       8200-PRINT-EXPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF NOT SIDE-OPEN THEN
              STRING WS-PAIR-LABEL ' NOT WRITTEN BY THE TRIAL'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE WS-SIDE-COUNT TO WS-COUNT-ED
              MOVE WS-SIDE-TOTAL TO WS-TOTAL-ED
              STRING WS-PAIR-LABEL ' RECORDS ' WS-COUNT-ED
                  '  AMOUNT ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
       8200-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
           MOVE WS-FILES-CHANGED TO WS-FILES-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FILES THE DAY WOULD CHANGE  ' WS-FILES-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
           MOVE WS-FILES-MISSING TO WS-FILES-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FILES NOT COMPARED          ' WS-FILES-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRIAL-COMPARE-RECORD.
           WRITE TRIAL-COMPARE-RECORD.
           CLOSE TRIAL-COMPARE-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'TRIALCOMPARE'   TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-FILES-MISSING > ZERO THEN
              MOVE 'TRIAL COMPARE - FILES NOT COMPARED'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'TRIAL COMPARE COMPLETE' TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
