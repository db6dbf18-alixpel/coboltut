      *               CYCLE, SO A BAD DAY CAN BE VERIFIED
      *               AND ROLLED BACK INSTEAD OF HAND-
      *               RESTORED.
      * 15/10/26  AP  ADDED THE TILL BALANCE STEP AFTER THE
      *               ACQUIRER RECON - EACH CASHIER'S DECLARED
      *               DRAWER IS PROVED AGAINST THE DAY'S CASH
      *               ADMISSIONS AND REFUNDS AND THE OVER/
      *               SHORT POSTS AHEAD OF TRANEDIT. THE
      *               CYCLE IS NOW TWENTY-FOUR STEPS.
      * 15/10/26  AP  ADDED THE CONCESSION REVENUE STEP AFTER
      *               REFUNDS - THE DAY'S DAILY-SALES ARE
      *               SPLIT INTO NET AND VAT BY DEPARTMENT AND
      *               POSTED AHEAD OF TRANEDIT. THE CYCLE IS
      *               NOW TWENTY-FIVE STEPS.
      * 15/10/26  AP  ADDED THE RAIN CHECK STEP AFTER
      *               OCCUPANCY - A LONG ENOUGH WEATHER
      *               CLOSURE ISSUES RAIN-CHECK VOUCHERS TO
      *               THE DAY'S PAYING VISITORS. THE CYCLE IS
      *               NOW TWENTY-SIX STEPS.
      * 15/10/26  AP  ADDED THE STOCK DEPLETION STEP AFTER
      *               CONCESSION REVENUE - THE DAY'S ITEM
      *               SALES, DELIVERIES AND SHELF COUNTS ARE
      *               APPLIED TO THE CONCESSION ITEM MASTER
      *               AND SHRINKAGE POSTS AHEAD OF TRANEDIT.
      *               THE CYCLE IS NOW TWENTY-SEVEN STEPS.
      * 15/10/26  AP  ADDED THE SUPPLIER PAYMENT STEP AFTER
      *               PAYROLL - APPROVED SUPPLIER INVOICES
      *               FALLING DUE ARE PAID THROUGH THE VENDOR
      *               PAYMENT FILE AND THEIR FUNDING DEBITS
      *               POST AHEAD OF TRANEDIT. THE CYCLE IS
      *               NOW TWENTY-EIGHT STEPS.
      * 15/10/26  AP  ADDED THE CAR PARK STEP AFTER CONCESSION
      *               REVENUE - THE DAY'S BARRIER LOG IS
      *               PRICED FROM THE PARKING TARIFF AND THE
      *               TAKE POSTS AHEAD OF TRANEDIT; ITS CARS-
      *               IN-BY-HOUR FILE FEEDS THE OCCUPANCY
      *               STEP. THE CYCLE IS NOW TWENTY-NINE STEPS.
      * 15/10/26  AP  ADDED THE CHARGEBACK STEP AFTER ACQUIRER
      *               RECON - THE ACQUIRER'S CHARGEBACKS ARE
      *               MATCHED TO THE CARD-PAYMENT HISTORY
      *               ACQUIRERRECON HAS JUST BROUGHT UP TO
      *               DATE, THE REVENUE IS REVERSED AHEAD OF
      *               TRANEDIT AND THE UNANSWERED DISPUTES ARE
      *               AGED. THE CYCLE IS NOW THIRTY STEPS.
      * 15/10/26  AP  ADDED THE CARD PRODUCTION STEP AFTER
      *               GIFT CARDS - THE DAY'S MEMBERSHIP CARD
      *               REQUESTS ARE NUMBERED AND EXTRACTED FOR
      *               THE CARD BUREAU, LOST CARDS ARE HOT-
      *               LISTED FOR THE NEXT DAY'S GATE, AND THE
      *               REPLACEMENT FEES POST AHEAD OF TRANEDIT.
      *               THE CYCLE IS NOW THIRTY-ONE STEPS.
      * 15/10/26  AP  THE BUSINESS-DATE ROLL ALSO STEPS OVER
      *               DATES THE PARK CALENDAR (PARKCALENDAR)
      *               HAS CLOSED, SO A WINTER WEEKDAY IS NEVER
      *               MADE THE NEXT BUSINESS DATE. THE ROLL
      *               NOW LOOKS UP TO A YEAR AHEAD FOR AN
      *               OPEN DATE TO COVER THE WINTER CLOSURE.
      * 15/10/26  AP  ADDED THE STAFF PURCHASE STEP AFTER TILL
      *               BALANCE - THE TILLS' STAFF SALES ARE
      *               PRICED AT THE DEPARTMENT'S STAFF
      *               DISCOUNT, CHECKED AGAINST THE MONTHLY
      *               CAP AND CHARGED TO THE EMPLOYEE'S TAB
      *               AHEAD OF PAYROLL, WHICH RECOVERS IT.
      *               THE CYCLE IS NOW THIRTY-TWO STEPS.
      * 15/10/26  AP  ADDED THE MEAL ACCOUNT STEP AFTER THE
      *               STUDENT DATA AUDIT - THE DAY'S CAFETERIA
      *               TOP-UPS AND MEALS ARE APPLIED TO THE
      *               STUDENT MASTER AND POSTED TO TRANFILE
      *               AHEAD OF TRANSACTION EDIT. THE CYCLE IS
      *               NOW THIRTY-THREE STEPS.
      * 15/10/26  AP  ADDED THE BUS MANIFEST STEP AFTER THE MEAL
      *               ACCOUNTS - ONE RIDER MANIFEST PER SCHOOL
      *               BUS ROUTE, LESS THE DAY'S KEYED ABSENCES.
      *               THE CYCLE IS NOW THIRTY-FOUR STEPS.
      * 15/10/26  AP  ADDED THE LIBRARY OVERDUE STEP AFTER THE
      *               BUS MANIFESTS - OVERDUE NOTICES TO THE
      *               GUARDIANS AND LOST BOOKS QUEUED FOR
      *               TUITION BILLING AT REPLACEMENT COST.
      *               THE CYCLE IS NOW THIRTY-FIVE STEPS.
      * 15/10/26  AP  ADDED THE LOAN INSTALLMENT STEP AFTER THE
      *               WAREHOUSE RELEASE - DUE INSTALLMENTS ON
      *               THE INSTALLMENT LOANS ARE COLLECTED INTO
      *               TRANFILE AHEAD OF TRANSACTION EDIT AND
      *               MISSED ONES AGED INTO ARREARS. THE CYCLE
      *               IS NOW THIRTY-SIX STEPS.
      * 15/10/26  AP  ADDED THE SANCTIONS SCREENING STEP AHEAD OF
      *               PAYROLL - ACCOUNT HOLDERS, NEW EMPLOYEES
      *               AND VENDORS ARE SCREENED AGAINST THE
      *               WATCHLIST BEFORE ANYTHING IS PAID OR
      *               POSTED, SO THE PAYMENT STEPS THAT FOLLOW
      *               SEE THE DAY'S NEW HOLDS. THE CYCLE IS NOW
      *               THIRTY-SEVEN STEPS.
      * 15/10/26  AP  ADDED THE INTEGRITY AUDIT STEP AFTER BILAN
      *               AND AHEAD OF MASTER GENERATIONS - THE
      *               PARK AND LEDGER FILES ARE CROSS-CHECKED
      *               BY KEY BEFORE THE NIGHT'S GENERATION IS
      *               CUT, AND ANY BREAK REACHES THE EXCEPTION
      *               QUEUE THE SAME NIGHT. THE CYCLE IS NOW
      *               THIRTY-EIGHT STEPS.
      * 15/10/26  AP  TRIAL RUNS. A 'T' IN THE NEW RUN-MODE BYTE
      *               OF THE BUSINESS-DATE CARD RUNS EVERY STEP
      *               FROM STEP 1 WITHOUT MARKING THE DATE
      *               COMPLETE, WRITES THE ROLLED CARD TO
      *               BUSDATET INSTEAD OF BUSDATE AND ENDS WITH
      *               TRIALCOMPARE'S SIMULATED-AGAINST-CURRENT
      *               MASTER REPORT. THE DAILYTRL JOB POINTS
      *               EVERY OUTPUT AT SCRATCH; A TRIAL CARD
      *               OUTSIDE IT, OR A LIVE CARD INSIDE IT, IS
      *               REFUSED WITH RETURN CODE 8.
      * 15/10/26  AP  ADDED THE NOTIFICATION DISPATCH STEP AFTER
      *               THE INTEGRITY AUDIT - EVERY NOTICE QUEUED
      *               BY THE DAY'S STEPS GOES OUT BY POST OR
      *               GATEWAY IN ONE PASS, AND THE HISTORY IT
      *               APPENDS IS IN THE NIGHT'S GENERATION. THE
      *               CYCLE IS NOW THIRTY-NINE STEPS.
      * 15/10/26  AP  THE BUSINESS-DATE ROLL STEPS OVER HOLIDAYS
      *               ONLY AGAIN - A PARK-CLOSED DAY IS STILL A
      *               WORKING DAY FOR THE LEDGER, PAYROLL AND
      *               SCHOOL STEPS. THE ROLL NOW JUST NOTES A
      *               PARK-CLOSED NEXT DATE.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-PARM-STATUS.

           SELECT TRIAL-BUSINESS-DATE ASSIGN TO "BUSDATET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-DATE-STATUS.

           COPY "cyclgsel.cpy".

      **************************
           05 BDC-STATUS           PIC X(01).
              88 BDC-PENDING       VALUE 'P'.
              88 BDC-COMPLETE      VALUE 'C'.
           05 BDC-RUN-MODE         PIC X(01).
              88 BDC-TRIAL-RUN     VALUE 'T'.

       FD  HOLIDAY-CALENDAR.
       01  HOLIDAY-RECORD.
       01  CYCLE-RESTART-RECORD.
           05 RST-FROM-STEP        PIC 9(02).

       FD  TRIAL-BUSINESS-DATE.
       01  TRIAL-DATE-RECORD.
           05 TDC-BUSINESS-DATE    PIC 9(08).
           05 TDC-STATUS           PIC X(01).
           05 TDC-RUN-MODE         PIC X(01).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HOLIDAYS-STATUS      PIC X(02).
       01  WS-OVERRIDE-STATUS      PIC X(02).
       01  WS-RESTART-PARM-STATUS  PIC X(02).
       01  WS-TRIAL-DATE-STATUS    PIC X(02).
       01  WS-CYCLE-LOG-STATUS     PIC X(02).

       01  WS-SWITCHES.
              88 END-OF-LOG        VALUE 'Y'.
           05 WS-RUN-STEP-SW       PIC X(01).
              88 RUN-THIS-STEP     VALUE 'Y'.
           05 WS-TRIAL-SW          PIC X(01) VALUE 'N'.
              88 TRIAL-RUN         VALUE 'Y'.
           05 WS-TRIAL-DD-SW       PIC X(01) VALUE 'N'.
              88 TRIAL-DD-ALLOCATED VALUE 'Y'.

       01  WS-MAX-HOLIDAYS         PIC 9(03) COMP VALUE 100.
       01  WS-HOLIDAY-COUNT        PIC 9(03) COMP VALUE ZERO.

       01  WS-NEXT-DATE-INT        PIC S9(09) COMP.
       01  WS-NEXT-DATE            PIC 9(08).
       01  WS-ROLL-TRIES           PIC 9(03) COMP.
       01  WS-MAX-ROLL-TRIES       PIC 9(03) COMP VALUE 30.
       01  WS-TODAY.
           05 WS-TODAY-DATE        PIC 9(08).
           05 WS-TODAY-TIME        PIC 9(08).
       01  WS-MAX-RETURN-CODE      PIC 9(03) VALUE ZERO.

      *-------------------------------------------------
      * THE THIRTY-NINE STEP NAMES EXACTLY AS EACH STEP
      * STAMPS THEM ON THE CYCLE LOG, IN RUN ORDER - THE
      * RESTART SCAN MATCHES LOG LINES AGAINST THIS LIST.
      *-------------------------------------------------
           05 FILLER               PIC X(12) VALUE 'AGE2'.
           05 FILLER               PIC X(12) VALUE 'GATEREVENUE'.
           05 FILLER               PIC X(12) VALUE 'REFUNDS'.
           05 FILLER               PIC X(12) VALUE 'CONCREVENUE'.
           05 FILLER               PIC X(12) VALUE 'CARPARK'.
           05 FILLER               PIC X(12) VALUE 'STOCKDEPL'.
           05 FILLER               PIC X(12) VALUE 'ACQRECON'.
           05 FILLER               PIC X(12) VALUE 'CHARGEBACKS'.
           05 FILLER               PIC X(12) VALUE 'TILLBALANCE'.
           05 FILLER               PIC X(12) VALUE 'STAFFPURCH'.
           05 FILLER               PIC X(12) VALUE 'GIFTCARDPOST'.
           05 FILLER               PIC X(12) VALUE 'CARDPROD'.
           05 FILLER               PIC X(12) VALUE 'NOTES'.
           05 FILLER               PIC X(12) VALUE 'STUDENTAUDIT'.
           05 FILLER               PIC X(12) VALUE 'MEALACCT'.
           05 FILLER               PIC X(12) VALUE 'BUSMANIF'.
           05 FILLER               PIC X(12) VALUE 'LIBOVRDU'.
           05 FILLER               PIC X(12) VALUE 'SANCTIONSCRN'.
           05 FILLER               PIC X(12) VALUE 'SALAIRE'.
           05 FILLER               PIC X(12) VALUE 'APPAYRUN'.
           05 FILLER               PIC X(12) VALUE 'STANDINGORD'.
           05 FILLER               PIC X(12) VALUE 'WHRELEASE'.
           05 FILLER               PIC X(12) VALUE 'LOANDUE'.
           05 FILLER               PIC X(12) VALUE 'TRANEDIT'.
           05 FILLER               PIC X(12) VALUE 'SOLDE'.
           05 FILLER               PIC X(12) VALUE 'TRIALBAL'.
           05 FILLER               PIC X(12) VALUE 'GIFTCARDRECN'.
           05 FILLER               PIC X(12) VALUE 'MANEGE'.
           05 FILLER               PIC X(12) VALUE 'OCCUPANCY'.
           05 FILLER               PIC X(12) VALUE 'RAINCHECK'.
           05 FILLER               PIC X(12) VALUE 'BILAN'.
           05 FILLER               PIC X(12) VALUE 'INTEGAUDIT'.
           05 FILLER               PIC X(12) VALUE 'NOTIFYDISP'.
           05 FILLER               PIC X(12) VALUE 'MASTERGEN'.
           05 FILLER               PIC X(12) VALUE 'EXCQUEUE'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
           05 WS-STEP-NAME         PIC X(12) OCCURS 39 TIMES.
       01  WS-STEP-DONE-TABLE.
           05 WS-STEP-DONE-SW      PIC X(01) OCCURS 39 TIMES.
       01  WS-STEP-SUB             PIC 9(02) COMP.
       01  WS-STEP-NUMBER          PIC 9(02).
       01  WS-RESUME-STEP          PIC 9(02) VALUE 1.

       COPY "cycparm.cpy".

       COPY "pcalparm.cpy".

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-RUN-CYCLE THRU 2000-EXIT.
           IF TRIAL-RUN THEN
              PERFORM 3000-COMPARE-TRIAL THRU 3000-EXIT
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *-------------------------------------------------
      * THE BUSINESS DATE COMES FROM THE CONTROL FILE. A
      * DATE ALREADY MARKED COMPLETE IS REFUSED UNLESS THE
      * OVERRIDE PARM AUTHORIZES A RERUN. NO CONTROL FILE
      * FALLS BACK TO THE SYSTEM DATE AS BEFORE. A CARD
      * MARKED FOR A TRIAL RUN RUNS EVERY STEP FROM STEP 1
      * AND LEAVES THE CARD AS IT IS.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
                  'USING SYSTEM DATE'
           END-IF.

           IF BUSDATE-ON-FILE AND BDC-TRIAL-RUN THEN
              SET TRIAL-RUN TO TRUE
           END-IF.
           PERFORM 1200-CHECK-TRIAL-JOB THRU 1200-EXIT.

           IF NOT BUSDATE-ON-FILE THEN
              GO TO 1000-EXIT
           END-IF.
              CLOSE CYCLE-OVERRIDE-PARM
           END-IF.

           IF BDC-COMPLETE AND NOT OVERRIDE-SUPPLIED
              AND NOT TRIAL-RUN THEN
              DISPLAY 'DAILYCYCLE - BUSINESS DATE '
                  BDC-BUSINESS-DATE ' ALREADY RUN - REFUSED'
              DISPLAY 'SUPPLY THE CYCOVRD OVERRIDE FOR A RERUN'
           END-IF.

           PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT.

           IF TRIAL-RUN THEN
              DISPLAY 'DAILYCYCLE - TRIAL RUN FOR ' CYC-RUN-DATE
                  ' - NOTHING WILL BE POSTED'
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1400-DETERMINE-RESTART THRU 1400-EXIT.

      * THE DATE IS MARKED COMPLETE BEFORE THE STEPS RUN,
           OPEN OUTPUT BUSINESS-DATE-CONTROL.
           MOVE CYC-RUN-DATE TO BDC-BUSINESS-DATE.
           MOVE 'C' TO BDC-STATUS.
           MOVE SPACE TO BDC-RUN-MODE.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-CONTROL.
       1000-EXIT.
       1110-EXIT.
           EXIT.

      *-------------------------------------------------
      * A TRIAL RUN IS ONLY SAFE UNDER THE DAILYTRL JOB,
      * WHICH POINTS EVERY OUTPUT AT SCRATCH AND IS THE
      * ONLY JOB THAT ALLOCATES BUSDATET. A TRIAL CARD
      * WITHOUT BUSDATET WOULD POST FOR REAL, AND A LIVE
      * CARD WITH IT WOULD POST NOTHING AND ROLL NOTHING -
      * BOTH ARE REFUSED WITH RETURN CODE 8.
      *-------------------------------------------------
       1200-CHECK-TRIAL-JOB.
           OPEN INPUT TRIAL-BUSINESS-DATE.
           IF WS-TRIAL-DATE-STATUS = '00' THEN
              SET TRIAL-DD-ALLOCATED TO TRUE
              CLOSE TRIAL-BUSINESS-DATE
           END-IF.

           IF TRIAL-RUN AND NOT TRIAL-DD-ALLOCATED THEN
              DISPLAY 'DAILYCYCLE - BUSINESS DATE '
                  BDC-BUSINESS-DATE ' IS MARKED FOR A TRIAL RUN'
                  ' - REFUSED'
              DISPLAY 'SUBMIT DAILYTRL, OR CLEAR THE TRIAL MARK '
                  'FOR THE LIVE RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF TRIAL-DD-ALLOCATED AND NOT TRIAL-RUN THEN
              DISPLAY 'DAILYCYCLE - BUSDATE IS NOT MARKED FOR A '
                  'TRIAL RUN - REFUSED'
              DISPLAY 'SET THE TRIAL MARK ON THE CARD BEFORE '
                  'SUBMITTING DAILYTRL'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE RESTART POINT. EVERY LOG LINE FOR THIS
      * BUSINESS DATE WITH A RETURN CODE UNDER 8 MARKS
       1400-DETERMINE-RESTART.
           PERFORM 1410-CLEAR-ONE-STEP THRU 1410-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 39.

           OPEN INPUT CYCLE-LOG.
           IF WS-CYCLE-LOG-STATUS = '00' THEN
           MOVE ZERO TO WS-RESUME-STEP.
           PERFORM 1430-FIND-RESUME-STEP THRU 1430-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 39
                  OR WS-RESUME-STEP > ZERO.
           IF WS-RESUME-STEP = ZERO THEN
              MOVE 1 TO WS-RESUME-STEP
              END-READ
              CLOSE CYCLE-RESTART-PARM
           END-IF.
           IF WS-FORCE-STEP >= 1 AND WS-FORCE-STEP <= 39 THEN
              MOVE WS-FORCE-STEP TO WS-RESUME-STEP
              DISPLAY 'DAILYCYCLE - RESTART FORCED FROM STEP '
                  WS-RESUME-STEP
           END-IF.
           PERFORM 1425-MARK-STEP-DONE THRU 1425-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > 39.
       1420-EXIT.
           EXIT.

           MOVE 1 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 1 OF 39 : SIGN-ON'
              CALL 'HELLOWORLD' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.
           MOVE 2 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 2 OF 39 : GATE CONSOLIDATION'
              CALL 'GATECONSOLIDATE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.
           MOVE 3 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 3 OF 39 : GATE CLASSIFICATION'
              CALL 'AGE2' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.
           MOVE 4 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 4 OF 39 : GATE REVENUE'
              CALL 'GATEREVENUE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.
           MOVE 5 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 5 OF 39 : REFUNDS'
              CALL 'REFUNDPROCESS' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.
           MOVE 6 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 6 OF 39 : CONCESSION REVENUE'
              CALL 'CONCESSIONREVENUE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 7 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 7 OF 39 : CAR PARK'
              CALL 'CARPARKREVENUE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 8 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 8 OF 39 : STOCK DEPLETION'
              CALL 'STOCKDEPLETION' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 9 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 9 OF 39 : ACQUIRER RECON'
              CALL 'ACQUIRERRECON' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 10 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 10 OF 39 : CHARGEBACKS'
              CALL 'CHARGEBACKINTAKE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 11 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 11 OF 39 : TILL BALANCE'
              CALL 'TILLBALANCE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 12 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 12 OF 39 : STAFF PURCHASES'
              CALL 'STAFFPURCHASE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 13 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 13 OF 39 : GIFT CARDS'
              CALL 'GIFTCARDPOST' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 14 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 14 OF 39 : CARD PRODUCTION'
              CALL 'CARDPRODUCTION' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 15 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 15 OF 39 : GRADEBOOK'
              CALL 'NOTES' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 16 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 16 OF 39 : STUDENT DATA AUDIT'
              CALL 'STUDENTAUDIT' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 17 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 17 OF 39 : MEAL ACCOUNTS'
              CALL 'MEALACCOUNT' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 18 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 18 OF 39 : BUS MANIFESTS'
              CALL 'BUSMANIFEST' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 19 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 19 OF 39 : LIBRARY OVERDUES'
              CALL 'LIBRARYOVERDUE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 20 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 20 OF 39 : SANCTIONS SCREENING'
              CALL 'SANCTIONSSCREEN' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 21 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 21 OF 39 : PAYROLL'
              CALL 'SALAIRE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 22 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 22 OF 39 : SUPPLIER PAYMENTS'
              CALL 'APPAYMENTRUN' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 23 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 23 OF 39 : STANDING ORDERS'
              CALL 'STANDINGORDERS' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 24 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 24 OF 39 : WAREHOUSE RELEASE'
              CALL 'WAREHOUSERELEASE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 25 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 25 OF 39 : LOAN INSTALLMENTS'
              CALL 'LOANINSTALLMENTS' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 26 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 26 OF 39 : TRANSACTION EDIT'
              CALL 'TRANEDIT' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 27 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 27 OF 39 : BALANCE'
              CALL 'SOLDE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 28 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 28 OF 39 : TRIAL BALANCE'
              CALL 'TRIALBALANCE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 29 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 29 OF 39 : VELOCITY SCREEN'
              CALL 'VELOCITYSCREEN' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 30 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 30 OF 39 : OVERDRAFT FEES'
              CALL 'OVERDRAFTFEES' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 31 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 31 OF 39 : GIFT CARD RECON'
              CALL 'GIFTCARDRECON' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 32 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 32 OF 39 : RIDE SAFETY'
              CALL 'MANEGE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 33 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 33 OF 39 : OCCUPANCY'
              CALL 'OCCUPANCY' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 34 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 34 OF 39 : RAIN CHECKS'
              CALL 'RAINCHECK' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 35 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 35 OF 39 : END-OF-DAY SUMMARY'
              CALL 'BILAN' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 36 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 36 OF 39 : INTEGRITY AUDIT'
              CALL 'INTEGRITYAUDIT' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 37 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 37 OF 39 : NOTIFICATIONS'
              CALL 'NOTIFYDISPATCH' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 38 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 38 OF 39 : MASTER GENERATIONS'
              CALL 'MASTERGENERATION' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.

           MOVE 39 TO WS-STEP-NUMBER.
           PERFORM 2800-CHECK-STEP THRU 2800-EXIT.
           IF RUN-THIS-STEP THEN
              DISPLAY 'DAILYCYCLE - STEP 39 OF 39 : EXCEPTION QUEUE'
              CALL 'EXCEPTIONQUEUE' USING CYC-PARM-AREA
              PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT
           END-IF.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * A TRIAL RUN ENDS WITH THE SIMULATED CLOSING
      * MASTERS COMPARED AGAINST THE CURRENT ONES.
      *-------------------------------------------------
       3000-COMPARE-TRIAL.
           DISPLAY 'DAILYCYCLE - TRIAL RUN : COMPARISON OF '
               'SIMULATED AND CURRENT MASTERS'.
           CALL 'TRIALCOMPARE' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * AFTER A CLEAN RUN (NOTHING WORSE THAN CODE 4) THE
      * CONTROL FILE ROLLS FORWARD TO THE NEXT BUSINESS
      * DATE THAT IS NOT ON THE HOLIDAY CALENDAR, MARKED
      * PENDING. THE SCHOOL, BANK AND PAYROLL STEPS RUN ON
      * DAYS THE PARK IS CLOSED, SO A PARK-CLOSED DATE IS
      * ONLY NOTED; THE PARK STEPS READ THE PARK CALENDAR
      * THEMSELVES. A RUN
      * THAT FAILED WITH CODE 8 LEAVES THE DATE ON FILE
      * MARKED COMPLETE, SO A BARE RESUBMIT
      * IS REFUSED AND THE OPERATOR RERUNS THE SAME DATE
      * WITH THE CYCOVRD OVERRIDE - THE NEXT DATE NEVER
      * RUNS ON THE BACK OF A FAILED ONE. A TRIAL RUN
      * WRITES THE CARD IT WOULD HAVE ROLLED TO BUSDATET
      * AND LEAVES BUSDATE ALONE.
      *-------------------------------------------------
       9000-ROLL-BUSINESS-DATE.
           COMPUTE WS-NEXT-DATE-INT =
               VARYING HOL-IDX FROM 1 BY 1
               UNTIL HOL-IDX > WS-HOLIDAY-COUNT
                  OR DATE-IS-HOLIDAY.
           IF DATE-IS-HOLIDAY
              AND WS-ROLL-TRIES < WS-MAX-ROLL-TRIES THEN
              GO TO 9010-TRY-NEXT-DATE
           END-IF.

           MOVE WS-NEXT-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           IF PCL-PARK-CLOSED THEN
              DISPLAY 'DAILYCYCLE - PARK CLOSED ON ' WS-NEXT-DATE
                  ' - PARK STEPS WILL HAVE NO ACTIVITY'
           END-IF.

           IF TRIAL-RUN THEN
              OPEN OUTPUT TRIAL-BUSINESS-DATE
              MOVE WS-NEXT-DATE TO TDC-BUSINESS-DATE
              MOVE 'P' TO TDC-STATUS
              MOVE SPACE TO TDC-RUN-MODE
              WRITE TRIAL-DATE-RECORD
              CLOSE TRIAL-BUSINESS-DATE
              DISPLAY 'DAILYCYCLE - TRIAL RUN - NEXT BUSINESS DATE '
                  'WOULD BE ' WS-NEXT-DATE
              GO TO 9000-EXIT
           END-IF.

           OPEN OUTPUT BUSINESS-DATE-CONTROL.
           MOVE WS-NEXT-DATE TO BDC-BUSINESS-DATE.
           MOVE 'P' TO BDC-STATUS.
           MOVE SPACE TO BDC-RUN-MODE.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-CONTROL.
           DISPLAY 'DAILYCYCLE - NEXT BUSINESS DATE '
