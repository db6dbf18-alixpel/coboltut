      *               NON-EUR ACCOUNTS RETRANSLATED AT THE
      *               MONTH-END RATE WITH THE UNREALIZED
      *               MOVEMENT POSTED THROUGH TRANFILE.
      * 15/10/26  AP  ADDED THE VAT RETURN STEP - THE MONTH'S
      *               VAT JOURNAL SUMMARISED BY CODE AND RATE
      *               INTO THE RETURN AND NET VAT PAYABLE.
      * 15/10/26  AP  ADDED THE DEPRECIATION STEP - THE
      *               FIXED-ASSET REGISTER TAKES THE MONTH'S
      *               DEPRECIATION AND BOOKS RETIREMENTS
      *               THROUGH TRANFILE.
      * 15/10/26  AP  ADDED THE CERT EXPIRY STEP - RIDE
      *               OPERATOR CERTIFICATIONS EXPIRING IN
      *               THE NEXT 60 DAYS LISTED FOR THE RIDE
      *               SUPERVISORS.
      * 15/10/26  AP  ADDED THE COMPLAINT ANALYSIS STEP - THE
      *               MONTH'S GUEST COMPLAINTS BY CATEGORY,
      *               RIDE AND GATE WITH THE GOODWILL COST.
      * 15/10/26  AP  ADDED THE CHARGEBACK SUMMARY STEP - THE
      *               MONTH'S CARD DISPUTES WON AND LOST BY
      *               ACQUIRER REASON CODE.
      * 15/10/26  AP  ADDED THE GIFT CARD BREAKAGE STEP - CARDS
      *               UNUSED FOR THE POLICY PERIOD ARE WARNED,
      *               THEN EXPIRED, AND THE BALANCE IS TAKEN
      *               FROM THE GIFT-CARD LIABILITY TO BREAKAGE
      *               INCOME THROUGH TRANFILE.
      * 15/10/26  AP  ADDED THE ACCESSIBILITY ADMISSIONS STEP -
      *               THE MONTH'S REGISTERED-GUEST VISITS AND
      *               FREE COMPANION ADMISSIONS PER GUEST,
      *               WITH THE GATE PRICE WAIVED.
      * 15/10/26  AP  A DATE THE PARK CALENDAR (PARKCALENDAR)
      *               HAS CLOSED IS EXEMPT FROM THE MONTH-
      *               COMPLETE CHECK LIKE A HOLIDAY - THE
      *               DAILY CYCLE'S ROLL NO LONGER RUNS ONE.
      * 15/10/26  AP  ADDED THE CAFETERIA MEAL STATEMENTS AS
      *               THE LAST STEP - ONE STATEMENT PER FAMILY
      *               FROM THE MONTH'S MEAL HISTORY.
      * 15/10/26  AP  ADDED THE DEPARTMENTAL LABOR BUDGET AS
      *               THE LAST STEP - BUDGET AGAINST THE
      *               DISTRIBUTED PAYROLL COST AND ACTIVE
      *               HEADCOUNT, MONTH AND YEAR TO DATE.
      * 15/10/26  AP  ADDED THE EMPLOYER SOCIAL-CHARGE
      *               DECLARATION AS THE LAST STEP - ONE FILE
      *               PER CONTRIBUTION BODY FROM THE MONTH'S
      *               EMPLOYER CONTRIBUTION JOURNAL.
      * 15/10/26  AP  ADDED THE ACCOUNTING PERIOD CLOSE AS THE
      *               LAST STEP - CLOSES THE REPORTING MONTH
      *               IF A SUPERVISOR HAS AUTHORISED IT AND
      *               PRINTS THE AFTER-CLOSE ADJUSTMENTS.
      * 15/10/26  AP  ADDED THE FINANCIAL STATEMENTS AS THE
      *               LAST STEP - THE INCOME STATEMENT AND
      *               BALANCE SHEET FROM THE LEDGER THROUGH
      *               THE CHART OF ACCOUNTS, RUN ON THE
      *               CLOSED MONTH.
      * 15/10/26  AP  ADDED THE LOAN PORTFOLIO STEP AFTER THE
      *               FINANCIAL STATEMENTS - OUTSTANDING LOAN
      *               PRINCIPAL AND ARREARS BY STATUS BUCKET.
      * 15/10/26  AP  ADDED THE AGENT SETTLEMENT AS THE LAST
      *               STEP - EACH TICKET AGENT'S MONTH OF DRAW
      *               SALES NETTED AGAINST ITS COMMISSION,
      *               THE NET DUE POSTED THROUGH TRANFILE.
      * 15/10/26  AP  ADDED THE RESPONSIBLE-PLAY RETURN AS
      *               THE LAST STEP - SELF-EXCLUDED PERSONS,
      *               REFUSED TICKET PURCHASES AND THE TOP
      *               PURCHASERS FOR THE DRAW REGULATOR.
      * 15/10/26  AP  THE LOAN PORTFOLIO, AGENT SETTLEMENT AND
      *               RESPONSIBLE-PLAY RETURN NOW RUN BEFORE THE
      *               PERIOD CLOSE, SO THE AGENT SETTLEMENT'S
      *               POSTINGS LAND IN THE MONTH BEFORE IT IS
      *               CLOSED. THE FINANCIAL STATEMENTS STAY
      *               AFTER THE CLOSE AS THE LAST STEP. A
      *               PARK-CLOSED DATE IS NO LONGER EXEMPT FROM
      *               THE MONTH-COMPLETE CHECK - THE DAILY
      *               CYCLE RUNS ON IT AGAIN.
      **************************

      **************************

      *-------------------------------------------------
      * EVERY REAL CALENDAR DATE OF THE MONTH THAT IS NOT
      * A HOLIDAY MUST HAVE COMPLETED ITS DAILY CYCLE -
      * INCLUDING DATES THE PARK IS CLOSED.
      * A DAY NUMBER THAT IS NOT A REAL DATE (THE 31ST OF
      * A SHORT MONTH) IS RECOGNIZED BY DATE-OF-INTEGER
      * NOT GIVING IT BACK, AND IS SKIPPED.
      * DAILYCYCLE'S PATTERN EXACTLY.
      *-------------------------------------------------
       2000-RUN-MONTH-END.
           DISPLAY 'MONTHLYCYCLE - STEP 1 OF 26 : INTEREST ACCRUAL'.
           CALL 'INTERESTACCRUAL' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 2 OF 26 : ACCOUNT STATEMENTS'.
           CALL 'ACCOUNTSTATEMENTS' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 3 OF 26 : EARNINGS STATEMENTS'.
           CALL 'EARNINGSSTATEMENT' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 4 OF 26 : ATTENDANCE REGISTER'.
           CALL 'ATTENDANCE' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 5 OF 26 : SAFETY RETURN'.
           CALL 'INCIDENTREPORT' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 6 OF 26 : RIDE AVAILABILITY'.
           CALL 'RIDEUPTIME' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 7 OF 26 : PARTNER SETTLEMENT'.
           CALL 'PARTNERSETTLEMENT' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 8 OF 26 : DISCIPLINE REGISTER'.
           CALL 'DISCIPLINEPOST' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 9 OF 26 : LEAVE CARRYOVER'.
           CALL 'LEAVECARRYOVER' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 10 OF 26 : CHECK RECON'.
           CALL 'CHECKRECONCILE' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 11 OF 26 : FX REVALUATION'.
           CALL 'FXREVALUATION' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 12 OF 26 : VAT RETURN'.
           CALL 'VATRETURN' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 13 OF 26 : DEPRECIATION'.
           CALL 'DEPRECIATION' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 14 OF 26 : CERT EXPIRY'.
           CALL 'CERTEXPIRY' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 15 OF 26 : COMPLAINT ANALYSIS'.
           CALL 'COMPLAINTANALYSIS' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 16 OF 26 : CHARGEBACK SUMMARY'.
           CALL 'CHARGEBACKSUMMARY' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 17 OF 26 : GIFT CARD BREAKAGE'.
           CALL 'GIFTCARDBREAKAGE' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 18 OF 26 : '
               'ACCESSIBILITY ADMISSIONS'.
           CALL 'ACCESSADMISSIONS' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 19 OF 26 : MEAL STATEMENTS'.
           CALL 'MEALSTATEMENT' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 20 OF 26 : LABOR BUDGET'.
           CALL 'LABORBUDGET' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 21 OF 26 : SOCIAL DECLARATION'.
           CALL 'SOCIALDECLARATION' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 22 OF 26 : LOAN PORTFOLIO'.
           CALL 'LOANPORTFOLIO' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 23 OF 26 : AGENT SETTLEMENT'.
           CALL 'AGENTSETTLEMENT' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 24 OF 26 : PLAY RETURN'.
           CALL 'RESPPLAYRETURN' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

      * THE PERIOD CLOSE COMES AFTER EVERY STEP THAT POSTS TO
      * THE MONTH, AND THE STATEMENTS AFTER IT REPORT THE
      * CLOSED MONTH.
           DISPLAY 'MONTHLYCYCLE - STEP 25 OF 26 : PERIOD CLOSE'.
           CALL 'PERIODCLOSE' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.

           DISPLAY 'MONTHLYCYCLE - STEP 26 OF 26 : FIN STATEMENTS'.
           CALL 'FINANCIALSTATEMENTS' USING CYC-PARM-AREA.
           PERFORM 2900-TRACK-RETURN-CODE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

