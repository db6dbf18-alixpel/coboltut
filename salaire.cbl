      *               SEASONAL HIRE WITH NO ACCOUNT ON DAY
      *               ONE IS PAID PROPERLY, NOT FRONTED
      *               FROM PETTY CASH.
      * 15/10/26  AP  STAFF PURCHASES ARE RECOVERED THROUGH
      *               PAYROLL. WHAT IS STILL OWED ON THE STAFF
      *               TAB (STAFFTAB LESS THE RECOVERIES ALREADY
      *               ON STAFFREC) COMES OFF NET PAY AFTER
      *               GARNISHMENTS, NEVER TAKING NET BELOW
      *               ZERO; ANY BALANCE LEFT CARRIES TO THE
      *               NEXT RUN AND SHOWS ON THE PAYSLIP. EACH
      *               RECOVERY IS APPENDED TO STAFFREC AS IT
      *               IS TAKEN AND THE RUN'S TOTAL IS CREDITED
      *               TO EACH DEPARTMENT'S REVENUE ACCOUNT.
      * 15/10/26  AP  EMPLOYEE EXPENSE CLAIMS APPROVED IN
      *               EXPENSEAPPROVE ARE REFUNDED ON THE PAY.
      *               THE REFUND IS ADDED TO NET PAY AFTER THE
      *               GARNISHMENTS AND THE STAFF TAB - IT IS
      *               NOT EARNINGS, SO IT STAYS OUT OF GROSS,
      *               TAX AND YTD GROSS, AND NO DEDUCTION CAN
      *               REACH IT. IT GOES OUT WITH THE DEPOSIT OR
      *               CHECK, SHOWS ON ITS OWN PAYSLIP LINE AND
      *               IS CHARGED TO THE EMPLOYEE'S DEPARTMENT
      *               IN A NEW EXPENSES COLUMN OF THE COST
      *               DISTRIBUTION. EACH REFUND IS LOGGED TO
      *               EXPPAID AS IT IS MADE, SO A RESTART
      *               CANNOT PAY A CLAIM TWICE, AND THE CLAIM
      *               FILE GOES FORWARD WITH THE PAID CLAIMS
      *               MARKED 'D'.
      * 15/10/26  AP  SUNDAY, PUBLIC-HOLIDAY AND NIGHT PREMIUMS.
      *               THE TIME CLOCKS' DAILY PUNCH FEED
      *               (TIMEDTL) DATES THE HOURS BEHIND THE
      *               MONTHLY TIMESHEET: HOURS ON A SUNDAY OR A
      *               HOLIDAYS DATE EARN THE SUNDAY/HOLIDAY
      *               PREMIUM, HOURS WORKED AFTER THE PARK
      *               CALENDAR'S CLOSING TIME EARN THE NIGHT
      *               DIFFERENTIAL - EACH A PERCENTAGE OF
      *               EMP-HOURLY-RATE SET PER DEPARTMENT ON
      *               PREMRATE. PAID ONLY WITH AN APPROVED
      *               TIMESHEET, LIKE OVERTIME. BOTH ARE GROSS
      *               PAY - TAXED, IN YTD AND IN THE COST
      *               DISTRIBUTION - AND EACH HAS ITS OWN LINE
      *               ON THE PAYSLIP AND THE REGISTER.
      * 15/10/26  AP  SALARY ADVANCES AND EMPLOYEE LOANS. AN
      *               ADVANCE OR LOAN APPROVED IN
      *               EMPLOYEEMAINT (ADVLOAN) IS PAID OUT ON
      *               THE NEXT PAY AS A NON-TAXABLE LINE, SO IT
      *               GOES TO THE BANK ON THE DIRECT-DEPOSIT
      *               EXPORT WITH THE NET PAY. FROM ITS START
      *               DATE THE REPAYMENT PER PAY PERIOD COMES
      *               OFF NET PAY AFTER GARNISHMENTS, NEVER
      *               TAKING NET BELOW THE PROTECTED MINIMUM ON
      *               LOANPARM. PAY-OUTS AND REPAYMENTS ARE
      *               LOGGED TO THE LOANACT LEDGER AS MADE
      *               (RESTART-SAFE) AND POSTED TO THE LOAN
      *               RECEIVABLE ACCOUNT AT THE END.
      * 15/10/26  AP  PAY-RUN VARIANCE CHECK. EACH EMPLOYEE'S
      *               GROSS AND NET ARE COMPARED WITH THEIR
      *               LAST REGULAR PAY, NOW KEPT ON THE YTD
      *               MASTER (WIDENED TO 102 BYTES) WITH THE
      *               BANK ACCOUNT LAST PAID. A SWING OUTSIDE
      *               THE PERCENTAGE OR AMOUNT BAND ON
      *               PAYVPARM, THE FIRST DEPOSIT TO A CHANGED
      *               ACCOUNT, OR ANYONE PAID PAST THEIR TERM
      *               DATE GOES ON THE PAYVAR REPORT. ANY
      *               VARIANCE HOLDS THE DIRECT-DEPOSIT EXPORT:
      *               IT IS CLOSED WITHOUT ITS TRAILER AND THE
      *               RUN IS WRITTEN TO PAYHOLD FOR A
      *               SUPERVISOR TO RELEASE IN PAYRELEASE. THE
      *               CHECKPOINT NOW ALSO CARRIES THE EXPORT
      *               COUNT, HASH TOTAL AND VARIANCE COUNT SO
      *               A RESTARTED RUN HOLDS OR TRAILS THE
      *               WHOLE FILE.
      * 15/10/26  AP  THE DEPARTMENT TABLE NOW ALSO CARRIES THE
      *               OVERTIME AND PREMIUM PAY INSIDE EACH
      *               DEPARTMENT'S GROSS, AND THE COST
      *               DISTRIBUTED IS APPENDED TO THE PAYCOST
      *               LEDGER (BASE PAY, OVERTIME, PREMIUM AND
      *               EMPLOYER CHARGES PER DEPARTMENT) FOR THE
      *               MONTH-END LABOR BUDGET COMPARISON.
      * 15/10/26  AP  EMPLOYER SOCIAL CHARGES. EACH RUN PRICES
      *               THE EMPLOYER'S OWN HEALTH, PENSION AND
      *               UNEMPLOYMENT CONTRIBUTIONS ON TOP OF
      *               GROSS FROM THE ERCRATES TABLE (RATE AND
      *               ANNUAL CEILING PER CONTRIBUTION TYPE),
      *               JOURNALS THEM PER EMPLOYEE TO ERCJRNL
      *               FOR THE MONTHLY DECLARATION, KEEPS THE
      *               YEAR TO DATE ON THE YTD MASTER (NOW 113
      *               BYTES), SHOWS THEM ON THE PAYSLIP, POSTS
      *               THEM DEBIT EXPENSE / CREDIT LIABILITY
      *               AND ADDS THEM TO THE DEPARTMENT'S
      *               EMPLOYER CHARGES ON THE PAYCOST LEDGER.
      * 15/10/26  AP  AN EMPLOYEE WITH AN OPEN OR CONFIRMED
      *               SANCTIONS SCREENING HOLD (NAMESCREEN) IS
      *               NOT PAID - SKIPPED LIKE A LEAVER, LISTED
      *               ON THE CONSOLE AND COUNTED, AND THE STEP
      *               ENDS RC 4. CLEARED BY SANCTIONSREVIEW,
      *               THE EMPLOYEE IS PAID BY THE NEXT RUN.
      * 15/10/26  AP  SHARED PAYROLL BETWEEN THE REPORTING
      *               ENTITIES. THE DEPARTMENT TABLE (DEPTACCT)
      *               NOW CARRIES EACH DEPARTMENT'S ENTITY. THE
      *               PARK'S FUNDING ACCOUNT PAYS EVERYONE, SO
      *               THE DISTRIBUTED COST OF A DEPARTMENT IN
      *               ANOTHER ENTITY (THE SCHOOL) IS ALSO
      *               POSTED AS AN INTERCOMPANY PAIR - CREDIT
      *               THE PAYING ENTITY'S INTERCOMPANY ACCOUNT,
      *               DEBIT THE BEARING ENTITY'S - THROUGH THE
      *               SHARED ENTITYLOOKUP MODULE.
      * 15/10/26  AP  EACH PAYSLIP WRITTEN IS ALSO QUEUED ON
      *               THE NOTIFICATION QUEUE (TEMPLATE PAYSLIP)
      *               SO NOTIFYDISPATCH TELLS THE EMPLOYEE ON
      *               THEIR OWN CHANNEL. THE QUEUE IS ALWAYS
      *               APPENDED TO, SO A RESTART ONLY ADDS THE
      *               EMPLOYEES IT GOES ON TO PAY.
      * 15/10/26  AP  GARNISHMENT AND DEPOSIT-SPLIT PASS
      *               COUNTERS WIDENED TO TWO DIGITS - AT ONE
      *               DIGIT THE PRIORITY LOOPS WRAPPED FROM 9
      *               TO 0 AND NEVER ENDED.
      * 15/10/26  AP  AN EMPLOYEE HELD BY SANCTIONS SCREENING
      *               HAS THE PRIOR YTD RECORD CARRIED FORWARD
      *               UNCHANGED, SO PAY AFTER THE HOLD DOES NOT
      *               RESTART THE YEAR FROM ZERO.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT LOAN-PARM ASSIGN TO "LOANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-PARM-STATUS.

           SELECT ADVANCE-LOANS ASSIGN TO "ADVLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVANCE-LOAN-STATUS.

           SELECT LOAN-ACTIVITY ASSIGN TO "LOANACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-ACTIVITY-STATUS.

           SELECT PAY-VARIANCE-PARM ASSIGN TO "PAYVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-VARIANCE-PARM-STATUS.

           SELECT PAY-VARIANCE-REPORT ASSIGN TO "PAYVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-VARIANCE-RPT-STATUS.

           SELECT PAY-HOLD-FILE ASSIGN TO "PAYHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HOLD-STATUS.

           SELECT PAY-COST-LEDGER ASSIGN TO "PAYCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-COST-STATUS.

           SELECT EMPLOYER-RATE-TABLE ASSIGN TO "ERCRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-RATE-STATUS.

           SELECT EMPLOYER-CONTRIB-JOURNAL ASSIGN TO "ERCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-JOURNAL-STATUS.

           SELECT TIME-DETAIL ASSIGN TO "TIMEDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-DETAIL-STATUS.

           SELECT PREMIUM-RATE-FILE ASSIGN TO "PREMRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-RATE-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT TIMESHEET-EXCEPTIONS ASSIGN TO "TSEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-EXC-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIBUTION-STATUS.

           SELECT STAFF-TAB ASSIGN TO "STAFFTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-TAB-STATUS.

           SELECT STAFF-RECOVERIES ASSIGN TO "STAFFREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-REC-STATUS.

           SELECT EXPENSE-CLAIMS ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-CLAIM-STATUS.

           SELECT EXPENSE-CLAIMS-OUT ASSIGN TO "EXPCLMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-CLAIM-OUT-STATUS.

           SELECT EXPENSE-PAID ASSIGN TO "EXPPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-PAID-STATUS.

           SELECT DEPOSIT-SPLITS ASSIGN TO "DEPSPLIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-SPLIT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-MASTER-STATUS.

           COPY "ntfqsel.cpy".

           COPY "cyclgsel.cpy".

      **************************
           05 YTDI-DEDUCTIONS       PIC 9(09)V99.
           05 YTDI-NET              PIC 9(09)V99.
           05 YTDI-GARNISH          PIC 9(09)V99.
           05 YTDI-LAST-RUN.
              10 YTDI-LAST-PAY-DATE PIC 9(08).
              10 YTDI-LAST-GROSS    PIC 9(07)V99.
              10 YTDI-LAST-NET      PIC 9(07)V99.
              10 YTDI-LAST-ROUTING  PIC X(09).
              10 YTDI-LAST-ACCOUNT  PIC X(17).
           05 YTDI-ER-SOCIAL        PIC 9(09)V99.

       FD  YTD-MASTER-OUT.
       01  YTD-MASTER-OUT-RECORD.
           05 YTDO-DEDUCTIONS       PIC 9(09)V99.
           05 YTDO-NET              PIC 9(09)V99.
           05 YTDO-GARNISH          PIC 9(09)V99.
           05 YTDO-LAST-RUN.
              10 YTDO-LAST-PAY-DATE PIC 9(08).
              10 YTDO-LAST-GROSS    PIC 9(07)V99.
              10 YTDO-LAST-NET      PIC 9(07)V99.
              10 YTDO-LAST-ROUTING  PIC X(09).
              10 YTDO-LAST-ACCOUNT  PIC X(17).
           05 YTDO-ER-SOCIAL        PIC 9(09)V99.

       FD  GARNISHMENT-ORDERS.
       01  GARNISHMENT-ORDER-RECORD.
           05 CKPT-FUND-ENTRY OCCURS 5 TIMES.
              10 CKPT-FUND-CURRENCY PIC X(03).
              10 CKPT-FUND-NET      PIC 9(09)V99.
           05 CKPT-EXPORT-COUNT     PIC 9(05).
           05 CKPT-EXPORT-HASH-TOTAL PIC 9(11)V99.
           05 CKPT-VARIANCE-COUNT   PIC 9(05).

       FD  PAYSLIPS.
       01  PAYSLIP-RECORD           PIC X(60).
           05 TMS-VAC-TAKEN         PIC 9(02)V9.
           05 TMS-SICK-TAKEN        PIC 9(02)V9.

       FD  LOAN-PARM.
       01  LOAN-PARM-RECORD.
           05 LP-LOAN-ACCT-ID       PIC X(06).
           05 LP-PROTECTED-NET      PIC 9(06)V99.

       FD  ADVANCE-LOANS.
           COPY "advlnfd.cpy".

       FD  LOAN-ACTIVITY.
           COPY "lnactfd.cpy".

       FD  PAY-VARIANCE-PARM.
       01  PAY-VARIANCE-PARM-RECORD.
           05 VP-PERCENT-BAND       PIC 9(03)V99.
           05 VP-AMOUNT-BAND        PIC 9(07)V99.

       FD  PAY-VARIANCE-REPORT.
       01  PAY-VARIANCE-RECORD      PIC X(60).

       FD  PAY-HOLD-FILE.
           COPY "payhfd.cpy".

       FD  PAY-COST-LEDGER.
           COPY "pcstfd.cpy".

       FD  EMPLOYER-RATE-TABLE.
           COPY "ercrfd.cpy".

       FD  EMPLOYER-CONTRIB-JOURNAL.
           COPY "ercjfd.cpy".

       FD  TIME-DETAIL.
       01  TIME-DETAIL-RECORD.
           05 TD-EMP-ID             PIC X(06).
           05 TD-WORK-DATE          PIC 9(08).
           05 TD-START-TIME         PIC 9(04).
           05 TD-END-TIME           PIC 9(04).
           05 TD-HOURS              PIC 9(02)V9.

       FD  PREMIUM-RATE-FILE.
       01  PREMIUM-RATE-RECORD.
           05 PRR-DEPARTMENT        PIC X(04).
           05 PRR-SUNDAY-PCT        PIC 9(03)V99.
           05 PRR-NIGHT-PCT         PIC 9(03)V99.

       FD  HOLIDAY-CALENDAR.
       01  HOLIDAY-RECORD.
           05 HOL-DATE              PIC 9(08).

       FD  LEAVE-MASTER-IN.
       01  LEAVE-MASTER-IN-RECORD.
           05 LMI-EMP-ID            PIC X(06).
       01  DEPT-ACCOUNT-PARM-RECORD.
           05 DAP-DEPARTMENT        PIC X(04).
           05 DAP-ACCT-ID           PIC X(06).
           05 DAP-ENTITY            PIC X(02).

       FD  DISTRIBUTION-REPORT.
       01  DISTRIBUTION-RECORD      PIC X(70).

       FD  STAFF-TAB.
           COPY "stabfd.cpy".

       FD  STAFF-RECOVERIES.
       01  STAFF-RECOVERY-RECORD.
           05 SR-EMP-ID             PIC X(06).
           05 SR-PAY-DATE           PIC 9(08).
           05 SR-DEPT-CODE          PIC X(04).
           05 SR-REVENUE-ACCT       PIC X(06).
           05 SR-AMOUNT             PIC 9(07)V99.

       FD  EXPENSE-CLAIMS.
           COPY "expcfd.cpy".

       FD  EXPENSE-CLAIMS-OUT.
       01  EXPENSE-CLAIM-OUT-RECORD PIC X(78).

       FD  EXPENSE-PAID.
       01  EXPENSE-PAID-RECORD.
           05 EP-EMP-ID             PIC X(06).
           05 EP-RECEIPT-REF        PIC X(12).
           05 EP-PAY-DATE           PIC 9(08).
           05 EP-DEPT-CODE          PIC X(04).
           05 EP-AMOUNT             PIC 9(05)V99.
           05 EP-BASE-AMOUNT        PIC 9(07)V99.

       FD  DEPOSIT-SPLITS.
       01  DEPOSIT-SPLIT-RECORD.
           05 SP-EMP-ID             PIC X(06).
           05 TB-RATE               PIC V999.
           05 TB-EFF-DATE           PIC 9(08).

           COPY "ntfqfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
              88 END-OF-YTD         VALUE 'Y'.
           05 WS-RESTART-SW         PIC X(01) VALUE 'N'.
              88 RESTART-RUN        VALUE 'Y'.
           05 WS-YTD-FOUND-SW       PIC X(01) VALUE 'N'.
              88 YTD-RECORD-FOUND   VALUE 'Y'.

       01  WS-ZERO-SALARY-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-TERMINATED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-SCREEN-HELD-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-RUN-MONTH             PIC 9(06).
       01  WS-DATE-MONTH            PIC 9(06).
       01  WS-DATE-DAY              PIC 9(02).
       01  WS-BASE-PAY              PIC 9(06)V99.
       01  WS-CURRENCY-EXCEPTION-COUNT PIC 9(05) COMP VALUE ZERO.

       01  WS-YTD-PRIOR-RECORD      PIC X(113).
       01  WS-YTD-PRIOR-GROSS       PIC 9(09)V99.
       01  WS-YTD-PRIOR-DEDUCTIONS  PIC 9(09)V99.
       01  WS-YTD-PRIOR-NET         PIC 9(09)V99.
       01  WS-YTD-PRIOR-GARNISH     PIC 9(09)V99.
       01  WS-YTD-PRIOR-ER-SOCIAL   PIC 9(09)V99.
       01  WS-YTD-NEW-GROSS         PIC 9(09)V99.
       01  WS-YTD-NEW-DEDUCTIONS    PIC 9(09)V99.
       01  WS-YTD-NEW-NET           PIC 9(09)V99.
       01  WS-YTD-NEW-GARNISH       PIC 9(09)V99.
       01  WS-YTD-NEW-ER-SOCIAL     PIC 9(09)V99.
       01  WS-YTD-GROSS-ED          PIC ZZZZZZZZ9.99.
      *    THE LAST REGULAR PAY FROM THE YTD MASTER - ZERO
      *    DATE MEANS NO HISTORY TO COMPARE AGAINST.
       01  WS-YTD-LAST-PAY-DATE     PIC 9(08).
       01  WS-YTD-LAST-GROSS        PIC 9(07)V99.
       01  WS-YTD-LAST-NET          PIC 9(07)V99.
       01  WS-YTD-LAST-ROUTING      PIC X(09).
       01  WS-YTD-LAST-ACCOUNT      PIC X(17).

      *    PAYVPARM IS OPTIONAL - A SWING IN GROSS OR NET
      *    BEYOND EITHER BAND IS A VARIANCE. A ZERO BAND IS
      *    NOT TESTED.
       01  WS-PAY-VARIANCE-PARM-STATUS PIC X(02).
       01  WS-PAY-VARIANCE-RPT-STATUS  PIC X(02).
       01  WS-PAY-HOLD-STATUS       PIC X(02).
       01  WS-PAY-COST-STATUS       PIC X(02).
       01  WS-VAR-PERCENT-BAND      PIC 9(03)V99 VALUE 50.00.
       01  WS-VAR-AMOUNT-BAND       PIC 9(07)V99 VALUE 2000.00.
       01  WS-VARIANCE-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-VAR-PRIOR             PIC 9(07)V99.
       01  WS-VAR-CURRENT           PIC 9(07)V99.
       01  WS-VAR-DIFF              PIC 9(07)V99.
       01  WS-VAR-LIMIT             PIC 9(09)V99.
       01  WS-VAR-REASON            PIC X(20).
       01  WS-VAR-PRIOR-ED          PIC ZZZZZZ9.99.
       01  WS-VAR-CURRENT-ED        PIC ZZZZZZ9.99.
       01  WS-VAR-COUNT-ED          PIC ZZZZ9.
       01  WS-VAR-OUT-SW            PIC X(01).
           88 VARIANCE-OUT-OF-BAND  VALUE 'Y'.
      *    THE FIRST ACCOUNT THIS EMPLOYEE'S PAY WAS
      *    DEPOSITED TO THIS RUN - SPACES WHEN PAID BY CHECK.
       01  WS-PAID-ROUTING          PIC X(09).
       01  WS-PAID-ACCOUNT          PIC X(17).

       01  WS-GARNISH-IN-STATUS     PIC X(02).
       01  WS-GARNISH-OUT-STATUS    PIC X(02).
              10 WS-GO-PERCENT      PIC 9(02).
              10 WS-GO-FLOOR        PIC 9(05)V99.
              10 WS-GO-WITHHELD-TD  PIC 9(09)V99.
       01  WS-GARNISH-PASS          PIC 9(02).
       01  WS-GO-SUB                PIC 9(03) COMP.
       01  WS-GARNISH-REQUESTED     PIC 9(07)V99.
       01  WS-GARNISH-ALLOWED       PIC S9(07)V99.
              10 WS-AUTH-NAME       PIC X(20).
              10 WS-AUTH-TOTAL      PIC 9(09)V99.

       01  WS-STAFF-TAB-STATUS      PIC X(02).
       01  WS-STAFF-REC-STATUS      PIC X(02).
       01  WS-STAFF-TAB-EOF-SW      PIC X(01) VALUE 'N'.
           88 END-OF-STAFF-TAB      VALUE 'Y'.
       01  WS-STAFF-REC-EOF-SW      PIC X(01) VALUE 'N'.
           88 END-OF-STAFF-REC      VALUE 'Y'.
       01  WS-STB-FOUND-SW          PIC X(01).
           88 STB-FOUND             VALUE 'Y'.
       01  WS-STB-KEY-EMP-ID        PIC X(06).
       01  WS-STB-KEY-DEPT          PIC X(04).
       01  WS-STB-KEY-ACCT          PIC X(06).
       01  WS-MAX-STAFF-TABS        PIC 9(04) COMP VALUE 1000.
       01  WS-STAFF-TAB-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  WS-STAFF-TAB-TABLE.
           05 WS-STB-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-STAFF-TAB-COUNT
                 INDEXED BY STB-IDX.
              10 WS-STB-EMP-ID      PIC X(06).
              10 WS-STB-DEPT        PIC X(04).
              10 WS-STB-ACCT        PIC X(06).
              10 WS-STB-OWED        PIC S9(09)V99.
       01  WS-STB-SUB               PIC 9(04) COMP.
       01  WS-STF-FOUND-SW          PIC X(01).
           88 STF-FOUND             VALUE 'Y'.
       01  WS-MAX-STAFF-ACCTS       PIC 9(02) COMP VALUE 20.
       01  WS-STAFF-ACCT-COUNT      PIC 9(02) COMP VALUE ZERO.
       01  WS-STAFF-CREDIT-TABLE.
           05 WS-STF-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-STAFF-ACCT-COUNT
                 INDEXED BY STF-IDX.
              10 WS-STF-ACCT        PIC X(06).
              10 WS-STF-TOTAL       PIC 9(09)V99.
       01  WS-STAFF-CREDIT-AMOUNT   PIC 9(07)V99.
       01  WS-STAFF-NET-BASE        PIC 9(09)V99.
       01  WS-STAFF-TAKE-BASE       PIC 9(09)V99.
       01  WS-STAFF-TAKE-PAY        PIC 9(07)V99.
       01  WS-STAFF-TAB-THIS-EMP    PIC 9(07)V99.
       01  WS-STAFF-CARRY-THIS-EMP  PIC 9(09)V99.
      *    THE TAB AND WHAT IS CARRIED ARE HELD IN THE BASE
      *    CURRENCY; THE PAYSLIP SHOWS BOTH IN PAY CURRENCY.
       01  WS-STAFF-ED              PIC ZZZZZZ9.99.

       01  WS-EXP-CLAIM-STATUS      PIC X(02).
       01  WS-EXP-CLAIM-OUT-STATUS  PIC X(02).
       01  WS-EXP-PAID-STATUS       PIC X(02).
       01  WS-EXP-CLAIM-EOF-SW      PIC X(01) VALUE 'N'.
           88 END-OF-EXP-CLAIMS     VALUE 'Y'.
       01  WS-EXP-PAID-EOF-SW       PIC X(01) VALUE 'N'.
           88 END-OF-EXP-PAID       VALUE 'Y'.
       01  WS-EXP-CLAIMS-SW         PIC X(01) VALUE 'N'.
           88 EXP-CLAIMS-ON-FILE    VALUE 'Y'.
       01  WS-MAX-EXP-CLAIMS        PIC 9(04) COMP VALUE 5000.
       01  WS-EXP-CLAIM-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  WS-EXP-CLAIM-TABLE.
           05 WS-EXC-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-EXP-CLAIM-COUNT
                 INDEXED BY EXC-IDX.
              10 WS-EXC-RECORD      PIC X(78).
              10 WS-EXC-FIELDS REDEFINES WS-EXC-RECORD.
                 15 WS-EXC-EMP-ID   PIC X(06).
                 15 WS-EXC-RECEIPT-REF PIC X(12).
                 15 WS-EXC-RECEIPT-DATE PIC 9(08).
                 15 WS-EXC-CATEGORY PIC X(04).
                 15 WS-EXC-AMOUNT   PIC 9(05)V99.
                 15 WS-EXC-DESC     PIC X(20).
                 15 WS-EXC-STATUS   PIC X(01).
                 15 WS-EXC-KEYED-OPER PIC X(06).
                 15 WS-EXC-APPR-OPER PIC X(06).
                 15 WS-EXC-PAID-DATE PIC 9(08).
       01  WS-EXP-BASE-AMOUNT       PIC 9(07)V99.
      *    THE REFUND IS IN PAY CURRENCY, AS THE CLAIM WAS
      *    KEYED; THE DEPARTMENT IS CHARGED IN BASE.
       01  WS-REIMBURSE-THIS-EMP    PIC 9(07)V99.
       01  WS-REIMBURSE-ED          PIC ZZZZZZ9.99.

       01  WS-LOAN-PARM-STATUS      PIC X(02).
       01  WS-ADVANCE-LOAN-STATUS   PIC X(02).
       01  WS-LOAN-ACTIVITY-STATUS  PIC X(02).
       01  WS-LOAN-EOF-SW           PIC X(01) VALUE 'N'.
           88 END-OF-LOANS          VALUE 'Y'.
       01  WS-LOAN-ACT-EOF-SW       PIC X(01) VALUE 'N'.
           88 END-OF-LOAN-ACTIVITY  VALUE 'Y'.
       01  WS-LOAN-FOUND-SW         PIC X(01).
           88 LOAN-FOUND            VALUE 'Y'.
      *    LOANPARM IS OPTIONAL - THE LOAN RECEIVABLE ACCOUNT
      *    AND THE NET PAY A REPAYMENT MAY NOT CUT INTO (PAY
      *    CURRENCY).
       01  WS-LOAN-ACCT-ID          PIC X(06) VALUE 'ACC953'.
       01  WS-PROTECTED-NET         PIC 9(06)V99 VALUE 500.00.
       01  WS-MAX-LOANS             PIC 9(04) COMP VALUE 2000.
       01  WS-LOAN-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-LOAN-TABLE.
           05 WS-LON-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-LOAN-COUNT
                 INDEXED BY LON-IDX.
              10 WS-LON-EMP-ID      PIC X(06).
              10 WS-LON-LOAN-NO     PIC 9(02).
              10 WS-LON-PRINCIPAL   PIC 9(06)V99.
              10 WS-LON-REPAYMENT   PIC 9(06)V99.
              10 WS-LON-START-DATE  PIC 9(08).
              10 WS-LON-BALANCE     PIC S9(07)V99.
              10 WS-LON-DISBURSED-SW PIC X(01).
                 88 LON-DISBURSED   VALUE 'Y'.
       01  WS-LOAN-ACTION           PIC X(01).
       01  WS-LOAN-ROOM             PIC S9(07)V99.
       01  WS-LOAN-TAKE             PIC 9(07)V99.
       01  WS-LOAN-BASE-AMOUNT      PIC 9(07)V99.
       01  WS-LOAN-REPAID-BASE      PIC 9(09)V99 VALUE ZERO.
       01  WS-LOAN-PAID-OUT-BASE    PIC 9(09)V99 VALUE ZERO.
      *    PER EMPLOYEE, IN PAY CURRENCY FOR THE PAYSLIP.
       01  WS-LOAN-REPAY-THIS-EMP   PIC 9(07)V99.
       01  WS-LOAN-PAID-THIS-EMP    PIC 9(07)V99.
       01  WS-LOAN-BAL-THIS-EMP     PIC 9(07)V99.
       01  WS-LOAN-ED               PIC ZZZZZZ9.99.

       01  WS-BEN-PLANS-STATUS      PIC X(02).
       01  WS-BEN-ENROLL-STATUS     PIC X(02).
       01  WS-CARRIER-REMIT-STATUS  PIC X(02).
       01  WS-BENEFIT-ED            PIC ZZZZZZ9.99.
       01  WS-ER-MATCH-ED           PIC ZZZZZZ9.99.

      *-------------------------------------------------
      * EMPLOYER CONTRIBUTION RATES IN EFFECT ON THE RUN
      * DATE, ONE ENTRY PER CONTRIBUTION TYPE. THE RUN'S
      * BASE-CURRENCY TOTAL PER TYPE IS POSTED AT THE END.
      *-------------------------------------------------
       01  WS-ER-RATE-STATUS        PIC X(02).
       01  WS-ER-JOURNAL-STATUS     PIC X(02).
       01  WS-ER-RATE-EOF-SW        PIC X(01) VALUE 'N'.
           88 END-OF-ER-RATES       VALUE 'Y'.
       01  WS-ER-TYPE-FOUND-SW      PIC X(01).
           88 ER-TYPE-FOUND         VALUE 'Y'.
       01  WS-MAX-ER-RATES          PIC 9(02) COMP VALUE 20.
       01  WS-ER-RATE-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-ER-RATE-TABLE.
           05 WS-ERT-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-ER-RATE-COUNT
                 INDEXED BY ERT-IDX.
              10 WS-ERT-TYPE        PIC X(04).
              10 WS-ERT-BODY        PIC X(04).
              10 WS-ERT-RATE        PIC 9(02)V999.
              10 WS-ERT-CEILING     PIC 9(07)V99.
              10 WS-ERT-EXPENSE-ACCT PIC X(06).
              10 WS-ERT-LIABILITY-ACCT PIC X(06).
              10 WS-ERT-BASE-TOTAL  PIC 9(09)V99.
       01  WS-ER-ASSESSABLE         PIC 9(07)V99.
       01  WS-ER-ROOM               PIC S9(09)V99.
       01  WS-ER-AMOUNT             PIC 9(07)V99.
      *    PER EMPLOYEE - PAY CURRENCY FOR THE PAYSLIP AND THE
      *    YTD MASTER, BASE CURRENCY FOR THE DEPARTMENT.
       01  WS-ER-SOCIAL-THIS-EMP    PIC 9(07)V99.
       01  WS-ER-SOCIAL-BASE-EMP    PIC 9(07)V99.
       01  WS-ER-SOCIAL-ED          PIC ZZZZZZ9.99.

       01  WS-LEAVE-IN-STATUS       PIC X(02).
       01  WS-LEAVE-OUT-STATUS      PIC X(02).
       01  WS-LEAVE-RATE-STATUS     PIC X(02).
                 INDEXED BY DPT-IDX.
              10 WS-DEPT-CODE       PIC X(04).
              10 WS-DEPT-ACCT-ID    PIC X(06).
              10 WS-DEPT-ENTITY     PIC X(02).
              10 WS-DEPT-GROSS      PIC 9(09)V99.
              10 WS-DEPT-ER-CHARGES PIC 9(09)V99.
              10 WS-DEPT-NET        PIC 9(09)V99.
              10 WS-DEPT-EXPENSES   PIC 9(09)V99.
              10 WS-DEPT-OVERTIME   PIC 9(09)V99.
              10 WS-DEPT-PREMIUM    PIC 9(09)V99.
              10 WS-DEPT-SOCIAL     PIC 9(09)V99.
       01  WS-DEPT-WORK-AMOUNT      PIC 9(09)V99.
       01  WS-PAYER-ENTITY          PIC X(02).
       01  WS-PAYER-IC-ACCT-ID      PIC X(06).
       01  WS-IC-PAIR-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-WORK-DEPT             PIC X(04).
       01  WS-DIST-TIE-GROSS        PIC 9(11)V99.
       01  WS-DEPT-AMOUNT-ED        PIC ZZZZZZZZ9.99.
       01  WS-DEPT-AMOUNT-ED2       PIC ZZZZZZZZ9.99.
       01  WS-DEPT-AMOUNT-ED3       PIC ZZZZZZZZ9.99.
       01  WS-DEPT-AMOUNT-ED4       PIC ZZZZZZZZ9.99.

       01  WS-DEPOSIT-SPLIT-STATUS  PIC X(02).
       01  WS-SPLIT-EOF-SW          PIC X(01) VALUE 'N'.
              10 WS-SP-ROUTING      PIC X(09).
              10 WS-SP-ACCOUNT      PIC X(17).
              10 WS-SP-FIXED        PIC 9(06)V99.
       01  WS-SPLIT-PASS            PIC 9(02).
       01  WS-SP-SUB                PIC 9(03) COMP.
       01  WS-SPLIT-REMAINING       PIC S9(07)V99.
       01  WS-LEG-AMOUNT            PIC 9(07)V99.
       01  WS-TAX-RATE               PIC V999 VALUE .200.
       01  WS-TAX-TABLE-STATUS       PIC X(02).
       01  WS-PAYSLIPS-STATUS        PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS    PIC X(02).
       01  WS-TIMESHEET-STATUS       PIC X(02).
       01  WS-TIMESHEET-EXC-STATUS   PIC X(02).
       01  WS-TIMESHEET-EOF-SW       PIC X(01) VALUE 'N'.
              10 WS-TMS-APPROVED    PIC X(01).
              10 WS-TMS-VAC-TAKEN   PIC 9(02)V9.
              10 WS-TMS-SICK-TAKEN  PIC 9(02)V9.
       01  WS-TS-PAYABLE-SW         PIC X(01).
           88 TIMESHEET-PAYABLE     VALUE 'Y'.
       01  WS-TS-CARRY-STATUS       PIC X(02).

       01  WS-TIME-DETAIL-STATUS    PIC X(02).
       01  WS-PREMIUM-RATE-STATUS   PIC X(02).
       01  WS-HOLIDAY-STATUS        PIC X(02).
       01  WS-TIME-DETAIL-EOF-SW    PIC X(01) VALUE 'N'.
           88 END-OF-TIME-DETAIL    VALUE 'Y'.
       01  WS-PREMIUM-RATE-EOF-SW   PIC X(01) VALUE 'N'.
           88 END-OF-PREMIUM-RATES  VALUE 'Y'.
       01  WS-HOLIDAY-EOF-SW        PIC X(01) VALUE 'N'.
           88 END-OF-HOLIDAYS       VALUE 'Y'.
       01  WS-HOLIDAY-FOUND-SW      PIC X(01).
           88 HOLIDAY-FOUND         VALUE 'Y'.
       01  WS-PRM-FOUND-SW          PIC X(01).
           88 PRM-FOUND             VALUE 'Y'.
       01  WS-PRR-FOUND-SW          PIC X(01).
           88 PRR-FOUND             VALUE 'Y'.
       01  WS-MAX-HOLIDAYS          PIC 9(03) COMP VALUE 200.
       01  WS-HOLIDAY-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-HOLIDAY-COUNT
                 INDEXED BY HOL-IDX.
              10 WS-HOLIDAY-DATE    PIC 9(08).
      *    THE RATE ROW FOR DEPARTMENT 'ALL ' COVERS ANY
      *    DEPARTMENT WITHOUT A ROW OF ITS OWN.
       01  WS-MAX-PREMIUM-RATES     PIC 9(02) COMP VALUE 20.
       01  WS-PREMIUM-RATE-COUNT    PIC 9(02) COMP VALUE ZERO.
       01  WS-PREMIUM-RATE-TABLE.
           05 WS-PRR-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-PREMIUM-RATE-COUNT
                 INDEXED BY PRR-IDX.
              10 WS-PRR-DEPARTMENT  PIC X(04).
              10 WS-PRR-SUNDAY-PCT  PIC 9(03)V99.
              10 WS-PRR-NIGHT-PCT   PIC 9(03)V99.
      *    THE RUN MONTH'S PREMIUM HOURS, SUMMED PER EMPLOYEE
      *    FROM THE PUNCH FEED AS IT IS LOADED.
       01  WS-MAX-PREMIUM-EMPS      PIC 9(04) COMP VALUE 1000.
       01  WS-PREMIUM-EMP-COUNT     PIC 9(04) COMP VALUE ZERO.
       01  WS-PREMIUM-EMP-TABLE.
           05 WS-PRM-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-PREMIUM-EMP-COUNT
                 INDEXED BY PRM-IDX.
              10 WS-PRM-EMP-ID      PIC X(06).
              10 WS-PRM-SUNDAY-HOURS PIC 9(03)V9.
              10 WS-PRM-NIGHT-HOURS PIC 9(03)V9.
       01  WS-TD-MONTH              PIC 9(06).
       01  WS-TD-DAY-NUMBER         PIC 9(07).
       01  WS-TD-WEEK-COUNT         PIC 9(07).
       01  WS-TD-WEEKDAY            PIC 9(01).
       01  WS-TD-START-MINUTE       PIC 9(04).
       01  WS-TD-END-MINUTE         PIC 9(04).
       01  WS-TD-CLOSE-MINUTE       PIC 9(04).
       01  WS-TD-HOURS-PART         PIC 9(02).
       01  WS-TD-MINUTES-PART       PIC 9(02).
       01  WS-TD-NIGHT-HOURS        PIC 9(02)V9.
       01  WS-SUNDAY-HOURS          PIC 9(03)V9.
       01  WS-NIGHT-HOURS           PIC 9(03)V9.
       01  WS-SUNDAY-PCT            PIC 9(03)V99.
       01  WS-NIGHT-PCT             PIC 9(03)V99.
       01  WS-SUNDAY-PREMIUM        PIC 9(05)V99.
       01  WS-NIGHT-PREMIUM         PIC 9(05)V99.
       01  WS-PREMIUM-PCT-ED        PIC ZZ9.99.
       01  WS-CARRIED-COUNT         PIC 9(04) COMP VALUE ZERO.

       COPY "pcalparm.cpy".

       COPY "scrnparm.cpy".

       COPY "entparm.cpy".

       01  WS-CHECK-PRINT-STATUS    PIC X(02).
       01  WS-CHECK-SEQ-STATUS      PIC X(02).
       01  WS-CHECK-MASTER-STATUS   PIC X(02).
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           PERFORM 8200-WRITE-REGISTER-TOTAL THRU 8200-EXIT.
           PERFORM 8260-POST-FUNDING-DEBITS THRU 8260-EXIT.
           PERFORM 8275-POST-STAFF-CREDITS THRU 8275-EXIT.
           PERFORM 8277-POST-LOAN-ACTIVITY THRU 8277-EXIT.
           PERFORM 8272-POST-EMPLOYER-CHARGES THRU 8272-EXIT.
           PERFORM 8278-WRITE-PAY-COST THRU 8278-EXIT.
           PERFORM 8280-POST-DISTRIBUTION THRU 8280-EXIT.
           PERFORM 8290-PRINT-DISTRIBUTION THRU 8290-EXIT.

           IF WS-ZERO-SALARY-COUNT > ZERO
              OR WS-CURRENCY-EXCEPTION-COUNT > ZERO
              OR WS-TIMESHEET-EXC-COUNT > ZERO
              OR WS-LEAVE-EXC-COUNT > ZERO
              OR WS-VARIANCE-COUNT > ZERO
              OR WS-SCREEN-HELD-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           PERFORM 1040-LOAD-PAY-ACCOUNTS THRU 1040-EXIT.
           PERFORM 1035-LOAD-FX-RATES THRU 1035-EXIT.
           PERFORM 1050-LOAD-TAX-TABLE THRU 1050-EXIT.
           PERFORM 1065-LOAD-ER-RATES THRU 1065-EXIT.
           PERFORM 1090-LOAD-TIMESHEETS THRU 1090-EXIT.
           PERFORM 1700-LOAD-PREMIUM-HOURS THRU 1700-EXIT.
           PERFORM 1085-LOAD-PRENOTES THRU 1085-EXIT.
           PERFORM 1098-LOAD-GARNISHMENTS THRU 1098-EXIT.
           PERFORM 1097-LOAD-DEPOSIT-SPLITS THRU 1097-EXIT.
           PERFORM 1200-LOAD-BENEFITS THRU 1200-EXIT.
           PERFORM 1300-LOAD-LEAVE THRU 1300-EXIT.
           PERFORM 1400-LOAD-DEPT-ACCOUNTS THRU 1400-EXIT.
           PERFORM 1500-LOAD-STAFF-TAB THRU 1500-EXIT.
           PERFORM 1600-LOAD-EXPENSE-CLAIMS THRU 1600-EXIT.
           PERFORM 1800-LOAD-ADVANCE-LOANS THRU 1800-EXIT.
           PERFORM 1850-LOAD-VARIANCE-PARM THRU 1850-EXIT.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT YTD-MASTER-IN.

       1060-EXIT.
           EXIT.

      *-------------------------------------------------
      * ERCRATES IS OPTIONAL - WITH NO FILE NO EMPLOYER
      * CHARGES ARE PRICED. A ROW NOT YET IN EFFECT IS
      * SKIPPED AS FOR THE TAX TABLE; A LATER ROW FOR A
      * TYPE ALREADY LOADED REPLACES IT, SO THE FILE IS
      * KEPT IN EFFECTIVE-DATE ORDER WITHIN EACH TYPE.
      *-------------------------------------------------
       1065-LOAD-ER-RATES.
           OPEN INPUT EMPLOYER-RATE-TABLE.
           IF WS-ER-RATE-STATUS NOT = '00' THEN
              GO TO 1065-EXIT
           END-IF.
           PERFORM 1066-LOAD-ONE-ER-RATE THRU 1066-EXIT
               UNTIL END-OF-ER-RATES.
           CLOSE EMPLOYER-RATE-TABLE.
       1065-EXIT.
           EXIT.

       1066-LOAD-ONE-ER-RATE.
           READ EMPLOYER-RATE-TABLE
              AT END SET END-OF-ER-RATES TO TRUE
           END-READ.
           IF END-OF-ER-RATES
              OR ERC-EFF-DATE > CYC-RUN-DATE THEN
              GO TO 1066-EXIT
           END-IF.
           IF NOT ERC-VALID-BODY
              OR ERC-RATE NOT NUMERIC
              OR ERC-CEILING NOT NUMERIC THEN
              DISPLAY 'SALAIRE - ERCRATES ' ERC-CONTRIB-TYPE
                  ' BODY ' ERC-BODY ' INVALID - SKIPPED'
              GO TO 1066-EXIT
           END-IF.
           MOVE 'N' TO WS-ER-TYPE-FOUND-SW.
           SET ERT-IDX TO 1.
           PERFORM 1067-MATCH-ER-TYPE THRU 1067-EXIT
               UNTIL ERT-IDX > WS-ER-RATE-COUNT OR ER-TYPE-FOUND.
           IF NOT ER-TYPE-FOUND THEN
              IF WS-ER-RATE-COUNT >= WS-MAX-ER-RATES THEN
                 DISPLAY 'SALAIRE - ERCRATES FULL AT '
                     WS-MAX-ER-RATES ' - ' ERC-CONTRIB-TYPE
                     ' SKIPPED'
                 GO TO 1066-EXIT
              END-IF
              ADD 1 TO WS-ER-RATE-COUNT
              SET ERT-IDX TO WS-ER-RATE-COUNT
              MOVE ZERO TO WS-ERT-BASE-TOTAL(ERT-IDX)
           END-IF.
           MOVE ERC-CONTRIB-TYPE   TO WS-ERT-TYPE(ERT-IDX).
           MOVE ERC-BODY           TO WS-ERT-BODY(ERT-IDX).
           MOVE ERC-RATE           TO WS-ERT-RATE(ERT-IDX).
           MOVE ERC-CEILING        TO WS-ERT-CEILING(ERT-IDX).
           MOVE ERC-EXPENSE-ACCT   TO WS-ERT-EXPENSE-ACCT(ERT-IDX).
           MOVE ERC-LIABILITY-ACCT
               TO WS-ERT-LIABILITY-ACCT(ERT-IDX).
       1066-EXIT.
           EXIT.

       1067-MATCH-ER-TYPE.
           IF WS-ERT-TYPE(ERT-IDX) = ERC-CONTRIB-TYPE THEN
              SET ER-TYPE-FOUND TO TRUE
           ELSE
              SET ERT-IDX UP BY 1
           END-IF.
       1067-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE DAILY EXCHANGE-RATE TABLE IS OPTIONAL - A
      * CURRENCY WITHOUT A ROW REPORTS AT 1.000000.
              ADD 1 TO WS-DEPT-COUNT
              MOVE DAP-DEPARTMENT TO WS-DEPT-CODE(WS-DEPT-COUNT)
              MOVE DAP-ACCT-ID TO WS-DEPT-ACCT-ID(WS-DEPT-COUNT)
              MOVE DAP-ENTITY  TO WS-DEPT-ENTITY(WS-DEPT-COUNT)
              MOVE ZERO TO WS-DEPT-GROSS(WS-DEPT-COUNT)
                           WS-DEPT-ER-CHARGES(WS-DEPT-COUNT)
                           WS-DEPT-NET(WS-DEPT-COUNT)
                           WS-DEPT-EXPENSES(WS-DEPT-COUNT)
                           WS-DEPT-OVERTIME(WS-DEPT-COUNT)
                           WS-DEPT-PREMIUM(WS-DEPT-COUNT)
                           WS-DEPT-SOCIAL(WS-DEPT-COUNT)
           END-IF.
       1410-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE STAFF TAB IS OPTIONAL. WHAT EACH EMPLOYEE
      * STILL OWES IS HELD PER DEPARTMENT AND REVENUE
      * ACCOUNT: EVERY LINE EVER CHARGED TO THE TAB, LESS
      * EVERY RECOVERY ALREADY ON STAFFREC. A RECOVERY
      * STAMPED WITH TODAY'S RUN DATE WAS TAKEN BEFORE A
      * RESTART - IT COUNTS TOWARD TODAY'S REVENUE CREDIT
      * SO THE CREDIT STILL MATCHES WHAT WAS DEDUCTED.
      *-------------------------------------------------
       1500-LOAD-STAFF-TAB.
           OPEN INPUT STAFF-TAB.
           IF WS-STAFF-TAB-STATUS NOT = '00' THEN
              GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-LOAD-ONE-TAB-LINE THRU 1510-EXIT
               UNTIL END-OF-STAFF-TAB.
           CLOSE STAFF-TAB.

           OPEN INPUT STAFF-RECOVERIES.
           IF WS-STAFF-REC-STATUS = '00' THEN
              PERFORM 1520-LOAD-ONE-RECOVERY THRU 1520-EXIT
                  UNTIL END-OF-STAFF-REC
              CLOSE STAFF-RECOVERIES
           END-IF.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-TAB-LINE.
           READ STAFF-TAB
              AT END SET END-OF-STAFF-TAB TO TRUE
           END-READ.
           IF END-OF-STAFF-TAB THEN
              GO TO 1510-EXIT
           END-IF.
           MOVE ST-EMP-ID       TO WS-STB-KEY-EMP-ID.
           MOVE ST-DEPT-CODE    TO WS-STB-KEY-DEPT.
           MOVE ST-REVENUE-ACCT TO WS-STB-KEY-ACCT.
           PERFORM 1530-FIND-STAFF-TAB THRU 1530-EXIT.
           IF NOT STB-FOUND
              AND WS-STAFF-TAB-COUNT < WS-MAX-STAFF-TABS THEN
              ADD 1 TO WS-STAFF-TAB-COUNT
              SET STB-IDX TO WS-STAFF-TAB-COUNT
              MOVE ST-EMP-ID       TO WS-STB-EMP-ID(STB-IDX)
              MOVE ST-DEPT-CODE    TO WS-STB-DEPT(STB-IDX)
              MOVE ST-REVENUE-ACCT TO WS-STB-ACCT(STB-IDX)
              MOVE ZERO            TO WS-STB-OWED(STB-IDX)
              SET STB-FOUND TO TRUE
           END-IF.
           IF STB-FOUND THEN
              ADD ST-NET-AMOUNT TO WS-STB-OWED(STB-IDX)
           END-IF.
       1510-EXIT.
           EXIT.

       1520-LOAD-ONE-RECOVERY.
           READ STAFF-RECOVERIES
              AT END SET END-OF-STAFF-REC TO TRUE
           END-READ.
           IF END-OF-STAFF-REC THEN
              GO TO 1520-EXIT
           END-IF.
           MOVE SR-EMP-ID       TO WS-STB-KEY-EMP-ID.
           MOVE SR-DEPT-CODE    TO WS-STB-KEY-DEPT.
           MOVE SR-REVENUE-ACCT TO WS-STB-KEY-ACCT.
           PERFORM 1530-FIND-STAFF-TAB THRU 1530-EXIT.
           IF STB-FOUND THEN
              SUBTRACT SR-AMOUNT FROM WS-STB-OWED(STB-IDX)
           END-IF.
           IF SR-PAY-DATE = CYC-RUN-DATE THEN
              MOVE SR-AMOUNT TO WS-STAFF-CREDIT-AMOUNT
              PERFORM 1540-ADD-STAFF-CREDIT THRU 1540-EXIT
           END-IF.
       1520-EXIT.
           EXIT.

       1530-FIND-STAFF-TAB.
           MOVE 'N' TO WS-STB-FOUND-SW.
           SET STB-IDX TO 1.
           PERFORM 1535-MATCH-STAFF-TAB THRU 1535-EXIT
               UNTIL STB-IDX > WS-STAFF-TAB-COUNT OR STB-FOUND.
       1530-EXIT.
           EXIT.

       1535-MATCH-STAFF-TAB.
           IF WS-STB-EMP-ID(STB-IDX) = WS-STB-KEY-EMP-ID
              AND WS-STB-DEPT(STB-IDX) = WS-STB-KEY-DEPT
              AND WS-STB-ACCT(STB-IDX) = WS-STB-KEY-ACCT THEN
              SET STB-FOUND TO TRUE
           ELSE
              SET STB-IDX UP BY 1
           END-IF.
       1535-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE RUN'S RECOVERIES ACCUMULATE PER REVENUE
      * ACCOUNT FOR THE CREDIT POSTED AT THE END.
      *-------------------------------------------------
       1540-ADD-STAFF-CREDIT.
           MOVE 'N' TO WS-STF-FOUND-SW.
           SET STF-IDX TO 1.
           PERFORM 1545-MATCH-STAFF-CREDIT THRU 1545-EXIT
               UNTIL STF-IDX > WS-STAFF-ACCT-COUNT OR STF-FOUND.
           IF NOT STF-FOUND
              AND WS-STAFF-ACCT-COUNT < WS-MAX-STAFF-ACCTS THEN
              ADD 1 TO WS-STAFF-ACCT-COUNT
              SET STF-IDX TO WS-STAFF-ACCT-COUNT
              MOVE WS-STB-KEY-ACCT TO WS-STF-ACCT(STF-IDX)
              MOVE ZERO TO WS-STF-TOTAL(STF-IDX)
              SET STF-FOUND TO TRUE
           END-IF.
           IF STF-FOUND THEN
              ADD WS-STAFF-CREDIT-AMOUNT TO WS-STF-TOTAL(STF-IDX)
           END-IF.
       1540-EXIT.
           EXIT.

       1545-MATCH-STAFF-CREDIT.
           IF WS-STF-ACCT(STF-IDX) = WS-STB-KEY-ACCT THEN
              SET STF-FOUND TO TRUE
           ELSE
              SET STF-IDX UP BY 1
           END-IF.
       1545-EXIT.
           EXIT.

      *-------------------------------------------------
      * EXPENSE CLAIMS ARE OPTIONAL - NO FILE MEANS NO
      * REFUNDS. EVERY CLAIM ALREADY ON EXPPAID IS PAID,
      * WHATEVER THE CLAIM FILE STILL SAYS; ONE PAID ON
      * TODAY'S RUN DATE WAS PAID BEFORE A RESTART AND IS
      * CHARGED TO ITS DEPARTMENT AGAIN SO TODAY'S
      * DISTRIBUTION STILL MATCHES WHAT WAS REFUNDED.
      *-------------------------------------------------
       1600-LOAD-EXPENSE-CLAIMS.
           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-EXP-CLAIM-STATUS NOT = '00' THEN
              GO TO 1600-EXIT
           END-IF.
           SET EXP-CLAIMS-ON-FILE TO TRUE.
           PERFORM 1610-LOAD-ONE-CLAIM THRU 1610-EXIT
               UNTIL END-OF-EXP-CLAIMS
                  OR WS-EXP-CLAIM-COUNT >= WS-MAX-EXP-CLAIMS.
           CLOSE EXPENSE-CLAIMS.

           OPEN INPUT EXPENSE-PAID.
           IF WS-EXP-PAID-STATUS = '00' THEN
              PERFORM 1620-LOAD-ONE-PAID THRU 1620-EXIT
                  UNTIL END-OF-EXP-PAID
              CLOSE EXPENSE-PAID
           END-IF.
       1600-EXIT.
           EXIT.

       1610-LOAD-ONE-CLAIM.
           READ EXPENSE-CLAIMS
              AT END SET END-OF-EXP-CLAIMS TO TRUE
           END-READ.
           IF NOT END-OF-EXP-CLAIMS THEN
              ADD 1 TO WS-EXP-CLAIM-COUNT
              MOVE EXPENSE-CLAIM-RECORD
                  TO WS-EXC-RECORD(WS-EXP-CLAIM-COUNT)
           END-IF.
       1610-EXIT.
           EXIT.

       1620-LOAD-ONE-PAID.
           READ EXPENSE-PAID
              AT END SET END-OF-EXP-PAID TO TRUE
           END-READ.
           IF END-OF-EXP-PAID THEN
              GO TO 1620-EXIT
           END-IF.
           PERFORM 1630-MARK-CLAIM-PAID THRU 1630-EXIT
               VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXP-CLAIM-COUNT.
           IF EP-PAY-DATE = CYC-RUN-DATE THEN
              MOVE EP-DEPT-CODE TO WS-WORK-DEPT
              PERFORM 2100-FIND-OR-ADD-DEPT THRU 2100-EXIT
              IF DEPT-FOUND THEN
                 ADD EP-BASE-AMOUNT TO WS-DEPT-EXPENSES(DPT-IDX)
              END-IF
           END-IF.
       1620-EXIT.
           EXIT.

       1630-MARK-CLAIM-PAID.
           IF WS-EXC-EMP-ID(EXC-IDX) = EP-EMP-ID
              AND WS-EXC-RECEIPT-REF(EXC-IDX) = EP-RECEIPT-REF THEN
              MOVE 'D'         TO WS-EXC-STATUS(EXC-IDX)
              MOVE EP-PAY-DATE TO WS-EXC-PAID-DATE(EXC-IDX)
           END-IF.
       1630-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADVANCES AND LOANS ARE OPTIONAL - NO ADVLOAN MEANS
      * NONE. ONLY APPROVED ROWS ARE LOADED. THE LOANACT
      * LEDGER MARKS WHAT HAS BEEN PAID OUT AND TAKES
      * EVERY REPAYMENT AND FINAL-PAY RECOVERY OFF THE
      * BALANCE; TODAY'S PAY-OUTS AND REPAYMENTS WERE MADE
      * BEFORE A RESTART AND GO BACK INTO THE TOTALS
      * POSTED AT THE END.
      *-------------------------------------------------
       1800-LOAD-ADVANCE-LOANS.
           OPEN INPUT LOAN-PARM.
           IF WS-LOAN-PARM-STATUS = '00' THEN
              READ LOAN-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE LP-LOAN-ACCT-ID  TO WS-LOAN-ACCT-ID
                    MOVE LP-PROTECTED-NET TO WS-PROTECTED-NET
              END-READ
              CLOSE LOAN-PARM
           END-IF.

           OPEN INPUT ADVANCE-LOANS.
           IF WS-ADVANCE-LOAN-STATUS NOT = '00' THEN
              GO TO 1800-EXIT
           END-IF.
           PERFORM 1810-LOAD-ONE-LOAN THRU 1810-EXIT
               UNTIL END-OF-LOANS
                  OR WS-LOAN-COUNT >= WS-MAX-LOANS.
           CLOSE ADVANCE-LOANS.

           OPEN INPUT LOAN-ACTIVITY.
           IF WS-LOAN-ACTIVITY-STATUS = '00' THEN
              PERFORM 1820-LOAD-ONE-ACTIVITY THRU 1820-EXIT
                  UNTIL END-OF-LOAN-ACTIVITY
              CLOSE LOAN-ACTIVITY
           END-IF.
       1800-EXIT.
           EXIT.

       1810-LOAD-ONE-LOAN.
           READ ADVANCE-LOANS
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF END-OF-LOANS OR NOT AL-APPROVED THEN
              GO TO 1810-EXIT
           END-IF.
           ADD 1 TO WS-LOAN-COUNT.
           SET LON-IDX TO WS-LOAN-COUNT.
           MOVE AL-EMP-ID     TO WS-LON-EMP-ID(LON-IDX).
           MOVE AL-LOAN-NO    TO WS-LON-LOAN-NO(LON-IDX).
           MOVE AL-PRINCIPAL  TO WS-LON-PRINCIPAL(LON-IDX).
           MOVE AL-REPAYMENT  TO WS-LON-REPAYMENT(LON-IDX).
           MOVE AL-START-DATE TO WS-LON-START-DATE(LON-IDX).
           MOVE AL-PRINCIPAL  TO WS-LON-BALANCE(LON-IDX).
           MOVE 'N'           TO WS-LON-DISBURSED-SW(LON-IDX).
       1810-EXIT.
           EXIT.

       1820-LOAD-ONE-ACTIVITY.
           READ LOAN-ACTIVITY
              AT END SET END-OF-LOAN-ACTIVITY TO TRUE
           END-READ.
           IF END-OF-LOAN-ACTIVITY THEN
              GO TO 1820-EXIT
           END-IF.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           SET LON-IDX TO 1.
           PERFORM 1830-MATCH-LOAN THRU 1830-EXIT
               UNTIL LON-IDX > WS-LOAN-COUNT OR LOAN-FOUND.
           IF NOT LOAN-FOUND THEN
              GO TO 1820-EXIT
           END-IF.
           IF LA-DISBURSED THEN
              MOVE 'Y' TO WS-LON-DISBURSED-SW(LON-IDX)
              IF LA-DATE = CYC-RUN-DATE THEN
                 ADD LA-BASE-AMOUNT TO WS-LOAN-PAID-OUT-BASE
              END-IF
           ELSE
              SUBTRACT LA-AMOUNT FROM WS-LON-BALANCE(LON-IDX)
              IF LA-REPAID AND LA-DATE = CYC-RUN-DATE THEN
                 ADD LA-BASE-AMOUNT TO WS-LOAN-REPAID-BASE
              END-IF
           END-IF.
       1820-EXIT.
           EXIT.

       1830-MATCH-LOAN.
           IF WS-LON-EMP-ID(LON-IDX) = LA-EMP-ID
              AND WS-LON-LOAN-NO(LON-IDX) = LA-LOAN-NO THEN
              SET LOAN-FOUND TO TRUE
           ELSE
              SET LON-IDX UP BY 1
           END-IF.
       1830-EXIT.
           EXIT.

      *-------------------------------------------------
      * PAYVPARM, WHEN PRESENT, SETS THE VARIANCE BANDS:
      * THE PERCENTAGE AND THE AMOUNT (PAY CURRENCY) BY
      * WHICH GROSS OR NET MAY MOVE FROM THE LAST RUN.
      *-------------------------------------------------
       1850-LOAD-VARIANCE-PARM.
           OPEN INPUT PAY-VARIANCE-PARM.
           IF WS-PAY-VARIANCE-PARM-STATUS = '00' THEN
              READ PAY-VARIANCE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE VP-PERCENT-BAND TO WS-VAR-PERCENT-BAND
                    MOVE VP-AMOUNT-BAND  TO WS-VAR-AMOUNT-BAND
              END-READ
              CLOSE PAY-VARIANCE-PARM
           END-IF.
       1850-EXIT.
           EXIT.

      *-------------------------------------------------
      * PREMIUM HOURS FOR THE RUN MONTH FROM THE PUNCH
      * FEED. ALL THREE FILES ARE OPTIONAL - WITHOUT THE
      * FEED OR THE RATES NOBODY EARNS A PREMIUM, WITHOUT
      * HOLIDAYS ONLY SUNDAYS COUNT.
      *-------------------------------------------------
       1700-LOAD-PREMIUM-HOURS.
           OPEN INPUT PREMIUM-RATE-FILE.
           IF WS-PREMIUM-RATE-STATUS NOT = '00' THEN
              GO TO 1700-EXIT
           END-IF.
           PERFORM 1710-LOAD-ONE-PREMIUM-RATE THRU 1710-EXIT
               UNTIL END-OF-PREMIUM-RATES
                  OR WS-PREMIUM-RATE-COUNT >= WS-MAX-PREMIUM-RATES.
           CLOSE PREMIUM-RATE-FILE.

           OPEN INPUT HOLIDAY-CALENDAR.
           IF WS-HOLIDAY-STATUS = '00' THEN
              PERFORM 1720-LOAD-ONE-HOLIDAY THRU 1720-EXIT
                  UNTIL END-OF-HOLIDAYS
                     OR WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
              CLOSE HOLIDAY-CALENDAR
           END-IF.

           DIVIDE CYC-RUN-DATE BY 100 GIVING WS-RUN-MONTH.
           OPEN INPUT TIME-DETAIL.
           IF WS-TIME-DETAIL-STATUS = '00' THEN
              PERFORM 1730-LOAD-ONE-PUNCH THRU 1730-EXIT
                  UNTIL END-OF-TIME-DETAIL
              CLOSE TIME-DETAIL
           END-IF.
       1700-EXIT.
           EXIT.

       1710-LOAD-ONE-PREMIUM-RATE.
           READ PREMIUM-RATE-FILE
              AT END SET END-OF-PREMIUM-RATES TO TRUE
           END-READ.
           IF NOT END-OF-PREMIUM-RATES THEN
              ADD 1 TO WS-PREMIUM-RATE-COUNT
              SET PRR-IDX TO WS-PREMIUM-RATE-COUNT
              MOVE PRR-DEPARTMENT TO WS-PRR-DEPARTMENT(PRR-IDX)
              MOVE PRR-SUNDAY-PCT TO WS-PRR-SUNDAY-PCT(PRR-IDX)
              MOVE PRR-NIGHT-PCT  TO WS-PRR-NIGHT-PCT(PRR-IDX)
           END-IF.
       1710-EXIT.
           EXIT.

       1720-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CALENDAR
              AT END SET END-OF-HOLIDAYS TO TRUE
           END-READ.
           IF NOT END-OF-HOLIDAYS THEN
              ADD 1 TO WS-HOLIDAY-COUNT
              MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF.
       1720-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PUNCH - A SHIFT'S START AND END (HHMM) AND THE
      * HOURS WORKED. DAY 1 OF THE INTEGER CALENDAR IS A
      * MONDAY, SO A REMAINDER OF ZERO BY SEVEN IS A
      * SUNDAY. THE NIGHT HOURS ARE THOSE AFTER THE PARK
      * CALENDAR'S CLOSING TIME FOR THE DATE; A SHIFT
      * ENDING BEFORE IT STARTED RAN PAST MIDNIGHT. A DATE
      * THE PARK IS CLOSED HAS NO CLOSING TO WORK AFTER.
      *-------------------------------------------------
       1730-LOAD-ONE-PUNCH.
           READ TIME-DETAIL
              AT END SET END-OF-TIME-DETAIL TO TRUE
           END-READ.
           IF END-OF-TIME-DETAIL THEN
              GO TO 1730-EXIT
           END-IF.
           DIVIDE TD-WORK-DATE BY 100 GIVING WS-TD-MONTH.
           IF WS-TD-MONTH NOT = WS-RUN-MONTH
              OR TD-HOURS = ZERO THEN
              GO TO 1730-EXIT
           END-IF.

           MOVE 'N' TO WS-PRM-FOUND-SW.
           SET PRM-IDX TO 1.
           PERFORM 1735-MATCH-PUNCH-EMP THRU 1735-EXIT
               UNTIL PRM-IDX > WS-PREMIUM-EMP-COUNT OR PRM-FOUND.
           IF NOT PRM-FOUND THEN
              IF WS-PREMIUM-EMP-COUNT >= WS-MAX-PREMIUM-EMPS THEN
                 GO TO 1730-EXIT
              END-IF
              ADD 1 TO WS-PREMIUM-EMP-COUNT
              SET PRM-IDX TO WS-PREMIUM-EMP-COUNT
              MOVE TD-EMP-ID TO WS-PRM-EMP-ID(PRM-IDX)
              MOVE ZERO TO WS-PRM-SUNDAY-HOURS(PRM-IDX)
                           WS-PRM-NIGHT-HOURS(PRM-IDX)
           END-IF.

           COMPUTE WS-TD-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(TD-WORK-DATE).
           DIVIDE WS-TD-DAY-NUMBER BY 7 GIVING WS-TD-WEEK-COUNT
               REMAINDER WS-TD-WEEKDAY.
           MOVE 'N' TO WS-HOLIDAY-FOUND-SW.
           IF WS-HOLIDAY-COUNT > ZERO THEN
              SET HOL-IDX TO 1
              SEARCH WS-HOLIDAY-ENTRY
                 WHEN WS-HOLIDAY-DATE(HOL-IDX) = TD-WORK-DATE
                    SET HOLIDAY-FOUND TO TRUE
              END-SEARCH
           END-IF.
           IF WS-TD-WEEKDAY = ZERO OR HOLIDAY-FOUND THEN
              ADD TD-HOURS TO WS-PRM-SUNDAY-HOURS(PRM-IDX)
           END-IF.

           MOVE TD-WORK-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           IF PCL-PARK-CLOSED THEN
              GO TO 1730-EXIT
           END-IF.
           DIVIDE TD-START-TIME BY 100 GIVING WS-TD-HOURS-PART
               REMAINDER WS-TD-MINUTES-PART.
           COMPUTE WS-TD-START-MINUTE =
               WS-TD-HOURS-PART * 60 + WS-TD-MINUTES-PART.
           DIVIDE TD-END-TIME BY 100 GIVING WS-TD-HOURS-PART
               REMAINDER WS-TD-MINUTES-PART.
           COMPUTE WS-TD-END-MINUTE =
               WS-TD-HOURS-PART * 60 + WS-TD-MINUTES-PART.
           IF TD-END-TIME < TD-START-TIME THEN
              ADD 1440 TO WS-TD-END-MINUTE
           END-IF.
           DIVIDE PCL-CLOSE-TIME BY 100 GIVING WS-TD-HOURS-PART
               REMAINDER WS-TD-MINUTES-PART.
           COMPUTE WS-TD-CLOSE-MINUTE =
               WS-TD-HOURS-PART * 60 + WS-TD-MINUTES-PART.
           IF WS-TD-START-MINUTE > WS-TD-CLOSE-MINUTE THEN
              MOVE WS-TD-START-MINUTE TO WS-TD-CLOSE-MINUTE
           END-IF.
           IF WS-TD-END-MINUTE NOT > WS-TD-CLOSE-MINUTE THEN
              GO TO 1730-EXIT
           END-IF.
           COMPUTE WS-TD-NIGHT-HOURS ROUNDED =
               (WS-TD-END-MINUTE - WS-TD-CLOSE-MINUTE) / 60.
           IF WS-TD-NIGHT-HOURS > TD-HOURS THEN
              MOVE TD-HOURS TO WS-TD-NIGHT-HOURS
           END-IF.
           ADD WS-TD-NIGHT-HOURS TO WS-PRM-NIGHT-HOURS(PRM-IDX).
       1730-EXIT.
           EXIT.

       1735-MATCH-PUNCH-EMP.
           IF WS-PRM-EMP-ID(PRM-IDX) = TD-EMP-ID THEN
              SET PRM-FOUND TO TRUE
           ELSE
              SET PRM-IDX UP BY 1
           END-IF.
       1735-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE EMPLOYEE'S BASE-CURRENCY AMOUNTS ACCUMULATE
      * UNDER THEIR DEPARTMENT - A DEPARTMENT NOT ON THE
      *-------------------------------------------------
       2098-DISTRIBUTE-TO-DEPT.
           MOVE EMP-DEPARTMENT TO WS-WORK-DEPT.
           PERFORM 2100-FIND-OR-ADD-DEPT THRU 2100-EXIT.
           IF NOT DEPT-FOUND THEN
              GO TO 2098-EXIT
           END-IF.
           ADD WS-BASE-GROSS TO WS-DEPT-GROSS(DPT-IDX).
           ADD WS-ER-MATCH-THIS-EMP
               TO WS-DEPT-ER-CHARGES(DPT-IDX).
           ADD WS-BASE-NET TO WS-DEPT-NET(DPT-IDX).
      * OVERTIME AND PREMIUM PAY ARE ALREADY INSIDE THE
      * GROSS - THEY ARE KEPT APART HERE ONLY SO THE COST
      * LEDGER CAN SHOW THEM ON THEIR OWN LINES.
           COMPUTE WS-DEPT-WORK-AMOUNT ROUNDED =
               WS-OVERTIME-PAY * WS-EMP-FX-RATE.
           ADD WS-DEPT-WORK-AMOUNT TO WS-DEPT-OVERTIME(DPT-IDX).
           COMPUTE WS-DEPT-WORK-AMOUNT ROUNDED =
               (WS-SUNDAY-PREMIUM + WS-NIGHT-PREMIUM)
               * WS-EMP-FX-RATE.
           ADD WS-DEPT-WORK-AMOUNT TO WS-DEPT-PREMIUM(DPT-IDX).
       2098-EXIT.
           EXIT.

      *-------------------------------------------------
      * FINDS WS-WORK-DEPT ON THE DEPARTMENT TABLE, OPENING
      * AN ENTRY FOR IT IF THERE IS ROOM. DEPT-FOUND IS OFF
      * ONLY WHEN THE TABLE IS FULL.
      *-------------------------------------------------
       2100-FIND-OR-ADD-DEPT.
           IF WS-WORK-DEPT = SPACES THEN
              MOVE '????' TO WS-WORK-DEPT
           END-IF.
               UNTIL DPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND.
           IF NOT DEPT-FOUND THEN
              IF WS-DEPT-COUNT >= WS-MAX-DEPTS THEN
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              SET DPT-IDX TO WS-DEPT-COUNT
              MOVE WS-WORK-DEPT TO WS-DEPT-CODE(DPT-IDX)
              MOVE SPACES TO WS-DEPT-ACCT-ID(DPT-IDX)
                             WS-DEPT-ENTITY(DPT-IDX)
              MOVE ZERO TO WS-DEPT-GROSS(DPT-IDX)
                           WS-DEPT-ER-CHARGES(DPT-IDX)
                           WS-DEPT-NET(DPT-IDX)
                           WS-DEPT-EXPENSES(DPT-IDX)
                           WS-DEPT-OVERTIME(DPT-IDX)
                           WS-DEPT-PREMIUM(DPT-IDX)
                           WS-DEPT-SOCIAL(DPT-IDX)
              SET DEPT-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2099-MATCH-DEPT.
           MOVE ZERO TO WS-PAY-OT-HOURS
                        WS-VAC-TAKEN-THIS-EMP
                        WS-SICK-TAKEN-THIS-EMP.
           MOVE 'N' TO WS-TS-PAYABLE-SW.
           DIVIDE CYC-RUN-DATE BY 100 GIVING WS-RUN-MONTH.
           MOVE 'N' TO WS-TIMESHEET-FOUND-SW.
           SET TMS-IDX TO 1.
                 MOVE 'OT HOURS OUT OF RANGE' TO WS-TS-EXC-REASON
                 PERFORM 2070-WRITE-TS-EXCEPTION THRU 2070-EXIT
              WHEN OTHER
                 SET TIMESHEET-PAYABLE TO TRUE
                 MOVE WS-TMS-OT-HOURS(TMS-IDX) TO WS-PAY-OT-HOURS
                 MOVE WS-TMS-VAC-TAKEN(TMS-IDX)
                     TO WS-VAC-TAKEN-THIS-EMP
       2065-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE PREMIUMS RIDE ON THE TIMESHEET - AN UNAPPROVED
      * OR OUT-OF-RANGE SHEET HOLDS THEM WITH THE OVERTIME.
      * EACH IS A PERCENTAGE OF THE HOURLY RATE ON TOP OF
      * THE HOUR ALREADY PAID, SO AN HOUR THAT IS BOTH A
      * SUNDAY AND A NIGHT HOUR EARNS BOTH.
      *-------------------------------------------------
       2066-COMPUTE-PREMIUMS.
           MOVE ZERO TO WS-SUNDAY-HOURS WS-NIGHT-HOURS
                        WS-SUNDAY-PREMIUM WS-NIGHT-PREMIUM
                        WS-SUNDAY-PCT WS-NIGHT-PCT.
           IF NOT TIMESHEET-PAYABLE
              OR WS-PREMIUM-EMP-COUNT = ZERO THEN
              GO TO 2066-EXIT
           END-IF.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           SET PRM-IDX TO 1.
           PERFORM 2067-MATCH-PREMIUM-EMP THRU 2067-EXIT
               UNTIL PRM-IDX > WS-PREMIUM-EMP-COUNT OR PRM-FOUND.
           IF NOT PRM-FOUND THEN
              GO TO 2066-EXIT
           END-IF.
           MOVE WS-PRM-SUNDAY-HOURS(PRM-IDX) TO WS-SUNDAY-HOURS.
           MOVE WS-PRM-NIGHT-HOURS(PRM-IDX)  TO WS-NIGHT-HOURS.

           MOVE EMP-DEPARTMENT TO WS-WORK-DEPT.
           PERFORM 2068-FIND-PREMIUM-RATE THRU 2068-EXIT.
           IF NOT PRR-FOUND THEN
              MOVE 'ALL ' TO WS-WORK-DEPT
              PERFORM 2068-FIND-PREMIUM-RATE THRU 2068-EXIT
           END-IF.
           IF NOT PRR-FOUND THEN
              GO TO 2066-EXIT
           END-IF.
           MOVE WS-PRR-SUNDAY-PCT(PRR-IDX) TO WS-SUNDAY-PCT.
           MOVE WS-PRR-NIGHT-PCT(PRR-IDX)  TO WS-NIGHT-PCT.
           COMPUTE WS-SUNDAY-PREMIUM ROUNDED =
               WS-SUNDAY-HOURS * EMP-HOURLY-RATE
               * WS-SUNDAY-PCT / 100.
           COMPUTE WS-NIGHT-PREMIUM ROUNDED =
               WS-NIGHT-HOURS * EMP-HOURLY-RATE
               * WS-NIGHT-PCT / 100.
       2066-EXIT.
           EXIT.

       2067-MATCH-PREMIUM-EMP.
           IF WS-PRM-EMP-ID(PRM-IDX) = EMP-ID THEN
              SET PRM-FOUND TO TRUE
           ELSE
              SET PRM-IDX UP BY 1
           END-IF.
       2067-EXIT.
           EXIT.

       2068-FIND-PREMIUM-RATE.
           MOVE 'N' TO WS-PRR-FOUND-SW.
           SET PRR-IDX TO 1.
           SEARCH WS-PRR-ENTRY
              WHEN WS-PRR-DEPARTMENT(PRR-IDX) = WS-WORK-DEPT
                 SET PRR-FOUND TO TRUE
           END-SEARCH.
       2068-EXIT.
           EXIT.

       2070-WRITE-TS-EXCEPTION.
           MOVE SPACES TO TIMESHEET-EXCEPTION-RECORD.
           MOVE EMP-ID TO TSX-EMP-ID.
                        TO WS-ZERO-SALARY-COUNT
                    MOVE CKPT-CURRENCY-EXCEPT-COUNT
                        TO WS-CURRENCY-EXCEPTION-COUNT
                    MOVE CKPT-EXPORT-COUNT TO WS-EXPORT-COUNT
                    MOVE CKPT-EXPORT-HASH-TOTAL
                        TO WS-EXPORT-HASH-TOTAL
                    MOVE CKPT-VARIANCE-COUNT TO WS-VARIANCE-COUNT
                    PERFORM 1110-RESTORE-FUND-TOTALS THRU 1110-EXIT
                    SET RESTART-RUN TO TRUE
              END-READ
              OPEN EXTEND DIRECT-DEPOSIT-EXPORT
              OPEN EXTEND PAYSLIPS
              OPEN EXTEND CHECK-PRINT-FILE
              OPEN EXTEND PAY-VARIANCE-REPORT
           ELSE
              OPEN OUTPUT PAYROLL-REGISTER
              OPEN OUTPUT YTD-MASTER-OUT
              OPEN OUTPUT DIRECT-DEPOSIT-EXPORT
              OPEN OUTPUT PAYSLIPS
              OPEN OUTPUT CHECK-PRINT-FILE
              OPEN OUTPUT PAY-VARIANCE-REPORT

              MOVE SPACES TO WS-REPORT-LINE
              STRING 'PAY-RUN VARIANCES ' CYC-RUN-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAY-VARIANCE-RECORD
              WRITE PAY-VARIANCE-RECORD
              MOVE 'EMPLOY REASON                    PRIOR    CURRENT'
                  TO PAY-VARIANCE-RECORD
              WRITE PAY-VARIANCE-RECORD

              MOVE SPACES TO CONTROL-RECORD
              MOVE 'HDR' TO CTL-TYPE
              MOVE WS-REPORT-LINE TO PAYROLL-REGISTER-RECORD
              WRITE PAYROLL-REGISTER-RECORD
           END-IF.

           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
       1150-EXIT.
           EXIT.

      * AN EMPLOYEE TERMINATED BEFORE THE RUN DATE IS OFF
      * PAYROLL - SKIPPED WHOLE, NOT PAID ZERO. A HIRE OR
      * TERMINATION FALLING INSIDE THE RUN MONTH PAYS A
      * PARTIAL PERIOD, PRORATED IN THIRTIETHS. AN
      * EMPLOYEE UNDER A SANCTIONS SCREENING HOLD IS
      * NOT PAID UNTIL THE HOLD IS CLEARED, BUT THE YTD
      * RECORD IS CARRIED FORWARD UNCHANGED SO THE FIRST
      * RUN AFTER THE HOLD STILL SEES THE YEAR'S TOTALS.
      *-------------------------------------------------
       2000-PROCESS-EMPLOYEE.
           IF EMP-TERM-DATE > ZERO
              GO TO 2000-EXIT
           END-IF.

           SET SCR-QUERY-HOLD TO TRUE.
           MOVE 'SALAIRE'  TO SCR-PROGRAM.
           MOVE 'E'        TO SCR-SOURCE.
           MOVE EMP-ID     TO SCR-PARTY-ID.
           MOVE SPACES     TO SCR-PARTY-NAME.
           CALL 'NAMESCREEN' USING SCR-PARM-AREA.
           IF SCR-BLOCKED THEN
              ADD 1 TO WS-SCREEN-HELD-COUNT
              DISPLAY 'SCREENING HOLD - NOT PAID : ' EMP-ID
              PERFORM 2960-FIND-YTD-RECORD THRU 2960-EXIT
              PERFORM 3060-CARRY-YTD-FORWARD THRU 3060-EXIT
              PERFORM 8300-SAVE-CHECKPOINT THRU 8300-EXIT
              PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT
              GO TO 2000-EXIT
           END-IF.

           MOVE EMP-SALAIRE TO SALAIRE.
           IF EMP-SALAIRE = ZERO THEN
              ADD 1 TO WS-ZERO-SALARY-COUNT
           PERFORM 2060-GET-TIMESHEET-OT THRU 2060-EXIT.
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               WS-PAY-OT-HOURS * EMP-HOURLY-RATE * WS-OT-RATE-FACTOR.
           PERFORM 2066-COMPUTE-PREMIUMS THRU 2066-EXIT.
           COMPUTE WS-GROSS-PAY = WS-BASE-PAY + WS-OVERTIME-PAY
               + WS-SUNDAY-PREMIUM + WS-NIGHT-PREMIUM.
           IF TAX-TABLE-LOADED THEN
              PERFORM 1070-COMPUTE-PROGRESSIVE-TAX THRU 1070-EXIT
           ELSE
           PERFORM 2088-APPLY-BENEFITS THRU 2088-EXIT.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DEDUCTIONS.
           PERFORM 2090-APPLY-GARNISHMENTS THRU 2090-EXIT.
           PERFORM 2130-APPLY-LOAN-REPAYMENT THRU 2130-EXIT.
           PERFORM 2110-APPLY-STAFF-TAB THRU 2110-EXIT.
           PERFORM 2120-APPLY-REIMBURSEMENT THRU 2120-EXIT.
           PERFORM 2140-PAY-OUT-ADVANCE-LOANS THRU 2140-EXIT.

      * THE RUNNING REGISTER TOTALS ACCUMULATE IN THE
      * BASE CURRENCY AT THE POSTED RATE - EUR AND USD
               ' SALAIRE : ' SALAIRE ' ' EMP-CURRENCY-CODE.

           PERFORM 2960-FIND-YTD-RECORD THRU 2960-EXIT.
           PERFORM 2170-COMPUTE-ER-CHARGES THRU 2170-EXIT.
           PERFORM 3000-UPDATE-YTD THRU 3000-EXIT.
           PERFORM 2096-UPDATE-LEAVE THRU 2096-EXIT.
           PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
           PERFORM 8150-WRITE-DIRECT-DEPOSIT THRU 8150-EXIT.
           PERFORM 2160-CHECK-PAY-VARIANCE THRU 2160-EXIT.
           PERFORM 3050-WRITE-YTD THRU 3050-EXIT.
           PERFORM 8170-WRITE-PAYSLIP THRU 8170-EXIT.
           PERFORM 8173-QUEUE-PAYSLIP-NOTICE THRU 8173-EXIT.
           PERFORM 8300-SAVE-CHECKPOINT THRU 8300-EXIT.
           PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE STAFF TAB COMES OFF AFTER GARNISHMENTS - A
      * COURT ORDER RANKS AHEAD OF THE EMPLOYER'S OWN
      * RECOVERY. THE TAB IS HELD IN THE BASE CURRENCY;
      * THE DEDUCTION TAKES WHAT THE NET WILL BEAR AND
      * THE REST CARRIES TO THE NEXT RUN. EACH RECOVERY
      * IS WRITTEN TO STAFFREC AS IT IS TAKEN SO A
      * RESTART CANNOT RECOVER THE SAME AMOUNT TWICE.
      *-------------------------------------------------
       2110-APPLY-STAFF-TAB.
           MOVE ZERO TO WS-STAFF-TAB-THIS-EMP
                        WS-STAFF-CARRY-THIS-EMP.
           IF WS-STAFF-TAB-COUNT = ZERO THEN
              GO TO 2110-EXIT
           END-IF.
           PERFORM 2075-GET-EMP-FX-RATE THRU 2075-EXIT.
           PERFORM 2115-RECOVER-ONE-TAB THRU 2115-EXIT
               VARYING WS-STB-SUB FROM 1 BY 1
               UNTIL WS-STB-SUB > WS-STAFF-TAB-COUNT.
       2110-EXIT.
           EXIT.

       2115-RECOVER-ONE-TAB.
           IF WS-STB-EMP-ID(WS-STB-SUB) NOT = EMP-ID
              OR WS-STB-OWED(WS-STB-SUB) NOT > ZERO THEN
              GO TO 2115-EXIT
           END-IF.

           COMPUTE WS-STAFF-NET-BASE ROUNDED =
               WS-NET-PAY * WS-EMP-FX-RATE.
           IF WS-STAFF-NET-BASE = ZERO THEN
              ADD WS-STB-OWED(WS-STB-SUB)
                  TO WS-STAFF-CARRY-THIS-EMP
              GO TO 2115-EXIT
           END-IF.
           IF WS-STB-OWED(WS-STB-SUB) >= WS-STAFF-NET-BASE THEN
              MOVE WS-STAFF-NET-BASE TO WS-STAFF-TAKE-BASE
              MOVE WS-NET-PAY TO WS-STAFF-TAKE-PAY
           ELSE
              MOVE WS-STB-OWED(WS-STB-SUB) TO WS-STAFF-TAKE-BASE
              COMPUTE WS-STAFF-TAKE-PAY ROUNDED =
                  WS-STAFF-TAKE-BASE / WS-EMP-FX-RATE
              IF WS-STAFF-TAKE-PAY > WS-NET-PAY THEN
                 MOVE WS-NET-PAY TO WS-STAFF-TAKE-PAY
              END-IF
           END-IF.
           SUBTRACT WS-STAFF-TAKE-PAY FROM WS-NET-PAY.
           ADD WS-STAFF-TAKE-PAY TO WS-STAFF-TAB-THIS-EMP.
           SUBTRACT WS-STAFF-TAKE-BASE
               FROM WS-STB-OWED(WS-STB-SUB).
           IF WS-STB-OWED(WS-STB-SUB) > ZERO THEN
              ADD WS-STB-OWED(WS-STB-SUB)
                  TO WS-STAFF-CARRY-THIS-EMP
           END-IF.

           MOVE WS-STB-ACCT(WS-STB-SUB) TO WS-STB-KEY-ACCT.
           MOVE WS-STAFF-TAKE-BASE TO WS-STAFF-CREDIT-AMOUNT.
           PERFORM 1540-ADD-STAFF-CREDIT THRU 1540-EXIT.

           OPEN EXTEND STAFF-RECOVERIES.
           IF WS-STAFF-REC-STATUS = '35' THEN
              OPEN OUTPUT STAFF-RECOVERIES
           END-IF.
           MOVE EMP-ID                  TO SR-EMP-ID.
           MOVE CYC-RUN-DATE            TO SR-PAY-DATE.
           MOVE WS-STB-DEPT(WS-STB-SUB) TO SR-DEPT-CODE.
           MOVE WS-STB-ACCT(WS-STB-SUB) TO SR-REVENUE-ACCT.
           MOVE WS-STAFF-TAKE-BASE      TO SR-AMOUNT.
           WRITE STAFF-RECOVERY-RECORD.
           CLOSE STAFF-RECOVERIES.
       2115-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADVANCE AND LOAN REPAYMENTS RANK BEHIND THE COURT
      * ORDERS AND AHEAD OF THE STAFF TAB. EACH TAKES ITS
      * REPAYMENT PER PAY PERIOD, NEVER MORE THAN THE
      * BALANCE, AND NEVER SO MUCH THAT NET PAY FALLS
      * BELOW THE PROTECTED MINIMUM - WHAT CANNOT BE TAKEN
      * WAITS FOR THE NEXT PAY. NOTHING IS TAKEN BEFORE
      * THE START DATE. EACH REPAYMENT IS WRITTEN TO
      * LOANACT AS IT IS TAKEN.
      *-------------------------------------------------
       2130-APPLY-LOAN-REPAYMENT.
           MOVE ZERO TO WS-LOAN-REPAY-THIS-EMP
                        WS-LOAN-PAID-THIS-EMP
                        WS-LOAN-BAL-THIS-EMP.
           IF WS-LOAN-COUNT = ZERO THEN
              GO TO 2130-EXIT
           END-IF.
           PERFORM 2075-GET-EMP-FX-RATE THRU 2075-EXIT.
           PERFORM 2135-REPAY-ONE-LOAN THRU 2135-EXIT
               VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > WS-LOAN-COUNT.
       2130-EXIT.
           EXIT.

       2135-REPAY-ONE-LOAN.
           IF WS-LON-EMP-ID(LON-IDX) NOT = EMP-ID
              OR NOT LON-DISBURSED(LON-IDX)
              OR WS-LON-BALANCE(LON-IDX) NOT > ZERO THEN
              GO TO 2135-EXIT
           END-IF.
           COMPUTE WS-LOAN-ROOM = WS-NET-PAY - WS-PROTECTED-NET.
           IF WS-LON-START-DATE(LON-IDX) > CYC-RUN-DATE
              OR WS-LOAN-ROOM NOT > ZERO THEN
              ADD WS-LON-BALANCE(LON-IDX) TO WS-LOAN-BAL-THIS-EMP
              GO TO 2135-EXIT
           END-IF.

           MOVE WS-LON-REPAYMENT(LON-IDX) TO WS-LOAN-TAKE.
           IF WS-LOAN-TAKE > WS-LON-BALANCE(LON-IDX) THEN
              MOVE WS-LON-BALANCE(LON-IDX) TO WS-LOAN-TAKE
           END-IF.
           IF WS-LOAN-TAKE > WS-LOAN-ROOM THEN
              MOVE WS-LOAN-ROOM TO WS-LOAN-TAKE
           END-IF.
           SUBTRACT WS-LOAN-TAKE FROM WS-NET-PAY.
           SUBTRACT WS-LOAN-TAKE FROM WS-LON-BALANCE(LON-IDX).
           ADD WS-LOAN-TAKE TO WS-LOAN-REPAY-THIS-EMP.
           ADD WS-LON-BALANCE(LON-IDX) TO WS-LOAN-BAL-THIS-EMP.
           COMPUTE WS-LOAN-BASE-AMOUNT ROUNDED =
               WS-LOAN-TAKE * WS-EMP-FX-RATE.
           ADD WS-LOAN-BASE-AMOUNT TO WS-LOAN-REPAID-BASE.
           MOVE 'R' TO WS-LOAN-ACTION.
           PERFORM 2150-LOG-LOAN-ACTIVITY THRU 2150-EXIT.
       2135-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN APPROVED ADVANCE OR LOAN NOT YET PAID OUT GOES
      * ON THIS PAY, AFTER EVERY DEDUCTION - IT IS NOT
      * EARNINGS AND NOTHING MAY TAKE IT - AND SO TO THE
      * BANK WITH THE NET PAY. NONE IS PAID TO AN
      * EMPLOYEE ALREADY CARRYING A TERMINATION DATE.
      *-------------------------------------------------
       2140-PAY-OUT-ADVANCE-LOANS.
           IF WS-LOAN-COUNT = ZERO
              OR EMP-TERM-DATE > ZERO THEN
              GO TO 2140-EXIT
           END-IF.
           PERFORM 2075-GET-EMP-FX-RATE THRU 2075-EXIT.
           PERFORM 2145-PAY-OUT-ONE-LOAN THRU 2145-EXIT
               VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > WS-LOAN-COUNT.
       2140-EXIT.
           EXIT.

       2145-PAY-OUT-ONE-LOAN.
           IF WS-LON-EMP-ID(LON-IDX) NOT = EMP-ID
              OR LON-DISBURSED(LON-IDX) THEN
              GO TO 2145-EXIT
           END-IF.
           MOVE WS-LON-PRINCIPAL(LON-IDX) TO WS-LOAN-TAKE.
           ADD WS-LOAN-TAKE TO WS-NET-PAY.
           ADD WS-LOAN-TAKE TO WS-LOAN-PAID-THIS-EMP.
           ADD WS-LON-BALANCE(LON-IDX) TO WS-LOAN-BAL-THIS-EMP.
           SET LON-DISBURSED(LON-IDX) TO TRUE.
           COMPUTE WS-LOAN-BASE-AMOUNT ROUNDED =
               WS-LOAN-TAKE * WS-EMP-FX-RATE.
           ADD WS-LOAN-BASE-AMOUNT TO WS-LOAN-PAID-OUT-BASE.
           MOVE 'D' TO WS-LOAN-ACTION.
           PERFORM 2150-LOG-LOAN-ACTIVITY THRU 2150-EXIT.
       2145-EXIT.
           EXIT.

       2150-LOG-LOAN-ACTIVITY.
           OPEN EXTEND LOAN-ACTIVITY.
           IF WS-LOAN-ACTIVITY-STATUS = '35' THEN
              OPEN OUTPUT LOAN-ACTIVITY
           END-IF.
           MOVE EMP-ID                  TO LA-EMP-ID.
           MOVE WS-LON-LOAN-NO(LON-IDX) TO LA-LOAN-NO.
           MOVE WS-LOAN-ACTION          TO LA-ACTION.
           MOVE CYC-RUN-DATE            TO LA-DATE.
           MOVE WS-LOAN-TAKE            TO LA-AMOUNT.
           MOVE WS-LOAN-BASE-AMOUNT     TO LA-BASE-AMOUNT.
           WRITE LOAN-ACTIVITY-RECORD.
           CLOSE LOAN-ACTIVITY.
       2150-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY PAYMENT IS CHECKED BEFORE THE EXPORT CAN BE
      * RELEASED. A TERMINATED EMPLOYEE SHOULD NEVER GET
      * THIS FAR - THE SKIP AT THE TOP OF 2000 STOPS THEM -
      * SO ONE ON THE REPORT MEANS THE MASTER CHANGED UNDER
      * THE RUN. GROSS AND NET ARE TESTED AGAINST THE LAST
      * REGULAR PAY ON THE YTD MASTER, AND THE ACCOUNT PAID
      * AGAINST THE ONE LAST PAID. A NEW HIRE HAS NO
      * HISTORY AND IS NOT TESTED.
      *-------------------------------------------------
       2160-CHECK-PAY-VARIANCE.
           IF EMP-TERM-DATE > ZERO
              AND EMP-TERM-DATE < CYC-RUN-DATE THEN
              MOVE 'PAID PAST TERM DATE' TO WS-VAR-REASON
              MOVE ZERO       TO WS-VAR-PRIOR
              MOVE WS-NET-PAY TO WS-VAR-CURRENT
              PERFORM 2168-WRITE-VARIANCE THRU 2168-EXIT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '       TERM DATE ' EMP-TERM-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAY-VARIANCE-RECORD
              WRITE PAY-VARIANCE-RECORD
           END-IF.

           IF WS-YTD-LAST-PAY-DATE = ZERO THEN
              GO TO 2160-EXIT
           END-IF.

           MOVE WS-YTD-LAST-GROSS TO WS-VAR-PRIOR.
           MOVE WS-GROSS-PAY      TO WS-VAR-CURRENT.
           PERFORM 2165-TEST-BAND THRU 2165-EXIT.
           IF VARIANCE-OUT-OF-BAND THEN
              MOVE 'GROSS OUTSIDE BAND' TO WS-VAR-REASON
              PERFORM 2168-WRITE-VARIANCE THRU 2168-EXIT
           END-IF.

           MOVE WS-YTD-LAST-NET TO WS-VAR-PRIOR.
           MOVE WS-NET-PAY      TO WS-VAR-CURRENT.
           PERFORM 2165-TEST-BAND THRU 2165-EXIT.
           IF VARIANCE-OUT-OF-BAND THEN
              MOVE 'NET OUTSIDE BAND' TO WS-VAR-REASON
              PERFORM 2168-WRITE-VARIANCE THRU 2168-EXIT
           END-IF.

           IF WS-PAID-ROUTING = SPACES
              OR WS-YTD-LAST-ROUTING = SPACES THEN
              GO TO 2160-EXIT
           END-IF.
           IF WS-PAID-ROUTING = WS-YTD-LAST-ROUTING
              AND WS-PAID-ACCOUNT = WS-YTD-LAST-ACCOUNT THEN
              GO TO 2160-EXIT
           END-IF.
           MOVE 'NEW BANK ACCOUNT' TO WS-VAR-REASON.
           MOVE ZERO       TO WS-VAR-PRIOR.
           MOVE WS-NET-PAY TO WS-VAR-CURRENT.
           PERFORM 2168-WRITE-VARIANCE THRU 2168-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '       ACCOUNT ' WS-PAID-ROUTING ' '
               WS-PAID-ACCOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PAY-VARIANCE-RECORD.
           WRITE PAY-VARIANCE-RECORD.
       2160-EXIT.
           EXIT.

       2165-TEST-BAND.
           MOVE 'N' TO WS-VAR-OUT-SW.
           IF WS-VAR-CURRENT > WS-VAR-PRIOR THEN
              SUBTRACT WS-VAR-PRIOR FROM WS-VAR-CURRENT
                  GIVING WS-VAR-DIFF
           ELSE
              SUBTRACT WS-VAR-CURRENT FROM WS-VAR-PRIOR
                  GIVING WS-VAR-DIFF
           END-IF.
           IF WS-VAR-AMOUNT-BAND > ZERO
              AND WS-VAR-DIFF > WS-VAR-AMOUNT-BAND THEN
              SET VARIANCE-OUT-OF-BAND TO TRUE
           END-IF.
           IF WS-VAR-PERCENT-BAND > ZERO THEN
              COMPUTE WS-VAR-LIMIT ROUNDED =
                  WS-VAR-PRIOR * WS-VAR-PERCENT-BAND / 100
              IF WS-VAR-DIFF > WS-VAR-LIMIT THEN
                 SET VARIANCE-OUT-OF-BAND TO TRUE
              END-IF
           END-IF.
       2165-EXIT.
           EXIT.

       2168-WRITE-VARIANCE.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE WS-VAR-PRIOR   TO WS-VAR-PRIOR-ED.
           MOVE WS-VAR-CURRENT TO WS-VAR-CURRENT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING EMP-ID ' ' WS-VAR-REASON ' ' WS-VAR-PRIOR-ED
               ' ' WS-VAR-CURRENT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PAY-VARIANCE-RECORD.
           WRITE PAY-VARIANCE-RECORD.
       2168-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE EMPLOYER'S OWN CONTRIBUTIONS ON TOP OF GROSS.
      * A TYPE WITH A CEILING IS ASSESSED ONLY ON THE
      * GROSS UP TO THE CEILING FOR THE YEAR, SO IT NEEDS
      * THE PRIOR YTD GROSS. CEILINGS ARE IN THE PAY
      * CURRENCY, AS THE TAX BANDS ARE; THE JOURNAL AND
      * THE POSTINGS ARE IN THE BASE CURRENCY.
      *-------------------------------------------------
       2170-COMPUTE-ER-CHARGES.
           MOVE ZERO TO WS-ER-SOCIAL-THIS-EMP
                        WS-ER-SOCIAL-BASE-EMP.
           IF WS-ER-RATE-COUNT = ZERO
              OR WS-GROSS-PAY = ZERO THEN
              GO TO 2170-EXIT
           END-IF.
           PERFORM 2175-CHARGE-ONE-TYPE THRU 2175-EXIT
               VARYING ERT-IDX FROM 1 BY 1
               UNTIL ERT-IDX > WS-ER-RATE-COUNT.

           MOVE EMP-DEPARTMENT TO WS-WORK-DEPT.
           PERFORM 2100-FIND-OR-ADD-DEPT THRU 2100-EXIT.
           IF DEPT-FOUND THEN
              ADD WS-ER-SOCIAL-BASE-EMP TO WS-DEPT-SOCIAL(DPT-IDX)
           END-IF.
       2170-EXIT.
           EXIT.

       2175-CHARGE-ONE-TYPE.
           MOVE WS-GROSS-PAY TO WS-ER-ASSESSABLE.
           IF WS-ERT-CEILING(ERT-IDX) > ZERO THEN
              COMPUTE WS-ER-ROOM = WS-ERT-CEILING(ERT-IDX)
                  - WS-YTD-PRIOR-GROSS
              IF WS-ER-ROOM < ZERO THEN
                 MOVE ZERO TO WS-ER-ROOM
              END-IF
              IF WS-ER-ROOM < WS-ER-ASSESSABLE THEN
                 MOVE WS-ER-ROOM TO WS-ER-ASSESSABLE
              END-IF
           END-IF.
           IF WS-ER-ASSESSABLE = ZERO THEN
              GO TO 2175-EXIT
           END-IF.
           COMPUTE WS-ER-AMOUNT ROUNDED =
               WS-ER-ASSESSABLE * WS-ERT-RATE(ERT-IDX) / 100.
           ADD WS-ER-AMOUNT TO WS-ER-SOCIAL-THIS-EMP.

           MOVE SPACES TO EMPLOYER-CONTRIB-RECORD.
           MOVE CYC-RUN-DATE          TO ECJ-RUN-DATE.
           MOVE EMP-ID                TO ECJ-EMP-ID.
           MOVE WS-ERT-TYPE(ERT-IDX)  TO ECJ-CONTRIB-TYPE.
           MOVE WS-ERT-BODY(ERT-IDX)  TO ECJ-BODY.
           COMPUTE ECJ-BASE-AMOUNT ROUNDED =
               WS-ER-ASSESSABLE * WS-EMP-FX-RATE.
           COMPUTE ECJ-AMOUNT ROUNDED =
               WS-ER-AMOUNT * WS-EMP-FX-RATE.
           MOVE WS-ERT-LIABILITY-ACCT(ERT-IDX)
               TO ECJ-LIABILITY-ACCT.
           ADD ECJ-AMOUNT TO WS-ERT-BASE-TOTAL(ERT-IDX)
                             WS-ER-SOCIAL-BASE-EMP.

           OPEN EXTEND EMPLOYER-CONTRIB-JOURNAL.
           IF WS-ER-JOURNAL-STATUS = '35' THEN
              OPEN OUTPUT EMPLOYER-CONTRIB-JOURNAL
           END-IF.
           WRITE EMPLOYER-CONTRIB-RECORD.
           CLOSE EMPLOYER-CONTRIB-JOURNAL.
       2175-EXIT.
           EXIT.

      *-------------------------------------------------
      * APPROVED EXPENSE CLAIMS ARE REFUNDED LAST, ONTO THE
      * NET PAY THE DEDUCTIONS HAVE ALREADY LEFT - A
      * REFUND IS NOT EARNINGS AND NO ORDER OR TAB CAN
      * TAKE IT. EACH REFUND IS WRITTEN TO EXPPAID AS IT
      * IS MADE SO A RESTART CANNOT PAY IT TWICE.
      *-------------------------------------------------
       2120-APPLY-REIMBURSEMENT.
           MOVE ZERO TO WS-REIMBURSE-THIS-EMP.
           IF WS-EXP-CLAIM-COUNT = ZERO THEN
              GO TO 2120-EXIT
           END-IF.
           PERFORM 2075-GET-EMP-FX-RATE THRU 2075-EXIT.
           PERFORM 2125-REIMBURSE-ONE-CLAIM THRU 2125-EXIT
               VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXP-CLAIM-COUNT.
       2120-EXIT.
           EXIT.

       2125-REIMBURSE-ONE-CLAIM.
           IF WS-EXC-EMP-ID(EXC-IDX) NOT = EMP-ID
              OR WS-EXC-STATUS(EXC-IDX) NOT = 'A' THEN
              GO TO 2125-EXIT
           END-IF.
           ADD WS-EXC-AMOUNT(EXC-IDX) TO WS-NET-PAY.
           ADD WS-EXC-AMOUNT(EXC-IDX) TO WS-REIMBURSE-THIS-EMP.
           COMPUTE WS-EXP-BASE-AMOUNT ROUNDED =
               WS-EXC-AMOUNT(EXC-IDX) * WS-EMP-FX-RATE.
           MOVE 'D'          TO WS-EXC-STATUS(EXC-IDX).
           MOVE CYC-RUN-DATE TO WS-EXC-PAID-DATE(EXC-IDX).

           MOVE EMP-DEPARTMENT TO WS-WORK-DEPT.
           PERFORM 2100-FIND-OR-ADD-DEPT THRU 2100-EXIT.
           IF DEPT-FOUND THEN
              ADD WS-EXP-BASE-AMOUNT TO WS-DEPT-EXPENSES(DPT-IDX)
           END-IF.

           OPEN EXTEND EXPENSE-PAID.
           IF WS-EXP-PAID-STATUS = '35' THEN
              OPEN OUTPUT EXPENSE-PAID
           END-IF.
           MOVE EMP-ID                     TO EP-EMP-ID.
           MOVE WS-EXC-RECEIPT-REF(EXC-IDX) TO EP-RECEIPT-REF.
           MOVE CYC-RUN-DATE               TO EP-PAY-DATE.
           MOVE WS-WORK-DEPT               TO EP-DEPT-CODE.
           MOVE WS-EXC-AMOUNT(EXC-IDX)     TO EP-AMOUNT.
           MOVE WS-EXP-BASE-AMOUNT         TO EP-BASE-AMOUNT.
           WRITE EXPENSE-PAID-RECORD.
           CLOSE EXPENSE-PAID.
       2125-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE EMPLOYEE'S POSTED RATE TO BASE - A CURRENCY
      * WITHOUT A ROW ON THE DAILY TABLE CONVERTS AT
      * 1.000000, SO A SINGLE-CURRENCY SHOP IS UNCHANGED.
      *-------------------------------------------------
       2075-GET-EMP-FX-RATE.
           MOVE 1.000000 TO WS-EMP-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND-SW.
           SET FX-IDX TO 1.
           PERFORM 2076-MATCH-EMP-FX THRU 2076-EXIT
               UNTIL FX-IDX > WS-FX-COUNT OR FX-FOUND.
           MOVE ZERO TO WS-YTD-PRIOR-GROSS
                        WS-YTD-PRIOR-DEDUCTIONS
                        WS-YTD-PRIOR-NET
                        WS-YTD-PRIOR-GARNISH
                        WS-YTD-PRIOR-ER-SOCIAL
                        WS-YTD-LAST-PAY-DATE
                        WS-YTD-LAST-GROSS
                        WS-YTD-LAST-NET.
           MOVE SPACES TO WS-YTD-LAST-ROUTING
                          WS-YTD-LAST-ACCOUNT.
           MOVE 'N' TO WS-YTD-FOUND-SW.

           PERFORM 2950-READ-YTD THRU 2950-EXIT
               UNTIL END-OF-YTD
                  OR YTDI-EMP-ID NOT LESS THAN EMP-ID.

           IF NOT END-OF-YTD AND YTDI-EMP-ID = EMP-ID THEN
              SET YTD-RECORD-FOUND TO TRUE
              MOVE YTD-MASTER-IN-RECORD TO WS-YTD-PRIOR-RECORD
              MOVE YTDI-GROSS      TO WS-YTD-PRIOR-GROSS
              MOVE YTDI-DEDUCTIONS TO WS-YTD-PRIOR-DEDUCTIONS
              MOVE YTDI-NET        TO WS-YTD-PRIOR-NET
              MOVE YTDI-GARNISH    TO WS-YTD-PRIOR-GARNISH
              IF YTDI-ER-SOCIAL IS NUMERIC THEN
                 MOVE YTDI-ER-SOCIAL TO WS-YTD-PRIOR-ER-SOCIAL
              END-IF
              PERFORM 2970-GET-LAST-RUN THRU 2970-EXIT
              PERFORM 2950-READ-YTD THRU 2950-EXIT
           END-IF.
       2960-EXIT.
           EXIT.

      *-------------------------------------------------
      * A RECORD WRITTEN BEFORE THE MASTER CARRIED THE
      * LAST RUN READS AS SPACES THERE - NO HISTORY.
      *-------------------------------------------------
       2970-GET-LAST-RUN.
           IF YTDI-LAST-PAY-DATE NOT NUMERIC
              OR YTDI-LAST-GROSS NOT NUMERIC
              OR YTDI-LAST-NET NOT NUMERIC THEN
              GO TO 2970-EXIT
           END-IF.
           MOVE YTDI-LAST-PAY-DATE TO WS-YTD-LAST-PAY-DATE.
           MOVE YTDI-LAST-GROSS    TO WS-YTD-LAST-GROSS.
           MOVE YTDI-LAST-NET      TO WS-YTD-LAST-NET.
           MOVE YTDI-LAST-ROUTING  TO WS-YTD-LAST-ROUTING.
           MOVE YTDI-LAST-ACCOUNT  TO WS-YTD-LAST-ACCOUNT.
       2970-EXIT.
           EXIT.

       3000-UPDATE-YTD.
           ADD WS-YTD-PRIOR-GROSS      WS-GROSS-PAY
               GIVING WS-YTD-NEW-GROSS.
               GIVING WS-YTD-NEW-NET.
           ADD WS-YTD-PRIOR-GARNISH    WS-GARNISH-THIS-EMP
               GIVING WS-YTD-NEW-GARNISH.
           ADD WS-YTD-PRIOR-ER-SOCIAL  WS-ER-SOCIAL-THIS-EMP
               GIVING WS-YTD-NEW-ER-SOCIAL.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * WRITTEN ONCE THE DEPOSIT IS DECIDED - THE LAST
      * ACCOUNT PAID ONLY MOVES ON WHEN MONEY ACTUALLY
      * WENT TO A NEW ONE, NOT WHILE ITS PRENOTE IS
      * PENDING AND THE EMPLOYEE IS PAID BY CHECK.
      *-------------------------------------------------
       3050-WRITE-YTD.
           MOVE EMP-ID              TO YTDO-EMP-ID.
           MOVE WS-YTD-NEW-GROSS    TO YTDO-GROSS.
           MOVE WS-YTD-NEW-DEDUCTIONS TO YTDO-DEDUCTIONS.
           MOVE WS-YTD-NEW-NET      TO YTDO-NET.
           MOVE WS-YTD-NEW-GARNISH  TO YTDO-GARNISH.
           MOVE WS-YTD-NEW-ER-SOCIAL TO YTDO-ER-SOCIAL.
           MOVE CYC-RUN-DATE        TO YTDO-LAST-PAY-DATE.
           MOVE WS-GROSS-PAY        TO YTDO-LAST-GROSS.
           MOVE WS-NET-PAY          TO YTDO-LAST-NET.
           IF WS-PAID-ROUTING = SPACES THEN
              MOVE WS-YTD-LAST-ROUTING TO YTDO-LAST-ROUTING
              MOVE WS-YTD-LAST-ACCOUNT TO YTDO-LAST-ACCOUNT
           ELSE
              MOVE WS-PAID-ROUTING  TO YTDO-LAST-ROUTING
              MOVE WS-PAID-ACCOUNT  TO YTDO-LAST-ACCOUNT
           END-IF.
           WRITE YTD-MASTER-OUT-RECORD.
       3050-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN EMPLOYEE NOT PAID THIS RUN KEEPS THE PRIOR YTD
      * RECORD AS IT WAS, LAST RUN INCLUDED. ONE WITH NO
      * PRIOR RECORD HAS NOTHING TO CARRY.
      *-------------------------------------------------
       3060-CARRY-YTD-FORWARD.
           IF NOT YTD-RECORD-FOUND THEN
              GO TO 3060-EXIT
           END-IF.
           MOVE WS-YTD-PRIOR-RECORD TO YTD-MASTER-OUT-RECORD.
           WRITE YTD-MASTER-OUT-RECORD.
       3060-EXIT.
           EXIT.

      *-------------------------------------------------
      * WITHHOLDING FOLDED INTO EACH ORDER'S TO-DATE
      * FIGURE - THE PER-ORDER COMPLIANCE PROOF.
      *-------------------------------------------------
      *-------------------------------------------------
      * THE CLAIM FILE GOES FORWARD WHOLE, WITH THIS RUN'S
      * REFUNDS MARKED 'D' AND STAMPED WITH THE PAY DATE.
      *-------------------------------------------------
       7920-REWRITE-EXPENSE-CLAIMS.
           IF NOT EXP-CLAIMS-ON-FILE THEN
              GO TO 7920-EXIT
           END-IF.
           OPEN OUTPUT EXPENSE-CLAIMS-OUT.
           PERFORM 7925-WRITE-ONE-CLAIM THRU 7925-EXIT
               VARYING EXC-IDX FROM 1 BY 1
               UNTIL EXC-IDX > WS-EXP-CLAIM-COUNT.
           CLOSE EXPENSE-CLAIMS-OUT.
       7920-EXIT.
           EXIT.

       7925-WRITE-ONE-CLAIM.
           MOVE WS-EXC-RECORD(EXC-IDX) TO EXPENSE-CLAIM-OUT-RECORD.
           WRITE EXPENSE-CLAIM-OUT-RECORD.
       7925-EXIT.
           EXIT.

       7950-REWRITE-GARNISHMENTS.
           IF NOT GARNISHMENTS-ON-FILE THEN
              GO TO 7950-EXIT
           EXIT.

       8000-FINALIZE.
           IF WS-VARIANCE-COUNT > ZERO THEN
              PERFORM 8010-HOLD-EXPORT THRU 8010-EXIT
           ELSE
              MOVE SPACES TO CONTROL-RECORD
              MOVE 'TRL' TO CTL-TYPE
              MOVE WS-EXPORT-COUNT TO CTL-RECORD-COUNT
              MOVE WS-EXPORT-HASH-TOTAL TO CTL-HASH-TOTAL
              MOVE SPACES TO DIRECT-DEPOSIT-EXPORT-RECORD
              MOVE CONTROL-RECORD
                  TO DIRECT-DEPOSIT-EXPORT-RECORD(1:23)
              WRITE DIRECT-DEPOSIT-EXPORT-RECORD
           END-IF.

           PERFORM 7900-REWRITE-PRENOTES THRU 7900-EXIT.
           PERFORM 7950-REWRITE-GARNISHMENTS THRU 7950-EXIT.
           PERFORM 7920-REWRITE-EXPENSE-CLAIMS THRU 7920-EXIT.
           PERFORM 7970-WRITE-REMITTANCE THRU 7970-EXIT.
           PERFORM 7990-WRITE-CARRIER-REMIT THRU 7990-EXIT.
           PERFORM 7940-REWRITE-LEAVE THRU 7940-EXIT.
           CLOSE PAYSLIPS.
           CLOSE TIMESHEET-EXCEPTIONS.
           CLOSE CHECK-PRINT-FILE.
           CLOSE PAY-VARIANCE-REPORT.
           CLOSE NOTIFICATION-QUEUE.

           OPEN OUTPUT CHECK-SEQUENCE.
           MOVE WS-NEXT-CHECK-NUMBER TO CS-NEXT-CHECK-NUMBER.
       8000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE EXPORT GOES OUT WITHOUT ITS TRAILER, SO NO
      * READER WILL TAKE IT, AND THE RUN IS HELD ON
      * PAYHOLD WITH THE COUNT AND HASH TOTAL THE TRAILER
      * NEEDS. PAYRELEASE WRITES IT ONCE A SUPERVISOR HAS
      * REVIEWED THE VARIANCE REPORT.
      *-------------------------------------------------
       8010-HOLD-EXPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-VARIANCE-COUNT TO WS-VAR-COUNT-ED.
           STRING 'EXPORT HELD FOR RELEASE - ' WS-VAR-COUNT-ED
               ' VARIANCE(S)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO PAY-VARIANCE-RECORD.
           WRITE PAY-VARIANCE-RECORD.
           DISPLAY 'SALAIRE: DIRECT-DEPOSIT EXPORT HELD - '
               WS-VAR-COUNT-ED ' VARIANCE(S) ON PAYVAR'.

           OPEN EXTEND PAY-HOLD-FILE.
           IF WS-PAY-HOLD-STATUS = '35' THEN
              OPEN OUTPUT PAY-HOLD-FILE
           END-IF.
           MOVE SPACES TO PAY-HOLD-RECORD.
           SET PH-PENDING TO TRUE.
           MOVE CYC-RUN-DATE         TO PH-RUN-DATE.
           MOVE WS-EXPORT-COUNT      TO PH-EXPORT-COUNT.
           MOVE WS-EXPORT-HASH-TOTAL TO PH-HASH-TOTAL.
           MOVE WS-VARIANCE-COUNT    TO PH-VARIANCE-COUNT.
           MOVE ZERO                 TO PH-DECIDED-DATE.
           WRITE PAY-HOLD-RECORD.
           CLOSE PAY-HOLD-FILE.
       8010-EXIT.
           EXIT.

       8100-WRITE-REGISTER-LINE.
           MOVE WS-GROSS-PAY      TO WS-GROSS-ED.
           MOVE WS-DEDUCTIONS     TO WS-DEDUCT-ED.
           MOVE WS-REPORT-LINE TO PAYROLL-REGISTER-RECORD.
           WRITE PAYROLL-REGISTER-RECORD.

           IF WS-SUNDAY-PREMIUM > ZERO THEN
              MOVE WS-SUNDAY-HOURS   TO WS-OT-HOURS-ED
              MOVE WS-SUNDAY-PREMIUM TO WS-OT-PAY-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '   SUNDAY/HOLIDAY PREMIUM ' WS-OT-HOURS-ED
                  ' HRS  ' WS-OT-PAY-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYROLL-REGISTER-RECORD
              WRITE PAYROLL-REGISTER-RECORD
           END-IF.
           IF WS-NIGHT-PREMIUM > ZERO THEN
              MOVE WS-NIGHT-HOURS   TO WS-OT-HOURS-ED
              MOVE WS-NIGHT-PREMIUM TO WS-OT-PAY-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '   NIGHT DIFFERENTIAL     ' WS-OT-HOURS-ED
                  ' HRS  ' WS-OT-PAY-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYROLL-REGISTER-RECORD
              WRITE PAYROLL-REGISTER-RECORD
           END-IF.
           IF WS-LOAN-REPAY-THIS-EMP > ZERO THEN
              MOVE WS-LOAN-REPAY-THIS-EMP TO WS-LOAN-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '   ADVANCE/LOAN REPAID    ' WS-LOAN-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYROLL-REGISTER-RECORD
              WRITE PAYROLL-REGISTER-RECORD
           END-IF.
           IF WS-LOAN-PAID-THIS-EMP > ZERO THEN
              MOVE WS-LOAN-PAID-THIS-EMP TO WS-LOAN-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '   ADVANCE/LOAN PAID OUT  ' WS-LOAN-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYROLL-REGISTER-RECORD
              WRITE PAYROLL-REGISTER-RECORD
           END-IF.

           IF TAX-TABLE-LOADED THEN
              PERFORM 8120-WRITE-BAND-LINE THRU 8120-EXIT
                  VARYING TAX-IDX FROM 1 BY 1
      *-------------------------------------------------
       8150-WRITE-DIRECT-DEPOSIT.
           MOVE ZERO TO WS-SLIP-SPLIT-COUNT.
           MOVE SPACES TO WS-PAID-ROUTING
                          WS-PAID-ACCOUNT.
           PERFORM 8175-CHECK-FOR-SPLITS THRU 8175-EXIT.
           IF EMP-HAS-SPLITS THEN
              PERFORM 8180-WRITE-SPLIT-DEPOSITS THRU 8180-EXIT
           WRITE DIRECT-DEPOSIT-EXPORT-RECORD.
           ADD 1 TO WS-EXPORT-COUNT.
           ADD WS-NET-PAY TO WS-EXPORT-HASH-TOTAL.
           MOVE EMP-BANK-ROUTING TO WS-PAID-ROUTING.
           MOVE EMP-BANK-ACCOUNT TO WS-PAID-ACCOUNT.
       8150-EXIT.
           EXIT.

           ADD 1 TO WS-EXPORT-COUNT.
           ADD WS-LEG-AMOUNT TO WS-EXPORT-HASH-TOTAL.
           SET PAY-BY-DEPOSIT TO TRUE.
           IF WS-PAID-ROUTING = SPACES THEN
              MOVE WS-SP-ROUTING(WS-SP-SUB) TO WS-PAID-ROUTING
              MOVE WS-SP-ACCOUNT(WS-SP-SUB) TO WS-PAID-ACCOUNT
           END-IF.
           PERFORM 8187-NOTE-SLIP-SPLIT THRU 8187-EXIT.
       8182-EXIT.
           EXIT.
           MOVE WS-REPORT-LINE TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.

           IF WS-SUNDAY-PREMIUM > ZERO THEN
              MOVE WS-SUNDAY-HOURS   TO WS-OT-HOURS-ED
              MOVE WS-SUNDAY-PCT     TO WS-PREMIUM-PCT-ED
              MOVE WS-SUNDAY-PREMIUM TO WS-OT-PAY-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SUN/HOL  ' WS-OT-HOURS-ED ' HRS AT '
                  WS-RATE-ED ' X ' WS-PREMIUM-PCT-ED ' PCT '
                  WS-OT-PAY-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.
           IF WS-NIGHT-PREMIUM > ZERO THEN
              MOVE WS-NIGHT-HOURS   TO WS-OT-HOURS-ED
              MOVE WS-NIGHT-PCT     TO WS-PREMIUM-PCT-ED
              MOVE WS-NIGHT-PREMIUM TO WS-OT-PAY-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NIGHT    ' WS-OT-HOURS-ED ' HRS AT '
                  WS-RATE-ED ' X ' WS-PREMIUM-PCT-ED ' PCT '
                  WS-OT-PAY-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.

           MOVE WS-GROSS-PAY TO WS-SLIP-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GROSS PAY            ' WS-SLIP-AMOUNT-ED
              WRITE PAYSLIP-RECORD
           END-IF.

      * EMPLOYER CHARGES ARE SHOWN FOR INFORMATION - THEY
      * ARE PAID ON TOP OF GROSS AND DO NOT REDUCE NET.
           IF WS-ER-SOCIAL-THIS-EMP > ZERO THEN
              MOVE WS-ER-SOCIAL-THIS-EMP TO WS-ER-SOCIAL-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EMPLOYER CHARGES     ' WS-ER-SOCIAL-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.

           IF WS-GARNISH-THIS-EMP > ZERO THEN
              MOVE WS-GARNISH-THIS-EMP TO WS-GARNISH-ED
              MOVE SPACES TO WS-REPORT-LINE
              WRITE PAYSLIP-RECORD
           END-IF.

           IF WS-LOAN-REPAY-THIS-EMP > ZERO THEN
              MOVE WS-LOAN-REPAY-THIS-EMP TO WS-LOAN-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ADVANCE/LOAN REPAID  ' WS-LOAN-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.

           IF WS-STAFF-TAB-THIS-EMP > ZERO THEN
              MOVE WS-STAFF-TAB-THIS-EMP TO WS-STAFF-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'STAFF PURCHASES      ' WS-STAFF-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.
           IF WS-STAFF-CARRY-THIS-EMP > ZERO THEN
              COMPUTE WS-STAFF-ED ROUNDED =
                  WS-STAFF-CARRY-THIS-EMP / WS-EMP-FX-RATE
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'STAFF TAB CARRIED    ' WS-STAFF-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.

           IF WS-REIMBURSE-THIS-EMP > ZERO THEN
              MOVE WS-REIMBURSE-THIS-EMP TO WS-REIMBURSE-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXPENSES REIMBURSED  ' WS-REIMBURSE-ED
                  ' (NOT TAXED)'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.

           IF WS-LOAN-PAID-THIS-EMP > ZERO THEN
              MOVE WS-LOAN-PAID-THIS-EMP TO WS-LOAN-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ADVANCE/LOAN PAID    ' WS-LOAN-ED
                  ' (NOT TAXED)'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.
           IF WS-LOAN-BAL-THIS-EMP > ZERO THEN
              MOVE WS-LOAN-BAL-THIS-EMP TO WS-LOAN-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ADVANCE/LOAN BALANCE ' WS-LOAN-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD
           END-IF.

           MOVE WS-NET-PAY TO WS-SLIP-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NET PAY              ' WS-SLIP-AMOUNT-ED
       8170-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NOTICE ONLY SAYS THE PAYSLIP IS READY AND FOR
      * WHICH PAY DATE - NO AMOUNTS LEAVE THE PAY RUN ON
      * AN E-MAIL OR TEXT MESSAGE.
      *-------------------------------------------------
       8173-QUEUE-PAYSLIP-NOTICE.
           MOVE SPACES            TO NOTIFICATION-QUEUE-RECORD.
           MOVE CYC-RUN-DATE      TO NQ-QUEUED-DATE.
           MOVE 'SALAIRE'         TO NQ-SOURCE.
           SET NQ-STAFF           TO TRUE.
           MOVE EMP-ID            TO NQ-RECIPIENT-ID.
           MOVE 'PAYSLIP'         TO NQ-TEMPLATE-CODE.
           MOVE CYC-RUN-DATE      TO NQ-VARIABLE(1).
           WRITE NOTIFICATION-QUEUE-RECORD.
       8173-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE PER DEPOSIT LEG SO THE EMPLOYEE SEES
      * EXACTLY WHERE THE NET WENT - D DEPOSITED, K PAID
           MOVE WS-CURRENCY-EXCEPTION-COUNT
               TO CKPT-CURRENCY-EXCEPT-COUNT.
           MOVE WS-FUND-CURRENCY-COUNT TO CKPT-FUND-COUNT.
           MOVE WS-EXPORT-COUNT      TO CKPT-EXPORT-COUNT.
           MOVE WS-EXPORT-HASH-TOTAL TO CKPT-EXPORT-HASH-TOTAL.
           MOVE WS-VARIANCE-COUNT    TO CKPT-VARIANCE-COUNT.
           PERFORM 8310-SAVE-ONE-FUND THRU 8310-EXIT
               VARYING CKP-SUB FROM 1 BY 1
               UNTIL CKP-SUB > 5.
       8270-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE EMPLOYER CHARGES PRICED THIS RUN - ONE DEBIT
      * TO THE TYPE'S EXPENSE ACCOUNT AND ONE CREDIT TO
      * ITS LIABILITY ACCOUNT, IN THE BASE CURRENCY. THE
      * LIABILITY IS CLEARED WHEN SOCIALREMIT POSTS THE
      * PAYMENT TO THE BODY.
      *-------------------------------------------------
       8272-POST-EMPLOYER-CHARGES.
           IF WS-ER-RATE-COUNT = ZERO THEN
              GO TO 8272-EXIT
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           PERFORM 8273-POST-ONE-CHARGE-TYPE THRU 8273-EXIT
               VARYING ERT-IDX FROM 1 BY 1
               UNTIL ERT-IDX > WS-ER-RATE-COUNT.
           CLOSE TRANSACTIONS.
       8272-EXIT.
           EXIT.

       8273-POST-ONE-CHARGE-TYPE.
           IF WS-ERT-BASE-TOTAL(ERT-IDX) = ZERO THEN
              GO TO 8273-EXIT
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-ERT-EXPENSE-ACCT(ERT-IDX) TO TRX-ACCT-ID.
           MOVE 'D' TO TRX-TYPE.
           MOVE WS-ERT-BASE-TOTAL(ERT-IDX) TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-ERT-LIABILITY-ACCT(ERT-IDX) TO TRX-ACCT-ID.
           MOVE 'C' TO TRX-TYPE.
           MOVE WS-ERT-BASE-TOTAL(ERT-IDX) TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
       8273-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE CREDIT PER REVENUE ACCOUNT FOR THE STAFF
      * PURCHASES RECOVERED THIS RUN - THE SALE IS
      * RECOGNISED AS THE TAB IS PAID OFF.
      *-------------------------------------------------
       8275-POST-STAFF-CREDITS.
           IF WS-STAFF-ACCT-COUNT = ZERO THEN
              GO TO 8275-EXIT
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           PERFORM 8276-POST-ONE-STAFF-CREDIT THRU 8276-EXIT
               VARYING STF-IDX FROM 1 BY 1
               UNTIL STF-IDX > WS-STAFF-ACCT-COUNT.
           CLOSE TRANSACTIONS.
       8275-EXIT.
           EXIT.

       8276-POST-ONE-STAFF-CREDIT.
           IF WS-STF-TOTAL(STF-IDX) > ZERO
              AND WS-STF-ACCT(STF-IDX) NOT = SPACES THEN
              MOVE SPACES TO TRANSACTION-RECORD
              MOVE WS-STF-ACCT(STF-IDX) TO TRX-ACCT-ID
              MOVE 'C' TO TRX-TYPE
              MOVE WS-STF-TOTAL(STF-IDX) TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
       8276-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE LOAN RECEIVABLE ACCOUNT IS DEBITED WITH WHAT
      * WAS PAID OUT TODAY AND CREDITED WITH WHAT CAME
      * BACK, BOTH IN THE BASE CURRENCY.
      *-------------------------------------------------
       8277-POST-LOAN-ACTIVITY.
           IF WS-LOAN-PAID-OUT-BASE = ZERO
              AND WS-LOAN-REPAID-BASE = ZERO THEN
              GO TO 8277-EXIT
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           IF WS-LOAN-PAID-OUT-BASE > ZERO THEN
              MOVE SPACES TO TRANSACTION-RECORD
              MOVE WS-LOAN-ACCT-ID TO TRX-ACCT-ID
              MOVE 'D' TO TRX-TYPE
              MOVE WS-LOAN-PAID-OUT-BASE TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           IF WS-LOAN-REPAID-BASE > ZERO THEN
              MOVE SPACES TO TRANSACTION-RECORD
              MOVE WS-LOAN-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C' TO TRX-TYPE
              MOVE WS-LOAN-REPAID-BASE TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
       8277-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PAYCOST LEDGER ROW PER DEPARTMENT THAT COST
      * ANYTHING TODAY, IN THE BASE CURRENCY. THE BASE PAY
      * IS THE GROSS LESS OVERTIME AND PREMIUMS. EXPENSE
      * REIMBURSEMENTS ARE NOT LABOR COST AND STAY OUT.
      *-------------------------------------------------
       8278-WRITE-PAY-COST.
           IF WS-DEPT-COUNT = ZERO THEN
              GO TO 8278-EXIT
           END-IF.
           OPEN EXTEND PAY-COST-LEDGER.
           IF WS-PAY-COST-STATUS = '35' THEN
              OPEN OUTPUT PAY-COST-LEDGER
           END-IF.
           PERFORM 8279-WRITE-ONE-COST THRU 8279-EXIT
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > WS-DEPT-COUNT.
           CLOSE PAY-COST-LEDGER.
       8278-EXIT.
           EXIT.

       8279-WRITE-ONE-COST.
           IF WS-DEPT-GROSS(DPT-IDX) = ZERO
              AND WS-DEPT-ER-CHARGES(DPT-IDX) = ZERO
              AND WS-DEPT-SOCIAL(DPT-IDX) = ZERO THEN
              GO TO 8279-EXIT
           END-IF.
           MOVE SPACES TO PAY-COST-RECORD.
           MOVE CYC-RUN-DATE            TO PCH-RUN-DATE.
           MOVE WS-DEPT-CODE(DPT-IDX)   TO PCH-DEPARTMENT.
           MOVE WS-DEPT-OVERTIME(DPT-IDX) TO PCH-OVERTIME.
           MOVE WS-DEPT-PREMIUM(DPT-IDX)  TO PCH-PREMIUM.
           IF WS-DEPT-GROSS(DPT-IDX) >
              WS-DEPT-OVERTIME(DPT-IDX) + WS-DEPT-PREMIUM(DPT-IDX)
              THEN
              COMPUTE PCH-BASE-PAY = WS-DEPT-GROSS(DPT-IDX)
                  - WS-DEPT-OVERTIME(DPT-IDX)
                  - WS-DEPT-PREMIUM(DPT-IDX)
           ELSE
              MOVE ZERO TO PCH-BASE-PAY
           END-IF.
           COMPUTE PCH-ER-CHARGES = WS-DEPT-ER-CHARGES(DPT-IDX)
               + WS-DEPT-SOCIAL(DPT-IDX).
           WRITE PAY-COST-RECORD.
       8279-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DISTRIBUTION DEBIT PER DEPARTMENT WITH A
      * LEDGER ACCOUNT ON THE PARM - THE DEPARTMENT'S
      * GROSS PLUS EMPLOYER CHARGES, POSTED WITH THE
      * EVENING'S TRANSACTIONS. THE SOCIAL CHARGES ARE
      * NOT INCLUDED - 8272 POSTS THEM BY TYPE.
      *-------------------------------------------------
       8280-POST-DISTRIBUTION.
           IF WS-DEPT-COUNT = ZERO THEN
              GO TO 8280-EXIT
           END-IF.
           MOVE SPACES TO WS-PAYER-ENTITY
                          WS-PAYER-IC-ACCT-ID.
           SET ENT-BY-ACCOUNT TO TRUE.
           MOVE WS-FUND-ACCT-ID(1) TO ENT-ACCT-ID.
           CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA.
           IF ENT-FOUND THEN
              MOVE ENT-ENTITY-CODE TO WS-PAYER-ENTITY
              MOVE ENT-IC-ACCT-ID  TO WS-PAYER-IC-ACCT-ID
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           PERFORM 8285-POST-ONE-DEPT THRU 8285-EXIT
               VARYING DPT-IDX FROM 1 BY 1
              GO TO 8285-EXIT
           END-IF.
           IF WS-DEPT-GROSS(DPT-IDX) = ZERO
              AND WS-DEPT-ER-CHARGES(DPT-IDX) = ZERO
              AND WS-DEPT-EXPENSES(DPT-IDX) = ZERO THEN
              GO TO 8285-EXIT
           END-IF.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-DEPT-ACCT-ID(DPT-IDX) TO TRX-ACCT-ID.
           MOVE 'D' TO TRX-TYPE.
           COMPUTE TRX-AMOUNT = WS-DEPT-GROSS(DPT-IDX)
               + WS-DEPT-ER-CHARGES(DPT-IDX)
               + WS-DEPT-EXPENSES(DPT-IDX).
           WRITE TRANSACTION-RECORD.
           PERFORM 8286-POST-INTERCOMPANY THRU 8286-EXIT.
       8285-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DEPARTMENT OF ANOTHER ENTITY THAN THE ONE THAT
      * FUNDS THE PAYROLL OWES IT THE COST JUST
      * DISTRIBUTED - CREDIT TO THE PAYER'S INTERCOMPANY
      * ACCOUNT, DEBIT OF THE SAME AMOUNT TO THE
      * DEPARTMENT ENTITY'S. NO PAIR WITHOUT BOTH
      * ENTITIES KNOWN.
      *-------------------------------------------------
       8286-POST-INTERCOMPANY.
           IF WS-PAYER-IC-ACCT-ID = SPACES
              OR WS-DEPT-ENTITY(DPT-IDX) = SPACES
              OR WS-DEPT-ENTITY(DPT-IDX) = WS-PAYER-ENTITY THEN
              GO TO 8286-EXIT
           END-IF.
           SET ENT-BY-CODE TO TRUE.
           MOVE WS-DEPT-ENTITY(DPT-IDX) TO ENT-ENTITY-CODE.
           CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA.
           IF ENT-NOT-FOUND OR ENT-IC-ACCT-ID = SPACES THEN
              GO TO 8286-EXIT
           END-IF.
           MOVE WS-PAYER-IC-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'C' TO TRX-TYPE.
           WRITE TRANSACTION-RECORD.
           MOVE ENT-IC-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'D' TO TRX-TYPE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-IC-PAIR-COUNT.
       8286-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE DISTRIBUTION REPORT - ONE LINE PER DEPARTMENT
      * AND A TIE LINE PROVING THE SPLIT GROSS ADDS BACK
           WRITE DISTRIBUTION-RECORD.
           MOVE 'DEPT ACCT       GROSS    ER-CHARGES       NET'
               TO DISTRIBUTION-RECORD.
           MOVE '    EXPENSES' TO DISTRIBUTION-RECORD(52:12).
           WRITE DISTRIBUTION-RECORD.

           MOVE ZERO TO WS-DIST-TIE-GROSS.
           END-IF.
           MOVE WS-REPORT-LINE TO DISTRIBUTION-RECORD.
           WRITE DISTRIBUTION-RECORD.
           IF WS-IC-PAIR-COUNT > ZERO THEN
              MOVE WS-IC-PAIR-COUNT TO WS-VAR-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'INTERCOMPANY PAIRS POSTED FOR '
                  'OTHER-ENTITY DEPARTMENTS ' WS-VAR-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DISTRIBUTION-RECORD
              WRITE DISTRIBUTION-RECORD
           END-IF.

           CLOSE DISTRIBUTION-REPORT.
       8290-EXIT.
           MOVE WS-DEPT-GROSS(DPT-IDX)      TO WS-DEPT-AMOUNT-ED.
           MOVE WS-DEPT-ER-CHARGES(DPT-IDX) TO WS-DEPT-AMOUNT-ED2.
           MOVE WS-DEPT-NET(DPT-IDX)        TO WS-DEPT-AMOUNT-ED3.
           MOVE WS-DEPT-EXPENSES(DPT-IDX)   TO WS-DEPT-AMOUNT-ED4.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           STRING WS-DEPT-CODE(DPT-IDX) ' '
               WS-DEPT-ACCT-ID(DPT-IDX) ' '
               WS-DEPT-AMOUNT-ED ' '
               WS-DEPT-AMOUNT-ED2 ' '
               WS-DEPT-AMOUNT-ED3 ' '
               WS-DEPT-AMOUNT-ED4
               DELIMITED BY SIZE INTO DISTRIBUTION-RECORD.
           WRITE DISTRIBUTION-RECORD.
       8295-EXIT.
           EXIT.
                 MOVE 'PAYROLL - INVALID CURRENCY CODE' TO CLR-MESSAGE
              WHEN WS-TIMESHEET-EXC-COUNT > ZERO
                 MOVE 'PAYROLL - TIMESHEET EXCEPTIONS' TO CLR-MESSAGE
              WHEN WS-SCREEN-HELD-COUNT > ZERO
                 MOVE 'PAYROLL - SCREENING HOLDS NOT PAID'
                     TO CLR-MESSAGE
              WHEN WS-VARIANCE-COUNT > ZERO
                 MOVE 'PAYROLL - EXPORT HELD FOR RELEASE'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'PAYROLL COMPLETE' TO CLR-MESSAGE
           END-EVALUATE.
