      *****************************************************
      * COAFD  - CHART OF ACCOUNTS. ONE ROW PER LEDGER
      *          ACCOUNT ON ACCOUNT-MASTER, MAPPING IT TO A
      *          FINANCIAL-STATEMENT SECTION AND LINE. THE
      *          SECTIONS RV (REVENUE) AND EX (EXPENSES)
      *          MAKE THE INCOME STATEMENT; AS (ASSETS), LI
      *          (LIABILITIES) AND EQ (EQUITY AND FUNDS) THE
      *          BALANCE SHEET. ACCOUNTS SHARING A SECTION
      *          AND LINE NUMBER PRINT AS ONE LINE, IN LINE
      *          NUMBER ORDER, UNDER THE TEXT OF THE FIRST.
      *          REVENUE SHOWS NET CREDITS, EXPENSES NET
      *          DEBITS AND BALANCE-SHEET LINES THE BALANCE
      *          AS CARRIED; A SIGN OF '-' REVERSES THE
      *          ACCOUNT ON ITS LINE (A CONTRA ACCOUNT SUCH
      *          AS ACCUMULATED DEPRECIATION). THE ENTITY
      *          CODE NAMES THE BUSINESS THE ACCOUNT BELONGS
      *          TO FOR SEPARATE REPORTING (ENTFD) - PK THE
      *          PARK, SC THE SCHOOL.
      *****************************************************
       01  CHART-OF-ACCOUNTS-RECORD.
           05 COA-ACCT-ID           PIC X(06).
           05 COA-SECTION           PIC X(02).
              88 COA-REVENUE        VALUE 'RV'.
              88 COA-EXPENSE        VALUE 'EX'.
              88 COA-ASSET          VALUE 'AS'.
              88 COA-LIABILITY      VALUE 'LI'.
              88 COA-EQUITY         VALUE 'EQ'.
              88 COA-VALID-SECTION  VALUE 'RV' 'EX' 'AS' 'LI' 'EQ'.
           05 COA-LINE-NO           PIC 9(03).
           05 COA-SIGN              PIC X(01).
              88 COA-REVERSED       VALUE '-'.
           05 COA-LINE-TEXT         PIC X(30).
           05 COA-ENTITY            PIC X(02).
              88 COA-PARK           VALUE 'PK'.
              88 COA-SCHOOL         VALUE 'SC'.
