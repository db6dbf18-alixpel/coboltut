      *****************************************************
      * LOANMFD - INSTALLMENT LOAN MASTER (LOANMAST). ONE
      *          ROW PER LOAN ACCOUNT - AN ACCOUNT-MASTER
      *          ROW OF TYPE 'L' WHOSE DEBIT BALANCE IS THE
      *          AMOUNT OWED. THE TERMS ARE SET ONCE IN
      *          LOANMAINT, WHICH ALSO WRITES THE
      *          AMORTIZATION SCHEDULE (LOANSCHD). THE
      *          DAILY INSTALLMENT STEP COLLECTS EACH DUE
      *          INSTALLMENT FROM THE REPAYMENT ACCOUNT AND
      *          KEEPS THE OUTSTANDING PRINCIPAL, ARREARS
      *          AND ARREARS BUCKET HERE CURRENT. THE RATE
      *          IS THE ANNUAL PERCENTAGE; AMOUNTS ARE IN
      *          THE LOAN ACCOUNT'S CURRENCY.
      *****************************************************
       01  LOAN-MASTER-RECORD.
           05 LN-ACCT-ID            PIC X(06).
           05 LN-REPAY-ACCT-ID      PIC X(06).
           05 LN-PURPOSE            PIC X(01).
              88 LN-STAFF-HOUSING   VALUE 'H'.
              88 LN-SUPPLIER-FINANCE VALUE 'S'.
              88 LN-OTHER-PURPOSE   VALUE 'O'.
              88 LN-VALID-PURPOSE   VALUE 'H' 'S' 'O'.
           05 LN-PRINCIPAL          PIC 9(07)V99.
           05 LN-ANNUAL-RATE        PIC 9(02)V9(04).
           05 LN-TERM-MONTHS        PIC 9(03).
           05 LN-PAY-DAY            PIC 9(02).
           05 LN-FIRST-DUE-DATE     PIC 9(08).
           05 LN-INSTALLMENT        PIC 9(07)V99.
           05 LN-STATUS             PIC X(01).
              88 LN-ACTIVE          VALUE 'A'.
              88 LN-SETTLED         VALUE 'S'.
           05 LN-OUTSTANDING        PIC 9(07)V99.
           05 LN-ARREARS-AMOUNT     PIC 9(07)V99.
           05 LN-ARREARS-COUNT      PIC 9(03).
           05 LN-DAYS-PAST-DUE      PIC 9(04).
           05 LN-BUCKET             PIC X(01).
              88 LN-BUCKET-CURRENT  VALUE 'C'.
              88 LN-BUCKET-1-30     VALUE '1'.
              88 LN-BUCKET-31-60    VALUE '2'.
              88 LN-BUCKET-61-90    VALUE '3'.
              88 LN-BUCKET-OVER-90  VALUE '4'.
              88 LN-BUCKET-SETTLED  VALUE 'S'.
           05 LN-SETUP-OPER         PIC X(06).
           05 LN-SETUP-DATE         PIC 9(08).
           05 LN-LAST-COLLECT-DATE  PIC 9(08).
