      *****************************************************
      * LOANSFD - LOAN AMORTIZATION SCHEDULE (LOANSCHD).
      *          ONE ROW PER INSTALLMENT, WRITTEN BY
      *          LOANMAINT WHEN THE LOAN IS SET UP, IN
      *          INSTALLMENT ORDER. EACH PAYMENT IS SPLIT
      *          INTO INTEREST ON THE OPENING BALANCE AND
      *          PRINCIPAL; THE LAST ROW TAKES WHATEVER
      *          PRINCIPAL IS LEFT. THE DAILY INSTALLMENT
      *          STEP MARKS A DUE ROW 'P' WHEN IT IS
      *          COLLECTED OR 'A' WHILE IT IS IN ARREARS.
      *****************************************************
       01  LOAN-SCHEDULE-RECORD.
           05 LS-ACCT-ID            PIC X(06).
           05 LS-INSTALLMENT-NO     PIC 9(03).
           05 LS-DUE-DATE           PIC 9(08).
           05 LS-PAYMENT            PIC 9(07)V99.
           05 LS-INTEREST           PIC 9(07)V99.
           05 LS-PRINCIPAL          PIC 9(07)V99.
           05 LS-CLOSING-BALANCE    PIC 9(07)V99.
           05 LS-STATUS             PIC X(01).
              88 LS-SCHEDULED       VALUE 'S'.
              88 LS-IN-ARREARS      VALUE 'A'.
              88 LS-COLLECTED       VALUE 'P'.
           05 LS-COLLECT-DATE       PIC 9(08).
