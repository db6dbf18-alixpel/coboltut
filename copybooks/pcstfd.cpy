      *****************************************************
      * PCSTFD - PAYROLL COST LEDGER (PAYCOST). SALAIRE
      *          APPENDS ONE ROW PER DEPARTMENT PER RUN WITH
      *          THE COST IT DISTRIBUTED, IN THE BASE
      *          CURRENCY - BASE PAY, OVERTIME AND PREMIUM
      *          PAY (TOGETHER THE GROSS) AND THE EMPLOYER
      *          CHARGES. LABORBUDGET SUMS IT BY MONTH AND
      *          YEAR TO DATE AGAINST THE LABOR BUDGET.
      *****************************************************
       01  PAY-COST-RECORD.
           05 PCH-RUN-DATE          PIC 9(08).
           05 PCH-DEPARTMENT        PIC X(04).
           05 PCH-BASE-PAY          PIC 9(09)V99.
           05 PCH-OVERTIME          PIC 9(09)V99.
           05 PCH-PREMIUM           PIC 9(09)V99.
           05 PCH-ER-CHARGES        PIC 9(09)V99.
