      *****************************************************
      * ADVLNFD - SALARY ADVANCE / EMPLOYEE LOAN RECORD
      *          (ADVLOAN). ONE ROW PER ADVANCE OR LOAN,
      *          NUMBERED PER EMPLOYEE. KEYED IN
      *          EMPLOYEEMAINT AS 'P' PENDING AND DECIDED
      *          THERE BY A SUPERVISOR ('A' OR 'J') - THE
      *          OPERATOR WHO KEYED IT CANNOT APPROVE IT.
      *          SALAIRE PAYS AN APPROVED ROW OUT ON THE
      *          NEXT PAY AND TAKES THE REPAYMENT EACH PAY
      *          PERIOD FROM THE START DATE; WHAT HAS BEEN
      *          PAID OUT AND RECOVERED IS ON THE LOANACT
      *          LEDGER, NOT HERE. AMOUNTS ARE IN THE
      *          EMPLOYEE'S PAY CURRENCY.
      *****************************************************
       01  ADVANCE-LOAN-RECORD.
           05 AL-EMP-ID             PIC X(06).
           05 AL-LOAN-NO            PIC 9(02).
           05 AL-TYPE               PIC X(01).
              88 AL-ADVANCE         VALUE 'A'.
              88 AL-LOAN            VALUE 'L'.
           05 AL-PRINCIPAL          PIC 9(06)V99.
           05 AL-REPAYMENT          PIC 9(06)V99.
           05 AL-START-DATE         PIC 9(08).
           05 AL-STATUS             PIC X(01).
              88 AL-PENDING         VALUE 'P'.
              88 AL-APPROVED        VALUE 'A'.
              88 AL-REJECTED        VALUE 'J'.
           05 AL-KEYED-OPER         PIC X(06).
           05 AL-APPROVED-OPER      PIC X(06).
           05 AL-KEYED-DATE         PIC 9(08).
