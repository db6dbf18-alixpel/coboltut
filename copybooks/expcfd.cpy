      *****************************************************
      * EXPCFD - EMPLOYEE EXPENSE CLAIM RECORD (EXPCLAIM).
      *          ONE ROW PER RECEIPT CLAIMED - PARTS,
      *          TRAINING AND THE LIKE BOUGHT OUT OF POCKET.
      *          KEYED BY EXPENSECLAIM AS 'P' PENDING,
      *          DECIDED BY A SUPERVISOR IN EXPENSEAPPROVE
      *          ('A' OR 'J') AND MARKED 'D' PAID BY SALAIRE,
      *          WHICH REFUNDS IT AS A NON-TAXABLE LINE ON
      *          THE NEXT PAY AND STAMPS THE PAY DATE. THE
      *          AMOUNT IS IN THE EMPLOYEE'S PAY CURRENCY.
      *****************************************************
       01  EXPENSE-CLAIM-RECORD.
           05 EC-EMP-ID             PIC X(06).
           05 EC-RECEIPT-REF        PIC X(12).
           05 EC-RECEIPT-DATE       PIC 9(08).
           05 EC-CATEGORY           PIC X(04).
           05 EC-AMOUNT             PIC 9(05)V99.
           05 EC-DESCRIPTION        PIC X(20).
           05 EC-STATUS             PIC X(01).
              88 EC-PENDING         VALUE 'P'.
              88 EC-APPROVED        VALUE 'A'.
              88 EC-REJECTED        VALUE 'J'.
              88 EC-PAID            VALUE 'D'.
           05 EC-KEYED-OPER         PIC X(06).
           05 EC-APPROVED-OPER      PIC X(06).
           05 EC-PAID-DATE          PIC 9(08).
