      *****************************************************
      * VENDFD - VENDOR MASTER RECORD (VENDMSTR). ONE ROW
      *          PER SUPPLIER WITH THE BANK DETAILS THE
      *          PAYMENT RUN PAYS TO. A HELD VENDOR KEEPS
      *          ITS INVOICES BUT IS NOT PAID.
      *****************************************************
       01  VENDOR-MASTER-RECORD.
           05 VM-VENDOR-ID          PIC X(06).
           05 VM-VENDOR-NOM         PIC X(30).
           05 VM-BANK-ROUTING       PIC X(09).
           05 VM-BANK-ACCOUNT       PIC X(17).
           05 VM-PAY-TERMS-DAYS     PIC 9(03).
           05 VM-STATUS             PIC X(01).
              88 VM-ACTIVE          VALUE 'A'.
              88 VM-HELD            VALUE 'H'.
           05 VM-LAST-CHANGE-OPER   PIC X(06).
           05 VM-LAST-CHANGE-DATE   PIC 9(08).
