      *****************************************************
      * APINVFD - SUPPLIER INVOICE RECORD (APINVOIC). KEYED
      *           BY APINVOICEENTRY AS 'P' PENDING, DECIDED
      *           BY A SUPERVISOR IN APAPPROVE ('A' OR 'J')
      *           AND MARKED 'D' PAID BY THE PAYMENT RUN,
      *           WHICH STAMPS THE DATE IT WENT TO THE BANK.
      *****************************************************
       01  AP-INVOICE-RECORD.
           05 AI-VENDOR-ID          PIC X(06).
           05 AI-INVOICE-NUMBER     PIC X(12).
           05 AI-INVOICE-DATE       PIC 9(08).
           05 AI-DUE-DATE           PIC 9(08).
           05 AI-AMOUNT             PIC 9(07)V99.
           05 AI-DESCRIPTION        PIC X(20).
           05 AI-STATUS             PIC X(01).
              88 AI-PENDING         VALUE 'P'.
              88 AI-APPROVED        VALUE 'A'.
              88 AI-REJECTED        VALUE 'J'.
              88 AI-PAID            VALUE 'D'.
           05 AI-KEYED-OPER         PIC X(06).
           05 AI-APPROVED-OPER      PIC X(06).
           05 AI-PAID-DATE          PIC 9(08).
