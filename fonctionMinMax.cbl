      *               CONTROL RECORDS (SHARED CTLREC
      *               COPYBOOK) SO SALESBALRECON CAN TELL A
      *               TRUNCATED FEED FROM A REAL ZERO.
      * 15/10/26  AP  DAILY-SALE-RECORD NOW COMES FROM THE
      *               SHARED SALESFD COPYBOOK AND CARRIES THE
      *               ITEM CODE AND QUANTITY SOLD FOR STOCK
      *               CONTROL. THE STATISTICS ARE UNCHANGED.
      **************************

      **************************
      **************************
       FILE SECTION.
       FD  DAILY-SALES.
           COPY "salesfd.cpy".

       FD  SALES-STATISTICS.
       01  SALES-STATISTICS-RECORD    PIC X(60).
