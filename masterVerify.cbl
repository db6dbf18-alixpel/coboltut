      *               A GENERATION THAT DOES NOT VERIFY IS
      *               WORSE THAN NO RESTORE AT ALL. A FILE
      *               NOT ALLOCATED IS SKIPPED.
      * 15/10/26  AP  GIFT-CARD GENERATION RECORD WIDENED TO
      *               56 BYTES FOR THE ACTIVITY, HOLDER AND
      *               WARNING DATES.
      * 15/10/26  AP  CUSTOMER GENERATION RECORD WIDENED TO
      *               67 BYTES FOR THE ACCESSIBILITY FLAG AND
      *               REVIEW DATE.
      * 15/10/26  AP  YTD GENERATION RECORD WIDENED TO 102
      *               BYTES FOR THE LAST-RUN PAY FIGURES.
      * 15/10/26  AP  YTD GENERATION RECORD WIDENED TO 113
      *               BYTES FOR THE YEAR-TO-DATE EMPLOYER
      *               CHARGES.
      * 15/10/26  AP  CUSTOMER GENERATION RECORD WIDENED TO
      *               84 BYTES FOR THE RENEWAL MANDATE AND
      *               DIRECT-DEBIT DATE.
      * 15/10/26  AP  CUSTOMER GENERATION RECORD WIDENED TO
      *               101 BYTES FOR THE SELF-EXCLUSION FLAG
      *               AND DATES.
      * 15/10/26  AP  EMPLOYEE AND CUSTOMER GENERATION RECORDS
      *               WIDENED TO 153 AND 162 BYTES FOR THE
      *               NOTIFICATION CHANNEL AND ADDRESSES.
      **************************

      **************************
       01  ACCOUNT-GENERATION-RECORD  PIC X(55).

       FD  EMPLOYEE-GENERATION.
       01  EMPLOYEE-GENERATION-RECORD PIC X(153).

       FD  YTD-GENERATION.
       01  YTD-GENERATION-RECORD      PIC X(113).

       FD  GIFT-GENERATION.
       01  GIFT-GENERATION-RECORD     PIC X(56).

       FD  CUSTOMER-GENERATION.
       01  CUSTOMER-GENERATION-RECORD PIC X(162).

       FD  MASTER-GEN-CATALOG.
           COPY "mgenfd.cpy".
