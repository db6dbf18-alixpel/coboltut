      *               SHARED ACTIVITY-AUDIT FILE WITH THE
      *               SUPERVISOR'S ID, AND AN 'R' LINE GOES
      *               TO THE GENERATION CATALOG.
      * 15/10/26  AP  GIFT-CARD MASTER AND ITS GENERATION
      *               RECORD WIDENED TO 56 BYTES FOR THE
      *               ACTIVITY, HOLDER AND WARNING DATES.
      * 15/10/26  AP  CUSTOMER MASTER AND ITS GENERATION
      *               RECORD WIDENED TO 67 BYTES FOR THE
      *               ACCESSIBILITY FLAG AND REVIEW DATE.
      * 15/10/26  AP  YTD MASTER AND ITS GENERATION RECORD
      *               WIDENED TO 102 BYTES FOR THE LAST-RUN
      *               PAY FIGURES.
      * 15/10/26  AP  YTD MASTER AND ITS GENERATION RECORD
      *               WIDENED TO 113 BYTES FOR THE YEAR-TO-
      *               DATE EMPLOYER CHARGES.
      * 15/10/26  AP  CUSTOMER MASTER AND ITS GENERATION
      *               RECORD WIDENED TO 84 BYTES FOR THE
      *               RENEWAL MANDATE AND DIRECT-DEBIT DATE.
      * 15/10/26  AP  CUSTOMER MASTER AND ITS GENERATION
      *               RECORD WIDENED TO 101 BYTES FOR THE
      *               SELF-EXCLUSION FLAG AND DATES.
      * 15/10/26  AP  EMPLOYEE AND CUSTOMER MASTERS AND THEIR
      *               GENERATION RECORDS WIDENED TO 153 AND
      *               162 BYTES FOR THE NOTIFICATION CHANNEL
      *               AND ADDRESSES.
      **************************

      **************************
       01  ACCOUNT-MASTER-IN-RECORD   PIC X(55).

       FD  EMPLOYEE-GENERATION.
       01  EMPLOYEE-GENERATION-RECORD PIC X(153).

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-RECORD     PIC X(153).

       FD  YTD-GENERATION.
       01  YTD-GENERATION-RECORD      PIC X(113).

       FD  YTD-MASTER-IN.
       01  YTD-MASTER-IN-RECORD       PIC X(113).

       FD  GIFT-GENERATION.
       01  GIFT-GENERATION-RECORD     PIC X(56).

       FD  GIFT-CARD-MASTER-IN.
       01  GIFT-CARD-MASTER-IN-RECORD PIC X(56).

       FD  CUSTOMER-GENERATION.
       01  CUSTOMER-GENERATION-RECORD PIC X(162).

           COPY "custmfd.cpy".

