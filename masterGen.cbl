      *               ONE BACK. A MASTER NOT ALLOCATED IS
      *               SKIPPED WITH A NOTE - NOT EVERY SITE
      *               RUNS EVERY SUBSYSTEM EVERY DAY.
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
      * 15/10/26  AP  EMPLOYEE AND CUSTOMER GENERATION RECORDS
      *               WIDENED TO 153 AND 162 BYTES FOR THE
      *               NOTIFICATION CHANNEL AND ADDRESSES.
      **************************

      **************************
           COPY "empmfd.cpy".

       FD  EMPLOYEE-GENERATION.
       01  EMPLOYEE-GENERATION-RECORD PIC X(153).

       FD  YTD-MASTER-OUT.
       01  YTD-MASTER-OUT-RECORD.
           05 YTDO-DEDUCTIONS       PIC 9(09)V99.
           05 YTDO-NET              PIC 9(09)V99.
           05 YTDO-GARNISH          PIC 9(09)V99.
           05 YTDO-LAST-RUN.
              10 YTDO-LAST-PAY-DATE PIC 9(08).
              10 YTDO-LAST-GROSS    PIC 9(07)V99.
              10 YTDO-LAST-NET      PIC 9(07)V99.
              10 YTDO-LAST-ROUTING  PIC X(09).
              10 YTDO-LAST-ACCOUNT  PIC X(17).
           05 YTDO-ER-SOCIAL        PIC 9(09)V99.

       FD  YTD-GENERATION.
       01  YTD-GENERATION-RECORD    PIC X(113).

       FD  GIFT-CARD-MASTER-OUT.
       01  GIFT-CARD-MASTER-OUT-RECORD.
           05 GCO-BALANCE           PIC 9(07)V99.
           05 GCO-ISSUE-DATE        PIC 9(08).
           05 GCO-STATUS            PIC X(01).
           05 GCO-LAST-ACTIVITY     PIC 9(08).
           05 GCO-HOLDER-ID         PIC X(10).
           05 GCO-WARNED-DATE       PIC 9(08).

       FD  GIFT-GENERATION.
       01  GIFT-GENERATION-RECORD   PIC X(56).

           COPY "custmfd.cpy".

       FD  CUSTOMER-GENERATION.
       01  CUSTOMER-GENERATION-RECORD PIC X(162).

       FD  MASTER-GEN-CATALOG.
           COPY "mgenfd.cpy".
