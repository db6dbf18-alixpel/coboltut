      *               CAN POLICE THE FILE BEFORE RELEASE.
      *               THE CONTROL REPORT TOTALS WHAT WAS
      *               DECLARED.
      * 15/10/26  AP  YTD MASTER WIDENED TO 102 BYTES - NOT
      *               READ HERE BEYOND THE YEAR TO DATE
      *               FIGURES.
      * 15/10/26  AP  YTD MASTER WIDENED TO 113 BYTES - NOT
      *               READ HERE BEYOND THE YEAR TO DATE
      *               FIGURES.
      **************************

      **************************
           05 YTDI-DEDUCTIONS       PIC 9(09)V99.
           05 YTDI-NET              PIC 9(09)V99.
           05 YTDI-GARNISH          PIC 9(09)V99.
           05 FILLER                PIC X(63).

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".
