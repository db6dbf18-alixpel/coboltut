      *               THE EMPLOYEE INSTEAD OF ONLY THE
      *               FIRST - ONE LEG FAILING NEVER UNWINDS
      *               THE OTHERS.
      * 15/10/26  AP  YTD MASTER WIDENED TO 102 BYTES -
      *               THE LAST-RUN FIGURES ARE CARRIED
      *               THROUGH UNCHANGED.
      * 15/10/26  AP  YTD MASTER WIDENED TO 113 BYTES - THE
      *               YEAR-TO-DATE EMPLOYER CHARGES ARE
      *               CARRIED THROUGH UNCHANGED.
      **************************

      **************************
           05 YTDI-DEDUCTIONS       PIC 9(09)V99.
           05 YTDI-NET              PIC 9(09)V99.
           05 YTDI-GARNISH          PIC 9(09)V99.
           05 YTDI-LAST-RUN.
              10 YTDI-LAST-PAY-DATE PIC 9(08).
              10 YTDI-LAST-GROSS    PIC 9(07)V99.
              10 YTDI-LAST-NET      PIC 9(07)V99.
              10 YTDI-LAST-ROUTING  PIC X(09).
              10 YTDI-LAST-ACCOUNT  PIC X(17).
           05 YTDI-ER-SOCIAL        PIC 9(09)V99.

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

       FD  ACH-EXCEPTION-REPORT.
       01  ACH-EXCEPTION-RECORD     PIC X(70).
           MOVE YTDI-DEDUCTIONS TO YTDO-DEDUCTIONS.
           MOVE YTDI-NET        TO YTDO-NET.
           MOVE YTDI-GARNISH    TO YTDO-GARNISH.
           MOVE YTDI-LAST-RUN   TO YTDO-LAST-RUN.
           MOVE YTDI-ER-SOCIAL  TO YTDO-ER-SOCIAL.

           PERFORM 3100-BACK-OUT-FAILED-LEGS THRU 3100-EXIT
               VARYING EXP-IDX FROM 1 BY 1
