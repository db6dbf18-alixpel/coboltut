      *               SO THE EMPLOYEE CAN CHECK IT. PAID
      *               ENTRIES ARE MARKED DONE ON THE RATE-
      *               CHANGE FILE SO THEY CANNOT PAY TWICE.
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

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
              10 WS-YTD-DEDUCTIONS  PIC 9(09)V99.
              10 WS-YTD-NET         PIC 9(09)V99.
              10 WS-YTD-GARNISH     PIC 9(09)V99.
              10 WS-YTD-LAST-RUN    PIC X(52).
              10 WS-YTD-ER-SOCIAL   PIC 9(09)V99.

       01  WS-EFF-MONTH             PIC 9(06).
       01  WS-LAST-PAY-MONTH        PIC 9(06).
                  TO WS-YTD-DEDUCTIONS(WS-YTD-COUNT)
              MOVE YTDI-NET TO WS-YTD-NET(WS-YTD-COUNT)
              MOVE YTDI-GARNISH TO WS-YTD-GARNISH(WS-YTD-COUNT)
              MOVE YTDI-LAST-RUN
                  TO WS-YTD-LAST-RUN(WS-YTD-COUNT)
              MOVE YTDI-ER-SOCIAL
                  TO WS-YTD-ER-SOCIAL(WS-YTD-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.
                           WS-YTD-DEDUCTIONS(YTD-IDX)
                           WS-YTD-NET(YTD-IDX)
                           WS-YTD-GARNISH(YTD-IDX)
                           WS-YTD-ER-SOCIAL(YTD-IDX)
              MOVE SPACES TO WS-YTD-LAST-RUN(YTD-IDX)
           END-IF.
           ADD WS-GROSS-DIFF TO WS-YTD-GROSS(YTD-IDX).
           ADD WS-TAX-DIFF   TO WS-YTD-DEDUCTIONS(YTD-IDX).
           MOVE WS-YTD-DEDUCTIONS(YTD-IDX) TO YTDO-DEDUCTIONS.
           MOVE WS-YTD-NET(YTD-IDX)        TO YTDO-NET.
           MOVE WS-YTD-GARNISH(YTD-IDX)    TO YTDO-GARNISH.
           MOVE WS-YTD-LAST-RUN(YTD-IDX)   TO YTDO-LAST-RUN.
           MOVE WS-YTD-ER-SOCIAL(YTD-IDX)  TO YTDO-ER-SOCIAL.
           WRITE YTD-MASTER-OUT-RECORD.
       8010-EXIT.
           EXIT.
