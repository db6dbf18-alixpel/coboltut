      *               ON PIN REUSE ARE ENFORCED IN ONE
      *               PLACE INSTEAD OF FOURTEEN COPIES OF
      *               THE ROSTER LOOP.
      * 15/10/26  AP  THE PENDING FILE NOW ALSO HOLDS AFTER-
      *               CLOSE ADJUSTMENTS - ITEMS DATED INTO A
      *               CLOSED ACCOUNTING PERIOD - AT ANY AMOUNT.
      *               THE LIST AND THE DECISION SHOW THEM WITH
      *               THE PERIOD THEY ADJUST, AND THEIR VALUE
      *               DATE AND FLAG ARE KEPT ON THE REWRITE.
      **************************

      **************************
                 15 WS-PND-TO-ACCT   PIC X(06).
              10 WS-PND-KEYED-OPER   PIC X(06).
              10 WS-PND-APPR-OPER    PIC X(06).
              10 WS-PND-VALUE-DATE   PIC 9(08).
              10 WS-PND-VALUE-PARTS REDEFINES WS-PND-VALUE-DATE.
                 15 WS-PND-PERIOD    PIC 9(06).
                 15 FILLER           PIC 9(02).
              10 WS-PND-ADJUST-FLAG  PIC X(01).
                 88 WS-PND-ADJUSTMENT VALUE 'A'.

      ***************************
       PROCEDURE DIVISION.
                  TO WS-PND-KEYED-OPER(WS-PEND-COUNT)
              MOVE PA-APPROVED-OPER
                  TO WS-PND-APPR-OPER(WS-PEND-COUNT)
              IF PA-VALUE-DATE IS NUMERIC THEN
                 MOVE PA-VALUE-DATE
                     TO WS-PND-VALUE-DATE(WS-PEND-COUNT)
              ELSE
                 MOVE ZERO TO WS-PND-VALUE-DATE(WS-PEND-COUNT)
              END-IF
              MOVE PA-ADJUST-FLAG
                  TO WS-PND-ADJUST-FLAG(WS-PEND-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.
               WS-PND-ACCT-ID(PND-IDX) ' '
               WS-PND-TYPE(PND-IDX) ' ' WS-AMOUNT-ED ' '
               WS-PND-KEYED-OPER(PND-IDX).
           IF WS-PND-ADJUSTMENT(PND-IDX) THEN
              DISPLAY '      AFTER-CLOSE ADJUSTMENT TO PERIOD '
                  WS-PND-PERIOD(PND-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

               WS-PND-TYPE(PND-IDX) ' ' WS-AMOUNT-ED
               ' KEYED BY ' WS-PND-KEYED-OPER(PND-IDX)
               ' ON ' WS-PND-KEYED-DATE(PND-IDX).
           IF WS-PND-ADJUSTMENT(PND-IDX) THEN
              DISPLAY 'AFTER-CLOSE ADJUSTMENT TO CLOSED PERIOD '
                  WS-PND-PERIOD(PND-IDX) ' - VALUE DATE '
                  WS-PND-VALUE-DATE(PND-IDX)
           END-IF.

           IF RELEASE-ITEM THEN
              MOVE 'R' TO WS-PND-STATUS(PND-IDX)
           MOVE WS-PND-TRX(PND-IDX)        TO PA-TRANSACTION.
           MOVE WS-PND-KEYED-OPER(PND-IDX) TO PA-KEYED-OPER.
           MOVE WS-PND-APPR-OPER(PND-IDX)  TO PA-APPROVED-OPER.
           MOVE WS-PND-VALUE-DATE(PND-IDX) TO PA-VALUE-DATE.
           MOVE WS-PND-ADJUST-FLAG(PND-IDX) TO PA-ADJUST-FLAG.
           WRITE PENDING-APPROVAL-RECORD.
       8100-EXIT.
           EXIT.
