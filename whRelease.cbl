      *               A WAY AROUND THE SUPERVISOR HOLD,
      *               SINCE A BLANK KEYED-OPER PASSES
      *               TRANEDIT AS A MACHINE FEED.
      * 15/10/26  AP  THE RELEASED TRANFILE RECORD NOW CARRIES
      *               THE ITEM'S EFFECTIVE RELEASE DATE AS ITS
      *               VALUE DATE, SO TRANEDIT'S PERIOD LOCK
      *               CATCHES AN ITEM DUE IN A MONTH THAT HAS
      *               ALREADY BEEN CLOSED.
      **************************

      **************************
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 TRX-KEYED-OPER        PIC X(06).
           05 TRX-VALUE-DATE        PIC 9(08).

       FD  RELEASE-REPORT.
       01  RELEASE-REPORT-RECORD    PIC X(65).
              MOVE WH-AMOUNT     TO TRX-AMOUNT
              MOVE WH-TO-ACCT-ID TO TRX-TO-ACCT-ID
              MOVE WH-KEYED-OPER TO TRX-KEYED-OPER
              MOVE WS-RELEASE-DATE TO TRX-VALUE-DATE
              WRITE TRANSACTION-RECORD
              ADD 1 TO WS-RELEASED-COUNT
              MOVE WH-AMOUNT TO WS-AMOUNT-ED
