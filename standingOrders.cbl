      *               GENERATION REPORT SHOWS WHAT POSTED -
      *               A FORGOTTEN RECURRING POSTING IS NOW
      *               IMPOSSIBLE RATHER THAN HABITUAL.
      * 15/10/26  AP  THE GENERATED TRANFILE RECORD NOW CARRIES
      *               THE ORDER'S DUE DATE AS ITS VALUE DATE
      *               (BEHIND A BLANK OPERATOR FIELD), SO
      *               TRANEDIT'S PERIOD LOCK CATCHES A CATCH-UP
      *               POSTING DUE IN A MONTH ALREADY CLOSED.
      **************************

      **************************
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 FILLER                PIC X(06).
           05 TRX-VALUE-DATE        PIC 9(08).

       FD  GENERATION-REPORT.
       01  GENERATION-RECORD        PIC X(65).
           MOVE SO-ACCT-ID  TO TRX-ACCT-ID.
           MOVE SO-TYPE     TO TRX-TYPE.
           MOVE SO-AMOUNT   TO TRX-AMOUNT.
           MOVE SO-NEXT-RUN-DATE TO TRX-VALUE-DATE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD SO-AMOUNT TO WS-GENERATED-TOTAL.
