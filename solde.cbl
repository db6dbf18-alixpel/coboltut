      *               ORDINARY ITEMS) - THE EXTERNAL AUDIT
      *               WANTS TO SEE WHO KEYED AND WHO
      *               RELEASED EVERY HIGH-VALUE POSTING.
      * 15/10/26  AP  A LOAN ACCOUNT (TYPE 'L') CARRIES A DEBIT
      *               BALANCE BY DESIGN - IT IS THE AMOUNT OWED -
      *               SO IT IS NO LONGER REPORTED AS AN
      *               OVERDRAFT.
      * 15/10/26  AP  MEMBERSHIP RENEWAL DIRECT DEBITS
      *               (KEYING OPERATOR 'RENWDD') ARE NOT
      *               ALLOWED TO OVERDRAW - ONE BIGGER THAN
      *               THE BALANCE IS REJECTED LIKE A DEBIT
      *               ON A FROZEN ACCOUNT. EVERY REFUSED
      *               RENEWAL DEBIT IS ALSO APPENDED TO
      *               DDRETURN (SEE DDRTNFD) SO
      *               RENEWALPAYMENT CAN FALL BACK TO A
      *               NORMAL RENEWAL NOTICE.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTED-TRX-STATUS.

           SELECT DIRECT-DEBIT-RETURNS ASSIGN TO "DDRETURN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-RETURNS-STATUS.

           SELECT TRANSFER-EXCEPTIONS ASSIGN TO "XFEREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-EXC-STATUS.
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 TRX-KEYED-OPER        PIC X(06).
              88 TRX-RENEWAL-DEBIT  VALUE 'RENWDD'.
           05 TRX-APPROVED-OPER     PIC X(06).

       FD  ACCOUNT-MASTER-OUT.
       FD  REJECTED-TRANSACTIONS.
       01  REJECTED-TRANSACTION-RECORD PIC X(60).

       FD  DIRECT-DEBIT-RETURNS.
           COPY "ddrtnfd.cpy".

       FD  TRANSFER-EXCEPTIONS.
       01  TRANSFER-EXCEPTION-RECORD PIC X(60).

       01  WS-NET-CHANGE-STATUS         PIC X(02).
       01  WS-TRAN-HISTORY-STATUS       PIC X(02).
       01  WS-REJECTED-TRX-STATUS       PIC X(02).
       01  WS-DD-RETURNS-STATUS         PIC X(02).
       01  WS-TRANSFER-EXC-STATUS       PIC X(02).
       01  WS-COMPLIANCE-PARM-STATUS    PIC X(02).
       01  WS-COMPLIANCE-RPT-STATUS     PIC X(02).
              OPEN OUTPUT ACCOUNT-JOURNAL
           END-IF.

           OPEN EXTEND DIRECT-DEBIT-RETURNS.
           IF WS-DD-RETURNS-STATUS = '35' THEN
              OPEN OUTPUT DIRECT-DEBIT-RETURNS
           END-IF.

           PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
           PERFORM 2950-READ-TRANSACTION THRU 2950-EXIT.

           DISPLAY 'COMPTE : ' ACTI-ACCT-ID ' ' ACTI-NOM
               ' SOLDE : ' SOLDE ' ' ACTI-CURRENCY-CODE.

           IF SOLDE < ZERO AND ACTI-ACCT-TYPE NOT = 'L' THEN
              PERFORM 8100-WRITE-OVERDRAFT THRU 8100-EXIT
              ADD 1 TO WS-OVERDRAFT-COUNT
           END-IF.
      * A FROZEN OR CLOSED ACCOUNT TAKES NO POSTINGS -
      * THE TRANSACTION IS COUNTED AS RECEIVED, REJECTED
      * TO THE REPORT WITH THE STATUS AS THE REASON, AND
      * NEVER TOUCHES THE BALANCE OR THE HISTORY. A
      * RENEWAL DIRECT DEBIT IS REJECTED THE SAME WAY
      * WHEN IT WOULD TAKE THE BALANCE BELOW ZERO.
      *-------------------------------------------------
       2100-APPLY-TRANSACTION.
           IF TRX-TRANSFER THEN
              PERFORM 2950-READ-TRANSACTION THRU 2950-EXIT
              GO TO 2100-EXIT
           END-IF.
           IF TRX-DEBIT AND TRX-RENEWAL-DEBIT
              AND TRX-AMOUNT > SOLDE THEN
              PERFORM 2150-REJECT-TRANSACTION THRU 2150-EXIT
              PERFORM 2950-READ-TRANSACTION THRU 2950-EXIT
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-TRX-APPLIED-COUNT.
           SET ACCOUNT-HAD-ACTIVITY TO TRUE.

           ADD 1 TO WS-TRX-REJECTED-COUNT.
           MOVE TRX-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE SPACES TO DIRECT-DEBIT-RETURN-RECORD.
           EVALUATE TRUE
              WHEN ACCOUNT-FROZEN
                 STRING 'REJECTED ' TRX-ACCT-ID ' ' TRX-TYPE ' '
                     WS-AMOUNT-ED ' - ACCOUNT FROZEN'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE 'F' TO DDR-REASON
              WHEN ACCOUNT-CLOSED
                 STRING 'REJECTED ' TRX-ACCT-ID ' ' TRX-TYPE ' '
                     WS-AMOUNT-ED ' - ACCOUNT CLOSED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE 'C' TO DDR-REASON
              WHEN OTHER
                 STRING 'REJECTED ' TRX-ACCT-ID ' ' TRX-TYPE ' '
                     WS-AMOUNT-ED ' - WOULD OVERDRAW'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 MOVE 'O' TO DDR-REASON
           END-EVALUATE.
           MOVE WS-REPORT-LINE TO REJECTED-TRANSACTION-RECORD.
           WRITE REJECTED-TRANSACTION-RECORD.

           IF TRX-RENEWAL-DEBIT THEN
              MOVE TRX-ACCT-ID  TO DDR-ACCT-ID
              MOVE TRX-AMOUNT   TO DDR-AMOUNT
              MOVE CYC-RUN-DATE TO DDR-RETURN-DATE
              WRITE DIRECT-DEBIT-RETURN-RECORD
           END-IF.
       2150-EXIT.
           EXIT.

           CLOSE TRANSACTIONS.
           CLOSE TRANSACTION-HISTORY.
           CLOSE REJECTED-TRANSACTIONS.
           CLOSE DIRECT-DEBIT-RETURNS.
           CLOSE COMPLIANCE-REPORT.
           CLOSE ACCOUNT-JOURNAL.
           CLOSE ACCOUNT-MASTER-OUT.
