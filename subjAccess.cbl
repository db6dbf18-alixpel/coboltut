      *               PRIVATE LAYOUT PREDATED THE
      *               WITHHOLDING FIELDS AND SILENTLY
      *               DROPPED DATA HELD ABOUT THE VISITOR.
      * 15/10/26  AP  THE CUSTOMER-MASTER LINE NOW SHOWS THE
      *               ACCESSIBILITY REGISTRATION AND ITS
      *               REVIEW DATE - DATA HELD ABOUT THE
      *               VISITOR THAT MUST BE DISCLOSED.
      * 15/10/26  AP  THE CUSTOMER-MASTER DISCLOSURE NOW
      *               SHOWS THE LEDGER ACCOUNT MANDATED FOR
      *               RENEWAL DIRECT DEBITS.
      * 15/10/26  AP  THE CUSTOMER-MASTER DISCLOSURE NOW
      *               SHOWS ANY SELF-EXCLUSION AND ITS
      *               DATES.
      * 15/10/26  AP  THE CUSTOMER-MASTER DISCLOSURE NOW
      *               SHOWS THE NOTIFICATION PREFERENCE AND
      *               ADDRESSES, AND A NEW SECTION LISTS
      *               EVERY NOTICE SENT TO THE VISITOR FROM
      *               THE NOTIFICATION HISTORY (NTFHFD).
      * 15/10/26  AP  TICKSALE LAYOUT NOW TAKEN FROM THE SHARED
      *               TKSALFD COPYBOOK, AND THE PAYMENT METHOD
      *               ADDED TO THE RENWPAY LAYOUT, SO BOTH
      *               RECORDS READ AS THEIR WRITERS LAY THEM
      *               OUT.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAW-HISTORY-STATUS.

           SELECT NOTIFY-HISTORY ASSIGN TO "NTFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-HISTORY-STATUS.
           SELECT DISCLOSURE-DOCUMENT ASSIGN TO "SUBJDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCLOSURE-STATUS.
           05 RP-AMOUNT             PIC 9(05)V99.
           05 RP-PAYMENT-DATE       PIC 9(08).
           05 RP-TERM-MONTHS        PIC 9(03).
           05 RP-PAY-METHOD         PIC X(01).

       FD  TICKET-SALES.
           COPY "tksalfd.cpy".

       FD  DRAW-HISTORY.
           COPY "drawhfd.cpy".

       FD  NOTIFY-HISTORY.
           COPY "ntfhfd.cpy".

       FD  DISCLOSURE-DOCUMENT.
       01  DISCLOSURE-RECORD        PIC X(75).

       01  WS-RENEWAL-PAY-STATUS    PIC X(02).
       01  WS-TICKET-SALES-STATUS   PIC X(02).
       01  WS-DRAW-HISTORY-STATUS   PIC X(02).
       01  WS-NOTIFY-HISTORY-STATUS PIC X(02).
       01  WS-DISCLOSURE-STATUS     PIC X(02).
       01  WS-REQUEST-LOG-STATUS    PIC X(02).

           PERFORM 3500-DISCLOSE-GIFT-CARDS THRU 3500-EXIT.
           PERFORM 3600-DISCLOSE-RENEWALS THRU 3600-EXIT.
           PERFORM 3700-DISCLOSE-WINNINGS THRU 3700-EXIT.
           PERFORM 3800-DISCLOSE-NOTICES THRU 3800-EXIT.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LINE-COUNT TO WS-AMOUNT-ED.
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  HOUSEHOLD ' CUM-HOUSEHOLD-ID
                  ' CONSENT ' CUM-CONSENT-FLAG
                  ' ACCESS ' CUM-ACCESS-FLAG
                  ' REVIEW ' CUM-ACCESS-REVIEW-DATE
                  ' MANDATE ' CUM-MANDATE-ACCT-ID
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DISCLOSURE-RECORD
              WRITE DISCLOSURE-RECORD
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  SELF-EXCLUSION ' CUM-SELF-EXCL-FLAG
                  ' FROM ' CUM-SELF-EXCL-START
                  ' TO ' CUM-SELF-EXCL-END
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DISCLOSURE-RECORD
              WRITE DISCLOSURE-RECORD
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  NOTIFY BY ' CUM-NOTIFY-CHANNEL
                  ' POSTAL ' CUM-POSTAL-ADDR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DISCLOSURE-RECORD
              WRITE DISCLOSURE-RECORD
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  E-MAIL/MOBILE ' CUM-ELECTRONIC-ADDR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DISCLOSURE-RECORD
              WRITE DISCLOSURE-RECORD
              ADD 5 TO WS-LINE-COUNT
           END-IF.
           CLOSE CUSTOMER-MASTER.
       3100-EXIT.
       3730-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY NOTICE SENT OR ATTEMPTED FOR THE VISITOR -
      * ONE LINE PER HISTORY ENTRY, SO A BOUNCE OR RE-
      * MAIL SHOWS BESIDE THE ORIGINAL SEND.
      *-------------------------------------------------
       3800-DISCLOSE-NOTICES.
           MOVE 'NOTICES SENT' TO DISCLOSURE-RECORD.
           WRITE DISCLOSURE-RECORD.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT NOTIFY-HISTORY.
           IF WS-NOTIFY-HISTORY-STATUS NOT = '00' THEN
              GO TO 3800-EXIT
           END-IF.
           PERFORM 3810-SCAN-NOTICE THRU 3810-EXIT
               UNTIL END-OF-FILE-SCAN.
           CLOSE NOTIFY-HISTORY.
       3800-EXIT.
           EXIT.

       3810-SCAN-NOTICE.
           READ NOTIFY-HISTORY
              AT END SET END-OF-FILE-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-FILE-SCAN
              AND NH-RECIPIENT-TYPE = 'G'
              AND NH-RECIPIENT-ID = WS-SUBJECT-ID THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING '  ' NH-NOTICE-ID
                  ' ' NH-STATUS-DATE
                  ' ' NH-TEMPLATE-CODE
                  ' ' NH-CHANNEL
                  ' ' NH-STATUS
                  ' ' NH-ADDRESS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DISCLOSURE-RECORD
              WRITE DISCLOSURE-RECORD
              ADD 1 TO WS-LINE-COUNT
           END-IF.
       3810-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY REQUEST IS LOGGED - WHO RAN IT, FOR WHOM,
      * WHEN. THE REGULATION ASKS US TO ACCOUNT FOR THE
