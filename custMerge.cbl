      *               AND THE DUPLICATE DOES, THE SURVIVOR
      *               TAKES THE DUPLICATE'S, SO THE FAMILY
      *               LINK IS NOT LOST WITH THE DEAD ID.
      * 15/10/26  AP  AN ACCESSIBILITY REGISTRATION ALSO
      *               SURVIVES - A SURVIVOR NOT REGISTERED
      *               TAKES THE DUPLICATE'S FLAG AND REVIEW
      *               DATE WHEN THE DUPLICATE WAS.
      * 15/10/26  AP  A RENEWAL MANDATE ALSO SURVIVES - A
      *               SURVIVOR WITHOUT ONE TAKES THE
      *               DUPLICATE'S ACCOUNT, TERM AND ANY
      *               DIRECT DEBIT STILL OUTSTANDING.
      * 15/10/26  AP  A SELF-EXCLUSION ALSO SURVIVES - A
      *               SURVIVOR NOT EXCLUDED TAKES THE
      *               DUPLICATE'S DATES; WHEN BOTH ARE, THE
      *               WIDER OF THE TWO PERIODS IS KEPT.
      * 15/10/26  AP  NOTIFICATION DETAILS ALSO SURVIVE - A
      *               SURVIVOR WITH NO CHANNEL PREFERENCE
      *               TAKES THE DUPLICATE'S, AND AN ADDRESS
      *               MISSING ON THE SURVIVOR IS FILLED FROM
      *               THE DUPLICATE.
      **************************

      **************************
           05 WS-SUR-HEIGHT         PIC 9(03).
           05 WS-SUR-EXPIRY         PIC 9(08).
           05 WS-SUR-HOUSEHOLD      PIC X(08).
           05 WS-SUR-ACCESS-FLAG    PIC X(01).
           05 WS-SUR-ACCESS-REVIEW  PIC 9(08).
           05 WS-SUR-MANDATE-ACCT   PIC X(06).
           05 WS-SUR-MANDATE-TERM   PIC 9(03).
           05 WS-SUR-DD-RAISED      PIC 9(08).
           05 WS-SUR-EXCL-FLAG      PIC X(01).
           05 WS-SUR-EXCL-START     PIC 9(08).
           05 WS-SUR-EXCL-END       PIC 9(08).
           05 WS-SUR-NOTIFY-CHANNEL PIC X(01).
           05 WS-SUR-POSTAL-ADDR    PIC X(30).
           05 WS-SUR-ELECTRONIC-ADDR PIC X(30).

       01  WS-DUPLICATE-RECORD.
           05 WS-DUP-HEIGHT         PIC 9(03).
           05 WS-DUP-EXPIRY         PIC 9(08).
           05 WS-DUP-HOUSEHOLD      PIC X(08).
           05 WS-DUP-ACCESS-FLAG    PIC X(01).
           05 WS-DUP-ACCESS-REVIEW  PIC 9(08).
           05 WS-DUP-MANDATE-ACCT   PIC X(06).
           05 WS-DUP-MANDATE-TERM   PIC 9(03).
           05 WS-DUP-DD-RAISED      PIC 9(08).
           05 WS-DUP-EXCL-FLAG      PIC X(01).
           05 WS-DUP-EXCL-START     PIC 9(08).
           05 WS-DUP-EXCL-END       PIC 9(08).
           05 WS-DUP-NOTIFY-CHANNEL PIC X(01).
           05 WS-DUP-POSTAL-ADDR    PIC X(30).
           05 WS-DUP-ELECTRONIC-ADDR PIC X(30).

      ***************************
       PROCEDURE DIVISION.
           MOVE CUM-LAST-HEIGHT       TO WS-SUR-HEIGHT.
           MOVE CUM-MEMBERSHIP-EXPIRY TO WS-SUR-EXPIRY.
           MOVE CUM-HOUSEHOLD-ID      TO WS-SUR-HOUSEHOLD.
           MOVE CUM-ACCESS-FLAG       TO WS-SUR-ACCESS-FLAG.
           MOVE CUM-ACCESS-REVIEW-DATE TO WS-SUR-ACCESS-REVIEW.
           MOVE CUM-MANDATE-ACCT-ID   TO WS-SUR-MANDATE-ACCT.
           MOVE CUM-MANDATE-TERM      TO WS-SUR-MANDATE-TERM.
           MOVE CUM-DD-RAISED-DATE    TO WS-SUR-DD-RAISED.
           MOVE CUM-SELF-EXCL-FLAG    TO WS-SUR-EXCL-FLAG.
           MOVE CUM-SELF-EXCL-START   TO WS-SUR-EXCL-START.
           MOVE CUM-SELF-EXCL-END     TO WS-SUR-EXCL-END.
           MOVE CUM-NOTIFY-CHANNEL    TO WS-SUR-NOTIFY-CHANNEL.
           MOVE CUM-POSTAL-ADDR       TO WS-SUR-POSTAL-ADDR.
           MOVE CUM-ELECTRONIC-ADDR   TO WS-SUR-ELECTRONIC-ADDR.

           MOVE WS-DUPLICATE-ID TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
           MOVE CUM-LAST-HEIGHT       TO WS-DUP-HEIGHT.
           MOVE CUM-MEMBERSHIP-EXPIRY TO WS-DUP-EXPIRY.
           MOVE CUM-HOUSEHOLD-ID      TO WS-DUP-HOUSEHOLD.
           MOVE CUM-ACCESS-FLAG       TO WS-DUP-ACCESS-FLAG.
           MOVE CUM-ACCESS-REVIEW-DATE TO WS-DUP-ACCESS-REVIEW.
           MOVE CUM-MANDATE-ACCT-ID   TO WS-DUP-MANDATE-ACCT.
           MOVE CUM-MANDATE-TERM      TO WS-DUP-MANDATE-TERM.
           MOVE CUM-DD-RAISED-DATE    TO WS-DUP-DD-RAISED.
           MOVE CUM-SELF-EXCL-FLAG    TO WS-DUP-EXCL-FLAG.
           MOVE CUM-SELF-EXCL-START   TO WS-DUP-EXCL-START.
           MOVE CUM-SELF-EXCL-END     TO WS-DUP-EXCL-END.
           MOVE CUM-NOTIFY-CHANNEL    TO WS-DUP-NOTIFY-CHANNEL.
           MOVE CUM-POSTAL-ADDR       TO WS-DUP-POSTAL-ADDR.
           MOVE CUM-ELECTRONIC-ADDR   TO WS-DUP-ELECTRONIC-ADDR.

           DELETE CUSTOMER-MASTER RECORD.

              AND WS-DUP-HOUSEHOLD NOT = SPACES THEN
              MOVE WS-DUP-HOUSEHOLD TO WS-SUR-HOUSEHOLD
           END-IF.
           IF WS-SUR-ACCESS-FLAG NOT = 'Y'
              AND WS-DUP-ACCESS-FLAG = 'Y' THEN
              MOVE WS-DUP-ACCESS-FLAG   TO WS-SUR-ACCESS-FLAG
              MOVE WS-DUP-ACCESS-REVIEW TO WS-SUR-ACCESS-REVIEW
           END-IF.
           IF WS-SUR-MANDATE-ACCT = SPACES
              AND WS-DUP-MANDATE-ACCT NOT = SPACES THEN
              MOVE WS-DUP-MANDATE-ACCT TO WS-SUR-MANDATE-ACCT
              MOVE WS-DUP-MANDATE-TERM TO WS-SUR-MANDATE-TERM
              MOVE WS-DUP-DD-RAISED    TO WS-SUR-DD-RAISED
           END-IF.
           IF WS-DUP-EXCL-FLAG = 'Y' THEN
              IF WS-SUR-EXCL-FLAG NOT = 'Y' THEN
                 MOVE WS-DUP-EXCL-FLAG  TO WS-SUR-EXCL-FLAG
                 MOVE WS-DUP-EXCL-START TO WS-SUR-EXCL-START
                 MOVE WS-DUP-EXCL-END   TO WS-SUR-EXCL-END
              ELSE
                 IF WS-DUP-EXCL-START < WS-SUR-EXCL-START THEN
                    MOVE WS-DUP-EXCL-START TO WS-SUR-EXCL-START
                 END-IF
                 IF WS-DUP-EXCL-END > WS-SUR-EXCL-END THEN
                    MOVE WS-DUP-EXCL-END TO WS-SUR-EXCL-END
                 END-IF
              END-IF
           END-IF.
           IF WS-SUR-NOTIFY-CHANNEL = SPACE THEN
              MOVE WS-DUP-NOTIFY-CHANNEL TO WS-SUR-NOTIFY-CHANNEL
           END-IF.
           IF WS-SUR-POSTAL-ADDR = SPACES THEN
              MOVE WS-DUP-POSTAL-ADDR TO WS-SUR-POSTAL-ADDR
           END-IF.
           IF WS-SUR-ELECTRONIC-ADDR = SPACES THEN
              MOVE WS-DUP-ELECTRONIC-ADDR TO WS-SUR-ELECTRONIC-ADDR
           END-IF.

           MOVE WS-SUR-VISITOR-ID  TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
           MOVE WS-SUR-HEIGHT TO CUM-LAST-HEIGHT.
           MOVE WS-SUR-EXPIRY TO CUM-MEMBERSHIP-EXPIRY.
           MOVE WS-SUR-HOUSEHOLD TO CUM-HOUSEHOLD-ID.
           MOVE WS-SUR-ACCESS-FLAG TO CUM-ACCESS-FLAG.
           MOVE WS-SUR-ACCESS-REVIEW TO CUM-ACCESS-REVIEW-DATE.
           MOVE WS-SUR-MANDATE-ACCT TO CUM-MANDATE-ACCT-ID.
           MOVE WS-SUR-MANDATE-TERM TO CUM-MANDATE-TERM.
           MOVE WS-SUR-DD-RAISED TO CUM-DD-RAISED-DATE.
           MOVE WS-SUR-EXCL-FLAG TO CUM-SELF-EXCL-FLAG.
           MOVE WS-SUR-EXCL-START TO CUM-SELF-EXCL-START.
           MOVE WS-SUR-EXCL-END TO CUM-SELF-EXCL-END.
           MOVE WS-SUR-NOTIFY-CHANNEL TO CUM-NOTIFY-CHANNEL.
           MOVE WS-SUR-POSTAL-ADDR TO CUM-POSTAL-ADDR.
           MOVE WS-SUR-ELECTRONIC-ADDR TO CUM-ELECTRONIC-ADDR.
           REWRITE CUSTOMER-MASTER-RECORD.

           OPEN EXTEND CUSTOMER-XREF.
