      *               ON PIN REUSE ARE ENFORCED IN ONE
      *               PLACE INSTEAD OF FOURTEEN COPIES OF
      *               THE ROSTER LOOP.
      * 15/10/26  AP  ADD NOW QUEUES A NEW-MEMBER CARD ON THE
      *               CARD REQUEST FILE (CRQFD) FOR THE
      *               NIGHTLY CARDPRODUCTION STEP, AND THE NEW
      *               K FUNCTION TAKES A LOST OR DAMAGED CARD
      *               REPORT - A REPLACEMENT REQUEST THAT HOT-
      *               LISTS A LOST CARD AND CARRIES THE
      *               REPLACEMENT FEE.
      * 15/10/26  AP  NEW R FUNCTION REGISTERS (OR
      *               WITHDRAWS) A VISITOR FOR ACCESSIBILITY
      *               ADMISSION WITH A REVIEW DATE, REPLACING
      *               THE PAPER LETTER SHOWN AT EACH RIDE.
      *               ADD STARTS A VISITOR NOT REGISTERED AND
      *               INQUIRE SHOWS THE FLAG AND REVIEW DATE.
      * 15/10/26  AP  NEW M FUNCTION RECORDS (OR CANCELS) A
      *               MEMBER'S MANDATE OF A LEDGER ACCOUNT
      *               FOR AUTO-RENEWAL AND ITS TERM. THE
      *               ACCOUNT MUST BE ON ACCOUNT-MASTER,
      *               NEITHER FROZEN, CLOSED NOR A LOAN, AND
      *               A MANDATE IS NOT CHANGED WHILE A
      *               RENEWAL DEBIT IS OUTSTANDING. ADD
      *               STARTS A MEMBER WITH NO MANDATE.
      * 15/10/26  AP  NEW E FUNCTION RECORDS A VISITOR'S
      *               SELF-EXCLUSION FROM DRAW TICKET
      *               PURCHASES WITH START AND END DATES. A
      *               RUNNING EXCLUSION MAY BE EXTENDED BUT
      *               ONLY A SUPERVISOR MAY SHORTEN OR LIFT
      *               IT. ADD STARTS A VISITOR NOT EXCLUDED
      *               AND INQUIRE SHOWS THE EXCLUSION.
      * 15/10/26  AP  NEW N FUNCTION RECORDS HOW THE VISITOR
      *               WANTS NOTICES SENT (POST, E-MAIL, SMS
      *               OR DECLINED) WITH THE POSTAL AND
      *               E-MAIL/MOBILE ADDRESSES NOTIFYDISPATCH
      *               SENDS TO. ADD STARTS A VISITOR WITH NO
      *               PREFERENCE AND INQUIRE SHOWS IT.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

           SELECT CARD-REQUESTS ASSIGN TO "CARDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-REQUEST-STATUS.

           SELECT ACCOUNT-MASTER-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-IN-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       FD  CARD-REQUESTS.
           COPY "crqfd.cpy".

       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD.
           05 ACTI-ACCT-ID          PIC X(06).
           05 ACTI-NOM              PIC X(20).
           05 ACTI-BALANCE          PIC S9(07)V99.
           05 ACTI-CURRENCY-CODE    PIC X(03).
           05 ACTI-ACCT-TYPE        PIC X(01).
           05 ACTI-STATUS           PIC X(01).
           05 ACTI-LAST-ACTIVITY    PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).

       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).
       01  WS-CARD-REQUEST-STATUS    PIC X(02).
       01  WS-ACCOUNT-MASTER-IN-STATUS PIC X(02).

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-KEY              PIC X(12).
           88 INQUIRE-CUSTOMER       VALUE 'I'.
           88 LINK-HOUSEHOLD         VALUE 'H'.
           88 UNLINK-HOUSEHOLD       VALUE 'U'.
           88 REPLACE-CARD           VALUE 'K'.
           88 ACCESS-REGISTRATION    VALUE 'R'.
           88 RENEWAL-MANDATE        VALUE 'M'.
           88 SELF-EXCLUSION         VALUE 'E'.
           88 NOTIFY-PREFERENCE      VALUE 'N'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

       01  WS-VISITOR-ID             PIC X(10).
       01  WS-MEMBERSHIP-EXPIRY      PIC 9(08).
       01  WS-HOUSEHOLD-ID           PIC X(08).
       01  WS-CONSENT-FLAG           PIC X(01).
       01  WS-ACCESS-FLAG            PIC X(01).
           88 VALID-ACCESS-FLAG      VALUE 'Y' 'N'.
       01  WS-ACCESS-REVIEW-DATE     PIC 9(08).
       01  WS-TODAY                  PIC 9(08).
       01  WS-MANDATE-ACCT-ID        PIC X(06).
       01  WS-MANDATE-TERM           PIC 9(03).
       01  WS-ACCOUNT-EOF-SW         PIC X(01).
           88 END-OF-ACCOUNTS        VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-SW       PIC X(01).
           88 ACCOUNT-FOUND          VALUE 'Y'.
       01  WS-SELF-EXCL-FLAG         PIC X(01).
           88 VALID-SELF-EXCL-FLAG   VALUE 'Y' 'N'.
       01  WS-SELF-EXCL-START        PIC 9(08).
       01  WS-SELF-EXCL-END          PIC 9(08).
       01  WS-NOTIFY-CHANNEL         PIC X(01).
           88 VALID-NOTIFY-CHANNEL   VALUE 'P' 'E' 'S' 'N' SPACE.
       01  WS-POSTAL-ADDR            PIC X(30).
       01  WS-ELECTRONIC-ADDR        PIC X(30).
       01  WS-CARD-REQUEST-TYPE      PIC X(01).
           88 VALID-REPLACEMENT      VALUE 'L' 'D'.

      ***************************
       PROCEDURE DIVISION.
           DISPLAY '-------- CUSTOMER MASTER MAINTENANCE --------'.
           DISPLAY 'A - ADD     C - CHANGE   D - DELETE'.
           DISPLAY 'I - INQUIRE H - LINK HH  U - UNLINK HH'.
           DISPLAY 'K - CARD LOST/DAMAGED  R - ACCESSIBILITY'.
           DISPLAY 'M - RENEWAL MANDATE    E - SELF-EXCLUSION'.
           DISPLAY 'N - NOTIFICATIONS'.
           DISPLAY 'X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.
                 PERFORM 7000-LINK-HOUSEHOLD THRU 7000-EXIT
              WHEN UNLINK-HOUSEHOLD
                 PERFORM 7500-UNLINK-HOUSEHOLD THRU 7500-EXIT
              WHEN REPLACE-CARD
                 PERFORM 7700-REPLACE-CARD THRU 7700-EXIT
              WHEN ACCESS-REGISTRATION
                 PERFORM 7800-ACCESS-REGISTRATION THRU 7800-EXIT
              WHEN RENEWAL-MANDATE
                 PERFORM 7900-RENEWAL-MANDATE THRU 7900-EXIT
              WHEN SELF-EXCLUSION
                 PERFORM 7970-SELF-EXCLUSION THRU 7970-EXIT
              WHEN NOTIFY-PREFERENCE
                 PERFORM 7980-NOTIFY-PREFERENCE THRU 7980-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
           MOVE WS-MEMBERSHIP-EXPIRY TO CUM-MEMBERSHIP-EXPIRY.
           MOVE WS-HOUSEHOLD-ID      TO CUM-HOUSEHOLD-ID.
           MOVE WS-CONSENT-FLAG      TO CUM-CONSENT-FLAG.
           MOVE 'N'                  TO CUM-ACCESS-FLAG.
           MOVE ZERO                 TO CUM-ACCESS-REVIEW-DATE.
           MOVE SPACES               TO CUM-MANDATE-ACCT-ID.
           MOVE ZERO                 TO CUM-MANDATE-TERM.
           MOVE ZERO                 TO CUM-DD-RAISED-DATE.
           MOVE 'N'                  TO CUM-SELF-EXCL-FLAG.
           MOVE ZERO                 TO CUM-SELF-EXCL-START.
           MOVE ZERO                 TO CUM-SELF-EXCL-END.
           MOVE SPACE                TO CUM-NOTIFY-CHANNEL.
           MOVE SPACES               TO CUM-POSTAL-ADDR.
           MOVE SPACES               TO CUM-ELECTRONIC-ADDR.

           WRITE CUSTOMER-MASTER-RECORD
              INVALID KEY
                 MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-AFTER
                 PERFORM 8900-WRITE-ACTIVITY-AUDIT
                     THRU 8900-EXIT
                 MOVE 'N' TO WS-CARD-REQUEST-TYPE
                 PERFORM 8950-WRITE-CARD-REQUEST
                     THRU 8950-EXIT
           END-WRITE.
       3000-EXIT.
           EXIT.
                 DISPLAY 'EXPIRY DATE  : ' CUM-MEMBERSHIP-EXPIRY
                 DISPLAY 'HOUSEHOLD ID : ' CUM-HOUSEHOLD-ID
                 DISPLAY 'MKTG CONSENT : ' CUM-CONSENT-FLAG
                 DISPLAY 'ACCESSIBILITY: ' CUM-ACCESS-FLAG
                 DISPLAY 'ACCESS REVIEW: ' CUM-ACCESS-REVIEW-DATE
                 DISPLAY 'MANDATE ACCT : ' CUM-MANDATE-ACCT-ID
                 DISPLAY 'MANDATE TERM : ' CUM-MANDATE-TERM
                 DISPLAY 'DEBIT RAISED : ' CUM-DD-RAISED-DATE
                 DISPLAY 'SELF-EXCLUDED: ' CUM-SELF-EXCL-FLAG
                 DISPLAY 'EXCL FROM/TO : ' CUM-SELF-EXCL-START
                     ' ' CUM-SELF-EXCL-END
                 DISPLAY 'NOTIFY BY    : ' CUM-NOTIFY-CHANNEL
                 DISPLAY 'POSTAL ADDR  : ' CUM-POSTAL-ADDR
                 DISPLAY 'E-MAIL/MOBILE: ' CUM-ELECTRONIC-ADDR
           END-READ.
       6000-EXIT.
           EXIT.
       7500-EXIT.
           EXIT.

      *-------------------------------------------------
      * A MEMBER REPORTING A LOST (L) OR DAMAGED (D) CARD.
      * THE REQUEST GOES TO THE NIGHTLY CARD RUN, WHICH
      * HOT-LISTS A LOST CARD, MAKES THE NEXT CARD IN
      * SEQUENCE AND CHARGES THE REPLACEMENT FEE.
      *-------------------------------------------------
       7700-REPLACE-CARD.
           DISPLAY 'MEMBERSHIP/TICKET ID ?'.
           ACCEPT WS-VISITOR-ID.
           MOVE WS-VISITOR-ID TO CUM-VISITOR-ID.

           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY 'CUSTOMER ' WS-VISITOR-ID ' NOT ON FILE'
                 GO TO 7700-EXIT
           END-READ.

           DISPLAY 'L - LOST/STOLEN   D - DAMAGED ?'.
           ACCEPT WS-CARD-REQUEST-TYPE.
           IF NOT VALID-REPLACEMENT THEN
              DISPLAY 'INVALID REASON - NO CARD REQUESTED'
              GO TO 7700-EXIT
           END-IF.

           PERFORM 8950-WRITE-CARD-REQUEST THRU 8950-EXIT.
           IF WS-CARD-REQUEST-TYPE = 'L' THEN
              DISPLAY 'CARD FOR ' WS-VISITOR-ID
                  ' WILL BE HOT-LISTED TONIGHT'
           END-IF.
           DISPLAY 'REPLACEMENT CARD REQUESTED FOR ' WS-VISITOR-ID.
       7700-EXIT.
           EXIT.

      *-------------------------------------------------
      * ACCESSIBILITY REGISTRATION. Y REGISTERS THE
      * VISITOR UNTIL A REVIEW DATE, WHICH MUST BE AFTER
      * TODAY - THE GATE STOPS HONORING THE REGISTRATION
      * ONCE IT PASSES. N WITHDRAWS IT AND CLEARS THE
      * REVIEW DATE.
      *-------------------------------------------------
       7800-ACCESS-REGISTRATION.
           DISPLAY 'MEMBERSHIP/TICKET ID ?'.
           ACCEPT WS-VISITOR-ID.
           MOVE WS-VISITOR-ID TO CUM-VISITOR-ID.

           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY 'CUSTOMER ' WS-VISITOR-ID ' NOT ON FILE'
                 GO TO 7800-EXIT
           END-READ.

           DISPLAY 'Y - REGISTER   N - WITHDRAW ?'.
           ACCEPT WS-ACCESS-FLAG.
           IF NOT VALID-ACCESS-FLAG THEN
              DISPLAY 'INVALID CHOICE - REGISTRATION UNCHANGED'
              GO TO 7800-EXIT
           END-IF.

           MOVE ZERO TO WS-ACCESS-REVIEW-DATE.
           IF WS-ACCESS-FLAG = 'Y' THEN
              DISPLAY 'REVIEW DATE (YYYYMMDD) ?'
              ACCEPT WS-ACCESS-REVIEW-DATE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              IF WS-ACCESS-REVIEW-DATE NOT > WS-TODAY THEN
                 DISPLAY 'REVIEW DATE MUST BE AFTER TODAY - '
                     'NOT REGISTERED'
                 GO TO 7800-EXIT
              END-IF
           END-IF.

           MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-BEFORE.
           MOVE WS-ACCESS-FLAG        TO CUM-ACCESS-FLAG.
           MOVE WS-ACCESS-REVIEW-DATE TO CUM-ACCESS-REVIEW-DATE.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF WS-ACCESS-FLAG = 'Y' THEN
              DISPLAY 'CUSTOMER ' WS-VISITOR-ID
                  ' REGISTERED FOR ACCESSIBILITY'
           ELSE
              DISPLAY 'CUSTOMER ' WS-VISITOR-ID
                  ' ACCESSIBILITY REGISTRATION WITHDRAWN'
           END-IF.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE WS-VISITOR-ID TO WS-AUDIT-KEY.
           MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       7800-EXIT.
           EXIT.

      *-------------------------------------------------
      * RENEWAL MANDATE. THE MEMBER NAMES THE LEDGER
      * ACCOUNT MEMBERSHIPRENEWAL DEBITS AHEAD OF EXPIRY
      * AND THE TERM EACH DEBIT BUYS. A BLANK ACCOUNT
      * CANCELS THE MANDATE. WHILE A DEBIT IS OUTSTANDING
      * THE MANDATE STAYS AS IT IS - RENEWALPAYMENT
      * MATCHES THE POSTING BACK BY THAT ACCOUNT.
      *-------------------------------------------------
       7900-RENEWAL-MANDATE.
           DISPLAY 'MEMBERSHIP/TICKET ID ?'.
           ACCEPT WS-VISITOR-ID.
           MOVE WS-VISITOR-ID TO CUM-VISITOR-ID.

           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY 'CUSTOMER ' WS-VISITOR-ID ' NOT ON FILE'
                 GO TO 7900-EXIT
           END-READ.

           IF CUM-DD-RAISED-DATE NOT = ZERO THEN
              DISPLAY 'RENEWAL DEBIT RAISED ' CUM-DD-RAISED-DATE
                  ' STILL OUTSTANDING - MANDATE UNCHANGED'
              GO TO 7900-EXIT
           END-IF.

           DISPLAY 'ACCOUNT TO MANDATE (BLANK TO CANCEL) ?'.
           MOVE SPACES TO WS-MANDATE-ACCT-ID.
           ACCEPT WS-MANDATE-ACCT-ID.
           MOVE ZERO TO WS-MANDATE-TERM.
           IF WS-MANDATE-ACCT-ID NOT = SPACES THEN
              PERFORM 7950-CHECK-MANDATE-ACCOUNT THRU 7950-EXIT
              IF NOT ACCOUNT-FOUND THEN
                 GO TO 7900-EXIT
              END-IF
              DISPLAY 'RENEWAL TERM IN MONTHS (9(03)) ?'
              ACCEPT WS-MANDATE-TERM
              IF WS-MANDATE-TERM = ZERO THEN
                 DISPLAY 'TERM MUST BE AT LEAST ONE MONTH - '
                     'MANDATE UNCHANGED'
                 GO TO 7900-EXIT
              END-IF
           END-IF.

           MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-BEFORE.
           MOVE WS-MANDATE-ACCT-ID TO CUM-MANDATE-ACCT-ID.
           MOVE WS-MANDATE-TERM    TO CUM-MANDATE-TERM.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF WS-MANDATE-ACCT-ID NOT = SPACES THEN
              DISPLAY 'CUSTOMER ' WS-VISITOR-ID
                  ' MANDATE RECORDED ON ' WS-MANDATE-ACCT-ID
           ELSE
              DISPLAY 'CUSTOMER ' WS-VISITOR-ID
                  ' MANDATE CANCELLED'
           END-IF.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE WS-VISITOR-ID TO WS-AUDIT-KEY.
           MOVE CUSTOMER-MASTER-RECORD TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       7900-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE MANDATED ACCOUNT MUST BE ON ACCOUNT-MASTER AND
      * ABLE TO TAKE A DEBIT - NOT FROZEN, NOT CLOSED, AND
      * NOT A LOAN ACCOUNT.
      *-------------------------------------------------
       7950-CHECK-MANDATE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW.
           MOVE 'N' TO WS-ACCOUNT-EOF-SW.
           OPEN INPUT ACCOUNT-MASTER-IN.
           IF WS-ACCOUNT-MASTER-IN-STATUS NOT = '00' THEN
              DISPLAY 'ACCOUNT MASTER NOT AVAILABLE - '
                  'MANDATE UNCHANGED'
              GO TO 7950-EXIT
           END-IF.
           PERFORM 7960-SCAN-ACCOUNT THRU 7960-EXIT
               UNTIL END-OF-ACCOUNTS OR ACCOUNT-FOUND.
           CLOSE ACCOUNT-MASTER-IN.

           IF NOT ACCOUNT-FOUND THEN
              DISPLAY 'ACCOUNT ' WS-MANDATE-ACCT-ID
                  ' NOT ON ACCOUNT MASTER - MANDATE UNCHANGED'
              GO TO 7950-EXIT
           END-IF.
           IF ACTI-STATUS = 'F' OR ACTI-STATUS = 'C'
              OR ACTI-ACCT-TYPE = 'L' THEN
              DISPLAY 'ACCOUNT ' WS-MANDATE-ACCT-ID
                  ' CANNOT TAKE RENEWAL DEBITS - MANDATE UNCHANGED'
              MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           END-IF.
       7950-EXIT.
           EXIT.

       7960-SCAN-ACCOUNT.
           READ ACCOUNT-MASTER-IN
              AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNTS
              AND ACTI-ACCT-ID = WS-MANDATE-ACCT-ID THEN
              SET ACCOUNT-FOUND TO TRUE
           END-IF.
       7960-EXIT.
           EXIT.

      *-------------------------------------------------
      * SELF-EXCLUSION FROM DRAW TICKET PURCHASES. Y
      * RECORDS THE VISITOR'S OWN REQUEST FROM A START
      * DATE (NOT BEFORE TODAY) TO AN END DATE AFTER IT.
      * WHILE AN EXCLUSION IS RUNNING IT MAY BE EXTENDED
      * BUT NOT SHORTENED OR LIFTED (N) EXCEPT UNDER A
      * SUPERVISOR SIGN-ON. THE AUDIT IMAGES CARRY THE
      * FLAG AND DATES, BEFORE AND AFTER.
      *-------------------------------------------------
       7970-SELF-EXCLUSION.
           DISPLAY 'MEMBERSHIP/TICKET ID ?'.
           ACCEPT WS-VISITOR-ID.
           MOVE WS-VISITOR-ID TO CUM-VISITOR-ID.

           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY 'CUSTOMER ' WS-VISITOR-ID ' NOT ON FILE'
                 GO TO 7970-EXIT
           END-READ.

           DISPLAY 'Y - EXCLUDE   N - LIFT EXCLUSION ?'.
           ACCEPT WS-SELF-EXCL-FLAG.
           IF NOT VALID-SELF-EXCL-FLAG THEN
              DISPLAY 'INVALID CHOICE - EXCLUSION UNCHANGED'
              GO TO 7970-EXIT
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-SELF-EXCL-START.
           MOVE ZERO TO WS-SELF-EXCL-END.
           IF WS-SELF-EXCL-FLAG = 'Y' THEN
              DISPLAY 'EXCLUSION START DATE (YYYYMMDD) ?'
              ACCEPT WS-SELF-EXCL-START
              DISPLAY 'EXCLUSION END DATE (YYYYMMDD) ?'
              ACCEPT WS-SELF-EXCL-END
              IF WS-SELF-EXCL-START < WS-TODAY
                 OR WS-SELF-EXCL-END NOT > WS-SELF-EXCL-START THEN
                 DISPLAY 'START MUST NOT BE BEFORE TODAY AND END '
                     'MUST BE AFTER START - EXCLUSION UNCHANGED'
                 GO TO 7970-EXIT
              END-IF
           END-IF.

           IF CUM-SELF-EXCLUDED
              AND CUM-SELF-EXCL-END NOT < WS-TODAY
              AND NOT SIGNON-SUPERVISOR THEN
              IF WS-SELF-EXCL-FLAG = 'N'
                 OR WS-SELF-EXCL-END < CUM-SELF-EXCL-END THEN
                 DISPLAY 'EXCLUSION RUNS TO ' CUM-SELF-EXCL-END
                     ' - LIFTING OR SHORTENING IT REQUIRES A '
                     'SUPERVISOR SIGN-ON'
                 GO TO 7970-EXIT
              END-IF
              IF WS-SELF-EXCL-START > CUM-SELF-EXCL-START THEN
                 MOVE CUM-SELF-EXCL-START TO WS-SELF-EXCL-START
              END-IF
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING 'SELFEXCL ' CUM-SELF-EXCL-FLAG
               ' ' CUM-SELF-EXCL-START ' ' CUM-SELF-EXCL-END
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE WS-SELF-EXCL-FLAG  TO CUM-SELF-EXCL-FLAG.
           MOVE WS-SELF-EXCL-START TO CUM-SELF-EXCL-START.
           MOVE WS-SELF-EXCL-END   TO CUM-SELF-EXCL-END.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF WS-SELF-EXCL-FLAG = 'Y' THEN
              DISPLAY 'CUSTOMER ' WS-VISITOR-ID
                  ' SELF-EXCLUDED ' WS-SELF-EXCL-START
                  ' TO ' WS-SELF-EXCL-END
           ELSE
              DISPLAY 'CUSTOMER ' WS-VISITOR-ID
                  ' SELF-EXCLUSION LIFTED'
           END-IF.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE WS-VISITOR-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING 'SELFEXCL ' CUM-SELF-EXCL-FLAG
               ' ' CUM-SELF-EXCL-START ' ' CUM-SELF-EXCL-END
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       7970-EXIT.
           EXIT.

      *-------------------------------------------------
      * NOTIFICATION PREFERENCE. P POST, E E-MAIL, S SMS,
      * N DECLINED (NOTICES ARE WITHHELD AND LOGGED AS
      * SUCH), BLANK FOR NO PREFERENCE (POST). A BLANK
      * ADDRESS KEEPS THE ONE ON FILE. THE CHANNEL CHOSEN
      * MUST HAVE AN ADDRESS TO GO TO. THE AUDIT IMAGES
      * CARRY THE CHANNEL AND BOTH ADDRESSES.
      *-------------------------------------------------
       7980-NOTIFY-PREFERENCE.
           DISPLAY 'MEMBERSHIP/TICKET ID ?'.
           ACCEPT WS-VISITOR-ID.
           MOVE WS-VISITOR-ID TO CUM-VISITOR-ID.

           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY 'CUSTOMER ' WS-VISITOR-ID ' NOT ON FILE'
                 GO TO 7980-EXIT
           END-READ.

           DISPLAY 'P - POST  E - E-MAIL  S - SMS  N - DECLINED'.
           DISPLAY 'CHANNEL (BLANK FOR NO PREFERENCE) ?'.
           MOVE SPACE TO WS-NOTIFY-CHANNEL.
           ACCEPT WS-NOTIFY-CHANNEL.
           IF NOT VALID-NOTIFY-CHANNEL THEN
              DISPLAY 'INVALID CHANNEL - PREFERENCE UNCHANGED'
              GO TO 7980-EXIT
           END-IF.
           DISPLAY 'POSTAL ADDRESS (BLANK TO KEEP) ?'.
           MOVE SPACES TO WS-POSTAL-ADDR.
           ACCEPT WS-POSTAL-ADDR.
           IF WS-POSTAL-ADDR = SPACES THEN
              MOVE CUM-POSTAL-ADDR TO WS-POSTAL-ADDR
           END-IF.
           DISPLAY 'E-MAIL ADDRESS OR MOBILE (BLANK TO KEEP) ?'.
           MOVE SPACES TO WS-ELECTRONIC-ADDR.
           ACCEPT WS-ELECTRONIC-ADDR.
           IF WS-ELECTRONIC-ADDR = SPACES THEN
              MOVE CUM-ELECTRONIC-ADDR TO WS-ELECTRONIC-ADDR
           END-IF.

           IF (WS-NOTIFY-CHANNEL = 'E' OR WS-NOTIFY-CHANNEL = 'S')
              AND WS-ELECTRONIC-ADDR = SPACES THEN
              DISPLAY 'E-MAIL OR SMS NEEDS AN ADDRESS - '
                  'PREFERENCE UNCHANGED'
              GO TO 7980-EXIT
           END-IF.
           IF WS-NOTIFY-CHANNEL = 'P'
              AND WS-POSTAL-ADDR = SPACES THEN
              DISPLAY 'POST NEEDS A POSTAL ADDRESS - '
                  'PREFERENCE UNCHANGED'
              GO TO 7980-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING 'NOTIFY ' CUM-NOTIFY-CHANNEL
               ' ' CUM-POSTAL-ADDR ' ' CUM-ELECTRONIC-ADDR
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE WS-NOTIFY-CHANNEL  TO CUM-NOTIFY-CHANNEL.
           MOVE WS-POSTAL-ADDR     TO CUM-POSTAL-ADDR.
           MOVE WS-ELECTRONIC-ADDR TO CUM-ELECTRONIC-ADDR.
           REWRITE CUSTOMER-MASTER-RECORD.
           DISPLAY 'CUSTOMER ' WS-VISITOR-ID
               ' NOTIFICATION PREFERENCE RECORDED'.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE WS-VISITOR-ID TO WS-AUDIT-KEY.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING 'NOTIFY ' CUM-NOTIFY-CHANNEL
               ' ' CUM-POSTAL-ADDR ' ' CUM-ELECTRONIC-ADDR
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       7980-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE CUSTOMER-MASTER.
       8000-EXIT.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE CARD REQUEST FOR THE NIGHTLY CARD RUN. THE
      * CALLER SETS THE REQUEST TYPE; THE VISITOR IS THE
      * ONE JUST ADDED OR READ.
      *-------------------------------------------------
       8950-WRITE-CARD-REQUEST.
           OPEN EXTEND CARD-REQUESTS.
           IF WS-CARD-REQUEST-STATUS = '35' THEN
              OPEN OUTPUT CARD-REQUESTS
           END-IF.
           MOVE SPACES TO CARD-REQUEST-RECORD.
           MOVE WS-CARD-REQUEST-TYPE TO CRQ-REQUEST-TYPE.
           MOVE WS-VISITOR-ID TO CRQ-VISITOR-ID.
           ACCEPT CRQ-REQUEST-DATE FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-ID TO CRQ-OPERATOR-ID.
           WRITE CARD-REQUEST-RECORD.
           CLOSE CARD-REQUESTS.
       8950-EXIT.
           EXIT.
