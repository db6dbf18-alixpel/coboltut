      *               ONE LETTER INSTEAD OF FOUR. UNLINKED
      *               MEMBERS STILL GET TYPE-M NOTICES AS
      *               BEFORE.
      * 15/10/26  AP  DIRECT-DEBIT RENEWAL. A MEMBER (OR A
      *               HOUSEHOLD MEMBER) WHO HAS MANDATED A
      *               LEDGER ACCOUNT (CUM-MANDATE-ACCT-ID)
      *               IS NO LONGER SENT A NOTICE - THE RUN
      *               RAISES THE RENEWAL DEBIT (TERM TIMES
      *               RENRATE, FAMILY RATE PER FAMRATE FOR A
      *               HOUSEHOLD) INTO TRANFILE UNDER KEYING
      *               OPERATOR 'RENWDD' AND STAMPS
      *               CUM-DD-RAISED-DATE SO IT IS RAISED
      *               ONCE. RENEWALPAYMENT EXTENDS THE
      *               MEMBERSHIP WHEN IT POSTS. A MANDATED
      *               ACCOUNT THAT IS MISSING, FROZEN,
      *               CLOSED OR SHORT OF FUNDS ON ACCTIN
      *               GETS THE NORMAL NOTICE INSTEAD.
      * 15/10/26  AP  EVERY RENEWAL NOTICE IS ALSO QUEUED ON THE
      *               SHARED NOTIFICATION QUEUE (NTFQFD,
      *               TEMPLATE RENEWAL) SO NOTIFYDISPATCH
      *               SENDS THE LETTER ON THE MEMBER'S OWN
      *               CHANNEL. A HOUSEHOLD NOTICE GOES TO THE
      *               FIRST MEMBER FOUND IN THE HOUSEHOLD.
      *               RENOTICE STAYS AS THE RENEWAL DESK'S
      *               LIST.
      **************************

      **************************
               FILE STATUS IS WS-RENEWAL-NOTICES-STATUS.

           COPY "renwpsel.cpy".
           COPY "ntfqsel.cpy".

           SELECT RENEWAL-RATE-PARM ASSIGN TO "RENRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWAL-RATE-STATUS.

           SELECT FAMILY-RATE-PARM ASSIGN TO "FAMRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-RATE-STATUS.

           SELECT ACCOUNT-MASTER-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-IN-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

      **************************
       DATA DIVISION.
           05 RN-MEMBER-COUNT       PIC 9(03).

           COPY "renwpfd.cpy".
           COPY "ntfqfd.cpy".

       FD  RENEWAL-RATE-PARM.
       01  RENEWAL-RATE-PARM-RECORD.
           05 RRP-MONTHLY-RATE      PIC 9(03)V99.

       FD  FAMILY-RATE-PARM.
       01  FAMILY-RATE-PARM-RECORD.
           05 FRP-DISCOUNT-PCT      PIC 9(02).

       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD.
           05 ACTI-ACCT-ID          PIC X(06).
           05 ACTI-NOM              PIC X(20).
           05 ACTI-BALANCE          PIC S9(07)V99.
           05 ACTI-CURRENCY-CODE    PIC X(03).
           05 ACTI-ACCT-TYPE        PIC X(01).
           05 ACTI-STATUS           PIC X(01).
           05 ACTI-LAST-ACTIVITY    PIC 9(08).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 TRX-KEYED-OPER        PIC X(06).
           05 TRX-VALUE-DATE        PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02).
       01  WS-RENEWAL-NOTICES-STATUS   PIC X(02).
       01  WS-RENEWAL-PARM-STATUS      PIC X(02).
       01  WS-RENEWAL-RATE-STATUS      PIC X(02).
       01  WS-FAMILY-RATE-STATUS       PIC X(02).
       01  WS-ACCOUNT-MASTER-IN-STATUS PIC X(02).
       01  WS-TRANSACTIONS-STATUS      PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-CUSTOMER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CUSTOMERS      VALUE 'Y'.
           05 WS-ACCOUNT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS       VALUE 'Y'.
           05 WS-DEBIT-RAISED-SW       PIC X(01).
              88 DEBIT-RAISED          VALUE 'Y'.

       01  WS-DAYS-AHEAD                PIC 9(03) VALUE 30.
       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-CUTOFF-DATE-INTEGER        PIC S9(09) COMP.

       01  WS-NOTICE-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-DEBIT-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-OUTSTANDING-COUNT          PIC 9(05) COMP VALUE ZERO.

       01  WS-MONTHLY-RATE               PIC 9(03)V99 VALUE 10.00.
       01  WS-FAMILY-DISCOUNT-PCT        PIC 9(02) VALUE 20.
       01  WS-PCT-KEPT                   PIC 9(03) COMP.
       01  WS-DEBIT-AMOUNT               PIC 9(07)V99.
       01  WS-DEBIT-ACCT-ID              PIC X(06).
       01  WS-NOTICE-RECIPIENT-ID        PIC X(10).
       01  WS-MEMBER-COUNT-ED            PIC ZZ9.

       01  WS-MAX-ACCOUNTS               PIC 9(04) COMP VALUE 500.
       01  WS-ACCOUNT-COUNT              PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-TBL-ACCT-ID      PIC X(06).
              10 WS-TBL-AVAILABLE    PIC S9(07)V99.
              10 WS-TBL-TYPE         PIC X(01).
              10 WS-TBL-STATUS       PIC X(01).

       01  WS-HOUSEHOLD-FOUND-SW         PIC X(01).
           88 HOUSEHOLD-FOUND            VALUE 'Y'.
              10 WS-HH-ID            PIC X(08).
              10 WS-HH-MEMBERS       PIC 9(03).
              10 WS-HH-MIN-EXPIRY    PIC 9(08).
              10 WS-HH-PAYER-ID      PIC X(10).
              10 WS-HH-MANDATE-ACCT  PIC X(06).
              10 WS-HH-MANDATE-TERM  PIC 9(03).
              10 WS-HH-DD-RAISED     PIC 9(08).
              10 WS-HH-FIRST-ID      PIC X(10).

      ***************************
       PROCEDURE DIVISION.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           DISPLAY 'RENEWAL NOTICES WRITTEN : ' WS-NOTICE-COUNT.
           DISPLAY 'RENEWAL DEBITS RAISED   : ' WS-DEBIT-COUNT.
           DISPLAY 'DEBITS STILL OUTSTANDING: ' WS-OUTSTANDING-COUNT.

           IF WS-NOTICE-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
      *-------------------------------------------------
      * RENEWAL-WINDOW-PARM IS OPTIONAL - WHEN IT IS NOT
      * SUPPLIED WITH THE RUN THE COMPILED-IN DEFAULT OF
      * 30 DAYS STAYS IN EFFECT. THE RATE PARMS ARE
      * RENEWALPAYMENT'S, WITH THE SAME DEFAULTS, SO A
      * DIRECT DEBIT IS RAISED FOR EXACTLY WHAT THE DESK
      * WOULD HAVE CHARGED.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              CLOSE RENEWAL-WINDOW-PARM
           END-IF.

           OPEN INPUT RENEWAL-RATE-PARM.
           IF WS-RENEWAL-RATE-STATUS = '00' THEN
              READ RENEWAL-RATE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RRP-MONTHLY-RATE TO WS-MONTHLY-RATE
              END-READ
              CLOSE RENEWAL-RATE-PARM
           END-IF.

           OPEN INPUT FAMILY-RATE-PARM.
           IF WS-FAMILY-RATE-STATUS = '00' THEN
              READ FAMILY-RATE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE FRP-DISCOUNT-PCT TO WS-FAMILY-DISCOUNT-PCT
              END-READ
              CLOSE FAMILY-RATE-PARM
           END-IF.
           COMPUTE WS-PCT-KEPT = 100 - WS-FAMILY-DISCOUNT-PCT.

           OPEN INPUT ACCOUNT-MASTER-IN.
           IF WS-ACCOUNT-MASTER-IN-STATUS = '00' THEN
              PERFORM 1100-LOAD-ACCOUNT THRU 1100-EXIT
                  UNTIL END-OF-ACCOUNTS
                     OR WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
              CLOSE ACCOUNT-MASTER-IN
           END-IF.

           COMPUTE WS-CUTOFF-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-DAYS-AHEAD.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DATE-INTEGER)
               TO WS-CUTOFF-DATE.

           OPEN I-O CUSTOMER-MASTER.
           OPEN OUTPUT RENEWAL-NOTICES.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
           OPEN EXTEND TRANSACTIONS.
           IF WS-TRANSACTIONS-STATUS = '35' THEN
              OPEN OUTPUT TRANSACTIONS
           END-IF.
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE AVAILABLE FIGURE STARTS AT THE LEDGER BALANCE
      * AND IS DRAWN DOWN BY EACH DEBIT RAISED, SO TWO
      * MEMBERS MANDATING ONE ACCOUNT CANNOT BOTH BE
      * DEBITED AGAINST THE SAME MONEY.
      *-------------------------------------------------
       1100-LOAD-ACCOUNT.
           READ ACCOUNT-MASTER-IN
              AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNTS THEN
              ADD 1 TO WS-ACCOUNT-COUNT
              SET ACC-IDX TO WS-ACCOUNT-COUNT
              MOVE ACTI-ACCT-ID   TO WS-TBL-ACCT-ID(ACC-IDX)
              MOVE ACTI-BALANCE   TO WS-TBL-AVAILABLE(ACC-IDX)
              MOVE ACTI-ACCT-TYPE TO WS-TBL-TYPE(ACC-IDX)
              MOVE ACTI-STATUS    TO WS-TBL-STATUS(ACC-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A MEMBERSHIP IS FLAGGED WHEN ITS EXPIRY DATE FALLS
      * ON OR BEFORE THE CUTOFF DATE - THIS ALSO CATCHES
      * MEMBER IS COLLECTED INTO THE HOUSEHOLD TABLE
      * INSTEAD OF NOTICED INDIVIDUALLY - THE HOUSEHOLD'S
      * EARLIEST EXPIRY DECIDES WHETHER THE COMBINED
      * NOTICE GOES OUT. A MANDATED MEMBER IS DEBITED
      * INSTEAD, AND ONE WHOSE DEBIT IS STILL OUTSTANDING
      * IS LEFT ALONE UNTIL RENEWALPAYMENT SETTLES IT.
      *-------------------------------------------------
       2000-CHECK-CUSTOMER.
           IF CUM-HOUSEHOLD-ID NOT = SPACES THEN
              PERFORM 2100-COLLECT-HOUSEHOLD THRU 2100-EXIT
              GO TO 2000-NEXT
           END-IF.
           IF CUM-MEMBERSHIP-EXPIRY > WS-CUTOFF-DATE THEN
              GO TO 2000-NEXT
           END-IF.
           IF CUM-DD-RAISED-DATE NOT = ZERO THEN
              ADD 1 TO WS-OUTSTANDING-COUNT
              GO TO 2000-NEXT
           END-IF.

           MOVE 'N' TO WS-DEBIT-RAISED-SW.
           IF CUM-MANDATE-ACCT-ID NOT = SPACES THEN
              MOVE CUM-MANDATE-ACCT-ID TO WS-DEBIT-ACCT-ID
              COMPUTE WS-DEBIT-AMOUNT ROUNDED =
                  CUM-MANDATE-TERM * WS-MONTHLY-RATE
              PERFORM 2500-RAISE-DEBIT THRU 2500-EXIT
           END-IF.
           IF DEBIT-RAISED THEN
              MOVE WS-RUN-DATE TO CUM-DD-RAISED-DATE
              REWRITE CUSTOMER-MASTER-RECORD
           ELSE
              MOVE SPACES TO RENEWAL-NOTICE-RECORD
              MOVE 'M'                   TO RN-NOTICE-TYPE
              MOVE CUM-VISITOR-ID        TO RN-VISITOR-ID
              MOVE CUM-VISITOR-NOM       TO RN-VISITOR-NOM
              MOVE CUM-MEMBERSHIP-EXPIRY TO RN-MEMBERSHIP-EXPIRY
              MOVE 1                     TO RN-MEMBER-COUNT
              WRITE RENEWAL-NOTICE-RECORD
              ADD 1 TO WS-NOTICE-COUNT
              MOVE CUM-VISITOR-ID TO WS-NOTICE-RECIPIENT-ID
              PERFORM 2800-QUEUE-NOTICE THRU 2800-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
           ELSE
              IF WS-HOUSEHOLD-COUNT < WS-MAX-HOUSEHOLDS THEN
                 ADD 1 TO WS-HOUSEHOLD-COUNT
                 SET HH-IDX TO WS-HOUSEHOLD-COUNT
                 MOVE CUM-HOUSEHOLD-ID      TO WS-HH-ID(HH-IDX)
                 MOVE 1                     TO WS-HH-MEMBERS(HH-IDX)
                 MOVE CUM-MEMBERSHIP-EXPIRY
                     TO WS-HH-MIN-EXPIRY(HH-IDX)
                 MOVE SPACES TO WS-HH-PAYER-ID(HH-IDX)
                 MOVE SPACES TO WS-HH-MANDATE-ACCT(HH-IDX)
                 MOVE ZERO   TO WS-HH-MANDATE-TERM(HH-IDX)
                 MOVE ZERO   TO WS-HH-DD-RAISED(HH-IDX)
                 MOVE CUM-VISITOR-ID TO WS-HH-FIRST-ID(HH-IDX)
              ELSE
                 GO TO 2100-EXIT
              END-IF
           END-IF.

      *-------------------------------------------------
      * THE FIRST MEMBER FOUND WITH A MANDATE PAYS FOR
      * THE WHOLE HOUSEHOLD, AS AT THE DESK.
      *-------------------------------------------------
           IF WS-HH-MANDATE-ACCT(HH-IDX) = SPACES
              AND CUM-MANDATE-ACCT-ID NOT = SPACES THEN
              MOVE CUM-VISITOR-ID      TO WS-HH-PAYER-ID(HH-IDX)
              MOVE CUM-MANDATE-ACCT-ID TO WS-HH-MANDATE-ACCT(HH-IDX)
              MOVE CUM-MANDATE-TERM    TO WS-HH-MANDATE-TERM(HH-IDX)
              MOVE CUM-DD-RAISED-DATE  TO WS-HH-DD-RAISED(HH-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      * ONE COMBINED NOTICE PER HOUSEHOLD INSIDE THE
      * WINDOW - THE EARLIEST MEMBER EXPIRY DRIVES IT,
      * AND THE MEMBER COUNT TELLS THE OFFICE HOW MANY
      * MEMBERSHIPS THE ONE LETTER COVERS. A MANDATED
      * HOUSEHOLD IS DEBITED THE FAMILY RATE FOR EVERY
      * MEMBER ON ITS PAYER'S ACCOUNT INSTEAD.
      *-------------------------------------------------
       3000-NOTICE-HOUSEHOLD.
           IF WS-HH-MIN-EXPIRY(HH-IDX) > WS-CUTOFF-DATE THEN
              GO TO 3000-EXIT
           END-IF.
           IF WS-HH-DD-RAISED(HH-IDX) NOT = ZERO THEN
              ADD 1 TO WS-OUTSTANDING-COUNT
              GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-DEBIT-RAISED-SW.
           IF WS-HH-MANDATE-ACCT(HH-IDX) NOT = SPACES THEN
              MOVE WS-HH-MANDATE-ACCT(HH-IDX) TO WS-DEBIT-ACCT-ID
              COMPUTE WS-DEBIT-AMOUNT ROUNDED =
                  WS-HH-MANDATE-TERM(HH-IDX) * WS-MONTHLY-RATE
                  * WS-HH-MEMBERS(HH-IDX) * WS-PCT-KEPT / 100
              PERFORM 2500-RAISE-DEBIT THRU 2500-EXIT
           END-IF.
           IF DEBIT-RAISED THEN
              PERFORM 3100-STAMP-PAYER THRU 3100-EXIT
           ELSE
              MOVE SPACES TO RENEWAL-NOTICE-RECORD
              MOVE 'H'                     TO RN-NOTICE-TYPE
              MOVE WS-HH-ID(HH-IDX)        TO RN-VISITOR-ID
              MOVE WS-HH-MEMBERS(HH-IDX)   TO RN-MEMBER-COUNT
              WRITE RENEWAL-NOTICE-RECORD
              ADD 1 TO WS-NOTICE-COUNT
              MOVE WS-HH-FIRST-ID(HH-IDX) TO WS-NOTICE-RECIPIENT-ID
              PERFORM 2800-QUEUE-NOTICE THRU 2800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-STAMP-PAYER.
           MOVE WS-HH-PAYER-ID(HH-IDX) TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 DISPLAY 'PAYER ' WS-HH-PAYER-ID(HH-IDX)
                     ' NOT ON FILE - DEBIT RAISED UNSTAMPED'
                 GO TO 3100-EXIT
           END-READ.
           MOVE WS-RUN-DATE TO CUM-DD-RAISED-DATE.
           REWRITE CUSTOMER-MASTER-RECORD.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE MANDATED ACCOUNT MUST BE ON ACCTIN, ABLE TO
      * TAKE A DEBIT (NOT FROZEN, CLOSED OR A LOAN) AND
      * HOLD ENOUGH TO COVER IT - SOLDE WILL NOT LET A
      * RENEWAL DEBIT OVERDRAW. OTHERWISE NOTHING IS
      * RAISED AND THE CALLER SENDS THE NOTICE.
      *-------------------------------------------------
       2500-RAISE-DEBIT.
           IF WS-DEBIT-AMOUNT = ZERO THEN
              GO TO 2500-EXIT
           END-IF.
           SET ACC-IDX TO 1.
           SEARCH WS-ACCOUNT-ENTRY
              AT END
                 GO TO 2500-EXIT
              WHEN WS-TBL-ACCT-ID(ACC-IDX) = WS-DEBIT-ACCT-ID
                 CONTINUE
           END-SEARCH.
           IF WS-TBL-STATUS(ACC-IDX) = 'F'
              OR WS-TBL-STATUS(ACC-IDX) = 'C'
              OR WS-TBL-TYPE(ACC-IDX) = 'L' THEN
              GO TO 2500-EXIT
           END-IF.
           IF WS-DEBIT-AMOUNT > WS-TBL-AVAILABLE(ACC-IDX) THEN
              GO TO 2500-EXIT
           END-IF.

           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-DEBIT-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'D'              TO TRX-TYPE.
           MOVE WS-DEBIT-AMOUNT  TO TRX-AMOUNT.
           MOVE 'RENWDD'         TO TRX-KEYED-OPER.
           WRITE TRANSACTION-RECORD.
           SUBTRACT WS-DEBIT-AMOUNT FROM WS-TBL-AVAILABLE(ACC-IDX).
           ADD 1 TO WS-DEBIT-COUNT.
           SET DEBIT-RAISED TO TRUE.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NOTICE JUST WRITTEN TO RENOTICE, QUEUED FOR
      * NOTIFYDISPATCH. THE FILL-INS ARE THE NOTICE TYPE,
      * THE EXPIRY DATE AND THE MEMBERSHIPS IT COVERS.
      *-------------------------------------------------
       2800-QUEUE-NOTICE.
           MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
           MOVE WS-RUN-DATE            TO NQ-QUEUED-DATE.
           MOVE 'MEMRENEW'             TO NQ-SOURCE.
           SET NQ-GUEST                TO TRUE.
           MOVE WS-NOTICE-RECIPIENT-ID TO NQ-RECIPIENT-ID.
           MOVE 'RENEWAL'              TO NQ-TEMPLATE-CODE.
           IF RN-HOUSEHOLD-NOTICE THEN
              MOVE 'HOUSEHOLD' TO NQ-VARIABLE(1)
           ELSE
              MOVE 'MEMBER'    TO NQ-VARIABLE(1)
           END-IF.
           MOVE RN-MEMBERSHIP-EXPIRY   TO NQ-VARIABLE(2).
           MOVE RN-MEMBER-COUNT        TO WS-MEMBER-COUNT-ED.
           MOVE WS-MEMBER-COUNT-ED     TO NQ-VARIABLE(3).
           WRITE NOTIFICATION-QUEUE-RECORD.
       2800-EXIT.
           EXIT.

       2900-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
              AT END SET END-OF-CUSTOMERS TO TRUE
       8000-FINALIZE.
           CLOSE CUSTOMER-MASTER.
           CLOSE RENEWAL-NOTICES.
           CLOSE NOTIFICATION-QUEUE.
           CLOSE TRANSACTIONS.
       8000-EXIT.
           EXIT.
