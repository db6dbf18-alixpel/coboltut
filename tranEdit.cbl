      *               BREAK. THE AUDIT FINDING WAS ABOUT
      *               CLERK-KEYED ITEMS, AND ONLY THOSE
      *               WAIT FOR A SUPERVISOR.
      * 15/10/26  AP  ACCOUNTING PERIOD LOCK. A BACK-DATED ITEM
      *               HAD TWICE CHANGED A MONTH AFTER ITS
      *               STATEMENTS WENT OUT. TRANFILE NOW CARRIES
      *               AN OPTIONAL VALUE DATE AND ADJUSTMENT
      *               FLAG BEHIND THE OPERATOR FIELD; AN ITEM'S
      *               POSTING DATE IS ITS VALUE DATE, OR THE
      *               RUN DATE WITHOUT ONE. AN ITEM DATED INTO
      *               A CLOSED MONTH ON THE PERIOD MASTER
      *               (PRDMAST) IS REJECTED UNLESS FLAGGED AS
      *               AN ADJUSTMENT, AND A FLAGGED ONE IS HELD
      *               ON THE PENDING FILE WHATEVER ITS AMOUNT
      *               FOR A SUPERVISOR IN TRANAPPROVE. WHEN IT
      *               IS RELEASED AND POSTS IT IS JOURNALLED
      *               TO PRDADJ FOR THE AFTER-CLOSE
      *               ADJUSTMENTS REPORT AND ITS MONTH GOES TO
      *               STATUS A. A RELEASED ORDINARY ITEM WHOSE
      *               MONTH CLOSED WHILE IT WAITED IS
      *               REJECTED RATHER THAN POSTED.
      * 15/10/26  AP  GENERATED POSTINGS THAT CARRY A PROGRAM
      *               MARKER IN THE OPERATOR FIELD (RENWDD
      *               RENEWAL DEBITS, INTACR/INTWHT INTEREST
      *               AND WITHHOLDING) ARE MACHINE FEEDS AND
      *               PASS THE DUAL-AUTH HOLD LIKE ANY OTHER.
      * 15/10/26  AP  SANCTIONS SCREENING. BEFORE AN ITEM POSTS
      *               EACH ACCOUNT IT TOUCHES IS CHECKED WITH
      *               NAMESCREEN AGAINST THE SCREENING HOLDS. A
      *               CONFIRMED MATCH IS REJECTED; AN OPEN HOLD
      *               PARKS THE ITEM ON THE PENDING FILE AS
      *               STATUS S. EACH RUN RECHECKS THE S ITEMS -
      *               CLEARED ONES POST, OR MOVE TO P IF THEY
      *               STILL NEED A SECOND PAIR OF EYES, AND A
      *               CONFIRMED ONE IS REJECTED.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUAL-PARM-STATUS.

           SELECT PERIOD-MASTER ASSIGN TO "PRDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-ADJUSTMENTS ASSIGN TO "PRDADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-ADJ-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWORK".

           COPY "cyclgsel.cpy".
           05 TRX-AMOUNT-X REDEFINES TRX-AMOUNT PIC X(09).
           05 TRX-TO-ACCT-ID        PIC X(06).
           05 TRX-KEYED-OPER        PIC X(06).
              88 TRX-GENERATED-FEED VALUE 'RENWDD' 'INTACR'
                                          'INTWHT'.
           05 TRX-VALUE-DATE        PIC 9(08).
           05 TRX-VALUE-DATE-X REDEFINES TRX-VALUE-DATE
                                    PIC X(08).
           05 TRX-ADJUST-FLAG       PIC X(01).
              88 TRX-ADJUSTMENT     VALUE 'A'.

       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD.
       01  DUAL-AUTH-PARM-RECORD.
           05 DAP-THRESHOLD         PIC 9(07)V99.

       FD  PERIOD-MASTER.
           COPY "prdmfd.cpy".

       FD  PERIOD-ADJUSTMENTS.
           COPY "prdajfd.cpy".

           COPY "cyclgfd.cpy".

       SD  SORT-WORK.
       01  WS-PENDING-STATUS        PIC X(02).
       01  WS-DUAL-PARM-STATUS      PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).
       01  WS-PERIOD-STATUS         PIC X(02).
       01  WS-PERIOD-ADJ-STATUS     PIC X(02).

       01  WS-SWITCHES.
           05 WS-TRX-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-PENDING     VALUE 'Y'.
           05 WS-SORT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-SORTED      VALUE 'Y'.
           05 WS-PERIOD-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-PERIODS     VALUE 'Y'.
           05 WS-PERIOD-FOUND-SW    PIC X(01).
              88 PERIOD-FOUND       VALUE 'Y'.
           05 WS-ADJUST-HOLD-SW     PIC X(01).
              88 ADJUST-HOLD        VALUE 'Y'.
           05 WS-SCREEN-HOLD-SW     PIC X(01).
              88 SCREEN-HOLD        VALUE 'Y'.

       01  WS-MAX-ACCT-IDS          PIC 9(04) COMP VALUE 1000.
       01  WS-ACCT-ID-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-DUAL-THRESHOLD        PIC 9(07)V99 VALUE 9999999.99.
       01  WS-HELD-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-SCREEN-HELD-COUNT     PIC 9(04) COMP VALUE ZERO.
       01  WS-SCREEN-REJECT-COUNT   PIC 9(04) COMP VALUE ZERO.

       COPY "scrnparm.cpy".

       01  WS-MAX-PENDING           PIC 9(03) COMP VALUE 200.
       01  WS-PEND-COUNT            PIC 9(03) COMP VALUE ZERO.
              10 WS-PND-STATUS      PIC X(01).
              10 WS-PND-KEYED-DATE  PIC 9(08).
              10 WS-PND-TRX         PIC X(22).
              10 WS-PND-TRX-FIELDS REDEFINES WS-PND-TRX.
                 15 WS-PND-ACCT-ID  PIC X(06).
                 15 WS-PND-TYPE     PIC X(01).
                    88 WS-PND-TRANSFER VALUE 'T'.
                 15 WS-PND-AMOUNT   PIC 9(07)V99.
                 15 WS-PND-TO-ACCT-ID PIC X(06).
              10 WS-PND-KEYED-OPER  PIC X(06).
                 88 WS-PND-GENERATED-FEED VALUE 'RENWDD' 'INTACR'
                                                'INTWHT'.
              10 WS-PND-APPR-OPER   PIC X(06).
              10 WS-PND-VALUE-DATE  PIC 9(08).
              10 WS-PND-ADJUST-FLAG PIC X(01).
                 88 WS-PND-ADJUSTMENT VALUE 'A'.

      *-------------------------------------------------
      * THE PERIOD MASTER, HELD WHOLE - A POSTED
      * ADJUSTMENT MOVES ITS MONTH TO STATUS A AND THE
      * MASTER IS REWRITTEN AT THE END OF THE RUN.
      *-------------------------------------------------
       01  WS-MAX-PERIODS           PIC 9(03) COMP VALUE 240.
       01  WS-PERIOD-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05 WS-PRD-ENTRY OCCURS 1 TO 240 TIMES
                 DEPENDING ON WS-PERIOD-COUNT
                 INDEXED BY PRD-IDX.
              10 WS-PRD-RECORD      PIC X(34).
              10 WS-PRD-FIELDS REDEFINES WS-PRD-RECORD.
                 15 WS-PRD-MONTH    PIC 9(06).
                 15 WS-PRD-STATUS   PIC X(01).
                    88 WS-PRD-LOCKED VALUE 'C' 'A'.
                 15 FILLER          PIC X(22).
                 15 WS-PRD-ADJ-COUNT PIC 9(05).

       01  WS-WORK-VALUE-DATE       PIC 9(08).
       01  WS-EFFECTIVE-DATE        PIC 9(08).
       01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
           05 WS-EFFECTIVE-MONTH    PIC 9(06).
           05 FILLER                PIC 9(02).
       01  WS-PERIOD-CHANGE-COUNT   PIC 9(05) COMP VALUE ZERO.
       01  WS-CLOSED-REJECT-COUNT   PIC 9(05) COMP VALUE ZERO.
       01  WS-ADJUST-POSTED-COUNT   PIC 9(05) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY "cycparm.cpy".
              CLOSE PENDING-APPROVALS
           END-IF.

           OPEN INPUT PERIOD-MASTER.
           IF WS-PERIOD-STATUS = '00' THEN
              PERFORM 1400-LOAD-PERIOD THRU 1400-EXIT
                  UNTIL END-OF-PERIODS
                     OR WS-PERIOD-COUNT >= WS-MAX-PERIODS
              CLOSE PERIOD-MASTER
           END-IF.

           OPEN INPUT ACCOUNT-MASTER-IN.
           PERFORM 1100-LOAD-ACCT-ID THRU 1100-EXIT
               UNTIL END-OF-MASTER
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
       1200-EXIT.
           EXIT.
      * AN ITEM THE SUPERVISOR RELEASED JOINS THIS RUN'S
      * CLEAN FILE WITH BOTH OPERATOR IDS AND IS MARKED
      * POSTED ON THE PENDING FILE. IT WAS FULLY EDITED
      * WHEN IT WAS HELD. A RELEASED ADJUSTMENT IS ALSO
      * JOURNALLED AGAINST THE CLOSED MONTH IT ADJUSTS;
      * AN ORDINARY ITEM WHOSE MONTH HAS CLOSED WHILE IT
      * WAITED IS REJECTED - IT WOULD NEED RE-KEYING AS
      * AN ADJUSTMENT.
      *-------------------------------------------------
       1300-PICKUP-RELEASED.
           IF WS-PND-STATUS(PND-IDX) = 'S' THEN
              PERFORM 1250-RECHECK-SCREENING THRU 1250-EXIT
           END-IF.
           IF WS-PND-STATUS(PND-IDX) NOT = 'R' THEN
              GO TO 1300-EXIT
           END-IF.
           MOVE WS-PND-VALUE-DATE(PND-IDX) TO WS-WORK-VALUE-DATE.
           PERFORM 2210-FIND-EFFECTIVE-PERIOD THRU 2210-EXIT.
           IF PERIOD-FOUND AND WS-PRD-LOCKED(PRD-IDX)
              AND NOT WS-PND-ADJUSTMENT(PND-IDX) THEN
              MOVE SPACES TO TRANSACTION-REJECT-RECORD
              MOVE WS-PND-TRX(PND-IDX) TO TRJ-RECORD
              MOVE 'PERIOD CLOSED WHILE HELD' TO TRJ-REASON
              WRITE TRANSACTION-REJECT-RECORD
              ADD 1 TO WS-REJECT-COUNT
              ADD 1 TO WS-CLOSED-REJECT-COUNT
              ADD 1 TO WS-RELEASED-COUNT
              MOVE 'J' TO WS-PND-STATUS(PND-IDX)
              GO TO 1300-EXIT
           END-IF.
           IF WS-PND-ADJUSTMENT(PND-IDX) THEN
              PERFORM 1350-JOURNAL-ADJUSTMENT THRU 1350-EXIT
           END-IF.
           MOVE WS-PND-TRX(PND-IDX) TO WS-CW-TRANSACTION.
           MOVE WS-PND-KEYED-OPER(PND-IDX) TO WS-CW-KEYED-OPER.
           MOVE WS-PND-APPR-OPER(PND-IDX)
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN ITEM PARKED BY SANCTIONS SCREENING. STILL HELD
      * IT WAITS; CONFIRMED IT IS REJECTED; CLEARED IT
      * TAKES THE ROUTE IT WOULD HAVE TAKEN ON THE DAY -
      * TO A SUPERVISOR AS P IF IT NEEDS DUAL
      * AUTHORIZATION, OTHERWISE STRAIGHT ON AS R.
      *-------------------------------------------------
       1250-RECHECK-SCREENING.
           MOVE WS-PND-ACCT-ID(PND-IDX) TO SCR-PARTY-ID.
           PERFORM 2310-QUERY-ACCOUNT THRU 2310-EXIT.
           IF SCR-CLEAR AND WS-PND-TRANSFER(PND-IDX) THEN
              MOVE WS-PND-TO-ACCT-ID(PND-IDX) TO SCR-PARTY-ID
              PERFORM 2310-QUERY-ACCOUNT THRU 2310-EXIT
           END-IF.
           IF SCR-CONFIRMED THEN
              MOVE SPACES TO TRANSACTION-REJECT-RECORD
              MOVE WS-PND-TRX(PND-IDX) TO TRJ-RECORD
              MOVE 'SANCTIONS MATCH CONFIRMED' TO TRJ-REASON
              WRITE TRANSACTION-REJECT-RECORD
              ADD 1 TO WS-REJECT-COUNT
              ADD 1 TO WS-SCREEN-REJECT-COUNT
              ADD 1 TO WS-RELEASED-COUNT
              MOVE 'J' TO WS-PND-STATUS(PND-IDX)
              GO TO 1250-EXIT
           END-IF.
           IF NOT SCR-CLEAR THEN
              GO TO 1250-EXIT
           END-IF.
           IF WS-PND-ADJUSTMENT(PND-IDX)
              OR (WS-PND-AMOUNT(PND-IDX) > WS-DUAL-THRESHOLD
                  AND WS-PND-KEYED-OPER(PND-IDX) NOT = SPACES
                  AND NOT WS-PND-GENERATED-FEED(PND-IDX)) THEN
              MOVE 'P' TO WS-PND-STATUS(PND-IDX)
           ELSE
              MOVE 'R' TO WS-PND-STATUS(PND-IDX)
           END-IF.
       1250-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE AFTER-CLOSE ADJUSTMENT TO THE JOURNAL THE
      * AUDITORS' REPORT IS BUILT FROM, AND ITS MONTH
      * MARKED AS ADJUSTED SINCE THE CLOSE.
      *-------------------------------------------------
       1350-JOURNAL-ADJUSTMENT.
           MOVE SPACES TO PERIOD-ADJUST-RECORD.
           MOVE CYC-RUN-DATE       TO PAJ-POST-DATE.
           MOVE WS-EFFECTIVE-MONTH TO PAJ-PERIOD.
           MOVE WS-EFFECTIVE-DATE  TO PAJ-VALUE-DATE.
           MOVE WS-PND-TRX(PND-IDX) TO PERIOD-ADJUST-RECORD(23:22).
           MOVE WS-PND-KEYED-OPER(PND-IDX) TO PAJ-KEYED-OPER.
           MOVE WS-PND-APPR-OPER(PND-IDX)  TO PAJ-APPROVED-OPER.
           OPEN EXTEND PERIOD-ADJUSTMENTS.
           IF WS-PERIOD-ADJ-STATUS = '35' THEN
              OPEN OUTPUT PERIOD-ADJUSTMENTS
           END-IF.
           WRITE PERIOD-ADJUST-RECORD.
           CLOSE PERIOD-ADJUSTMENTS.
           ADD 1 TO WS-ADJUST-POSTED-COUNT.

           IF PERIOD-FOUND THEN
              MOVE 'A' TO WS-PRD-STATUS(PRD-IDX)
              ADD 1 TO WS-PRD-ADJ-COUNT(PRD-IDX)
              ADD 1 TO WS-PERIOD-CHANGE-COUNT
           END-IF.
       1350-EXIT.
           EXIT.

       1400-LOAD-PERIOD.
           READ PERIOD-MASTER
              AT END SET END-OF-PERIODS TO TRUE
           END-READ.
           IF NOT END-OF-PERIODS THEN
              ADD 1 TO WS-PERIOD-COUNT
              MOVE PERIOD-MASTER-RECORD
                  TO WS-PRD-RECORD(WS-PERIOD-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.

       1100-LOAD-ACCT-ID.
           READ ACCOUNT-MASTER-IN
              AT END SET END-OF-MASTER TO TRUE
              END-IF
           END-IF.

           MOVE 'N' TO WS-ADJUST-HOLD-SW.
           IF WS-REJECT-REASON = SPACES THEN
              PERFORM 2200-CHECK-PERIOD THRU 2200-EXIT
           END-IF.

           MOVE 'N' TO WS-SCREEN-HOLD-SW.
           IF WS-REJECT-REASON = SPACES THEN
              PERFORM 2300-CHECK-SCREENING THRU 2300-EXIT
           END-IF.

           IF WS-REJECT-REASON = SPACES THEN
              IF ADJUST-HOLD OR SCREEN-HOLD
                 OR (TRX-AMOUNT > WS-DUAL-THRESHOLD
                     AND TRX-KEYED-OPER NOT = SPACES
                     AND NOT TRX-GENERATED-FEED) THEN
                 PERFORM 2600-HOLD-FOR-APPROVAL THRU 2600-EXIT
              ELSE
                 MOVE TRANSACTION-RECORD(1:22)
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE PERIOD LOCK. AN ITEM POSTS AS OF ITS VALUE
      * DATE, OR THE RUN DATE WITHOUT ONE. INTO A CLOSED
      * MONTH ONLY A FLAGGED ADJUSTMENT MAY GO, AND THEN
      * ONLY ONCE A SUPERVISOR HAS RELEASED IT.
      *-------------------------------------------------
       2200-CHECK-PERIOD.
           IF TRX-VALUE-DATE-X = SPACES THEN
              MOVE ZERO TO WS-WORK-VALUE-DATE
           ELSE
              IF TRX-VALUE-DATE-X IS NOT NUMERIC THEN
                 MOVE 'VALUE DATE NOT NUMERIC'
                     TO WS-REJECT-REASON
                 GO TO 2200-EXIT
              END-IF
              MOVE TRX-VALUE-DATE TO WS-WORK-VALUE-DATE
           END-IF.
           PERFORM 2210-FIND-EFFECTIVE-PERIOD THRU 2210-EXIT.
           IF NOT PERIOD-FOUND OR NOT WS-PRD-LOCKED(PRD-IDX) THEN
              GO TO 2200-EXIT
           END-IF.
           IF TRX-ADJUSTMENT THEN
              SET ADJUST-HOLD TO TRUE
           ELSE
              MOVE 'POSTING DATE IN CLOSED PERIOD'
                  TO WS-REJECT-REASON
              ADD 1 TO WS-CLOSED-REJECT-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-FIND-EFFECTIVE-PERIOD.
           IF WS-WORK-VALUE-DATE = ZERO THEN
              MOVE CYC-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
              MOVE WS-WORK-VALUE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           MOVE 'N' TO WS-PERIOD-FOUND-SW.
           SET PRD-IDX TO 1.
           PERFORM 2220-COMPARE-PERIOD THRU 2220-EXIT
               UNTIL PRD-IDX > WS-PERIOD-COUNT OR PERIOD-FOUND.
       2210-EXIT.
           EXIT.

       2220-COMPARE-PERIOD.
           IF WS-PRD-MONTH(PRD-IDX) = WS-EFFECTIVE-MONTH THEN
              SET PERIOD-FOUND TO TRUE
           ELSE
              SET PRD-IDX UP BY 1
           END-IF.
       2220-EXIT.
           EXIT.

      *-------------------------------------------------
      * SANCTIONS SCREENING. THE ACCOUNT, AND FOR A
      * TRANSFER THE RECEIVING ACCOUNT TOO, IS LOOKED UP
      * ON THE SCREENING HOLDS. A CONFIRMED MATCH IS
      * REJECTED OUTRIGHT; A HOLD STILL AWAITING REVIEW
      * PARKS THE ITEM UNTIL IT IS DECIDED.
      *-------------------------------------------------
       2300-CHECK-SCREENING.
           MOVE TRX-ACCT-ID TO SCR-PARTY-ID.
           PERFORM 2310-QUERY-ACCOUNT THRU 2310-EXIT.
           IF SCR-CLEAR AND TRX-TRANSFER THEN
              MOVE TRX-TO-ACCT-ID TO SCR-PARTY-ID
              PERFORM 2310-QUERY-ACCOUNT THRU 2310-EXIT
           END-IF.
           IF SCR-CONFIRMED THEN
              MOVE 'SANCTIONS MATCH CONFIRMED' TO WS-REJECT-REASON
              ADD 1 TO WS-SCREEN-REJECT-COUNT
              GO TO 2300-EXIT
           END-IF.
           IF SCR-HELD THEN
              SET SCREEN-HOLD TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2310-QUERY-ACCOUNT.
           SET SCR-QUERY-HOLD TO TRUE.
           MOVE 'TRANEDIT' TO SCR-PROGRAM.
           MOVE 'A'        TO SCR-SOURCE.
           MOVE SPACES     TO SCR-PARTY-NAME.
           CALL 'NAMESCREEN' USING SCR-PARM-AREA.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE CLEAN RECORD TO THE SORT. THE ARRIVAL
      * SEQUENCE NUMBER IS THE MINOR KEY - NO TABLE, NO
      * A KEYED ITEM OVER THE DUAL-AUTH THRESHOLD NEVER
      * REACHES TRANCLN - IT WAITS ON THE PENDING FILE FOR
      * A SUPERVISOR IN TRANAPPROVE. MACHINE FEEDS CARRY
      * NO KEYING OPERATOR, OR A GENERATING PROGRAM'S
      * MARKER, AND PASS STRAIGHT THROUGH. AN
      * ADJUSTMENT INTO A CLOSED MONTH IS HELD THE SAME
      * WAY AT ANY AMOUNT, CARRYING ITS POSTING DATE. A
      * DAY THAT OVERFLOWS THE PENDING TABLE ABORTS
      * BEFORE THE REWRITE, SO NOTHING ALREADY HELD IS
      * LOST. AN ITEM PARKED BY SANCTIONS SCREENING GOES
      * ON AS STATUS S, OUT OF THE SUPERVISOR'S LIST
      * UNTIL THE HOLD IS DECIDED.
      *-------------------------------------------------
       2600-HOLD-FOR-APPROVAL.
           IF WS-PEND-COUNT >= WS-MAX-PENDING THEN
              STOP RUN
           END-IF.
           ADD 1 TO WS-PEND-COUNT.
           IF SCREEN-HOLD THEN
              MOVE 'S' TO WS-PND-STATUS(WS-PEND-COUNT)
              ADD 1 TO WS-SCREEN-HELD-COUNT
           ELSE
              MOVE 'P' TO WS-PND-STATUS(WS-PEND-COUNT)
           END-IF.
           MOVE CYC-RUN-DATE
               TO WS-PND-KEYED-DATE(WS-PEND-COUNT).
           MOVE TRANSACTION-RECORD(1:22)
           MOVE TRX-KEYED-OPER
               TO WS-PND-KEYED-OPER(WS-PEND-COUNT).
           MOVE SPACES TO WS-PND-APPR-OPER(WS-PEND-COUNT).
           IF ADJUST-HOLD THEN
              MOVE WS-EFFECTIVE-DATE
                  TO WS-PND-VALUE-DATE(WS-PEND-COUNT)
              MOVE 'A' TO WS-PND-ADJUST-FLAG(WS-PEND-COUNT)
           ELSE
              MOVE WS-WORK-VALUE-DATE
                  TO WS-PND-VALUE-DATE(WS-PEND-COUNT)
              MOVE SPACE TO WS-PND-ADJUST-FLAG(WS-PEND-COUNT)
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
       2600-EXIT.
           EXIT.
           DISPLAY 'TRANSACTIONS REJECTED : ' WS-REJECT-COUNT.
           DISPLAY 'HELD FOR APPROVAL     : ' WS-HELD-COUNT.
           DISPLAY 'RELEASED ITEMS JOINED : ' WS-RELEASED-COUNT.
           DISPLAY 'SCREENING HOLDS       : ' WS-SCREEN-HELD-COUNT.
           DISPLAY 'SCREENING REJECTS     : ' WS-SCREEN-REJECT-COUNT.
           DISPLAY 'CLOSED-PERIOD REJECTS : ' WS-CLOSED-REJECT-COUNT.
           DISPLAY 'ADJUSTMENTS POSTED    : ' WS-ADJUST-POSTED-COUNT.
           PERFORM 8300-REWRITE-PERIODS THRU 8300-EXIT.
           IF WS-INPUT-COUNT + WS-RELEASED-COUNT NOT =
              WS-CLEAN-COUNT + WS-REJECT-COUNT
                  + WS-HELD-COUNT THEN
           MOVE WS-PND-TRX(PND-IDX)        TO PA-TRANSACTION.
           MOVE WS-PND-KEYED-OPER(PND-IDX) TO PA-KEYED-OPER.
           MOVE WS-PND-APPR-OPER(PND-IDX)  TO PA-APPROVED-OPER.
           MOVE WS-PND-VALUE-DATE(PND-IDX) TO PA-VALUE-DATE.
           MOVE WS-PND-ADJUST-FLAG(PND-IDX) TO PA-ADJUST-FLAG.
           WRITE PENDING-APPROVAL-RECORD.
       8210-EXIT.
           EXIT.

       8300-REWRITE-PERIODS.
           IF WS-PERIOD-CHANGE-COUNT = ZERO THEN
              GO TO 8300-EXIT
           END-IF.
           OPEN OUTPUT PERIOD-MASTER.
           PERFORM 8310-WRITE-ONE-PERIOD THRU 8310-EXIT
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PERIOD-COUNT.
           CLOSE PERIOD-MASTER.
       8300-EXIT.
           EXIT.

       8310-WRITE-ONE-PERIOD.
           MOVE WS-PRD-RECORD(PRD-IDX) TO PERIOD-MASTER-RECORD.
           WRITE PERIOD-MASTER-RECORD.
       8310-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
