      *               PER-STUDENT DETAIL STAYS ON THE
      *               TUITION A/R MASTER; THE LEDGER
      *               CARRIES THE CONTROL TOTAL.
      * 15/10/26  AP  A STUDENT ASSIGNED TO A SCHOOL BUS STOP
      *               ON STUBUS IS ALSO BILLED THE ROUTE'S
      *               TERMLY TRANSPORT CHARGE FROM THE ROUTE
      *               MASTER (BUSRTE) ON THE SAME INVOICE -
      *               ITS OWN INVOICE LINE AND ITS OWN
      *               RECEIVABLE CREDIT, NO SIBLING DISCOUNT.
      *               AN ASSIGNMENT TO A ROUTE NOT ON THE
      *               MASTER IS AN EXCEPTION.
      * 15/10/26  AP  SCHOLARSHIPS AND BURSARIES FROM THE
      *               AWARD MASTER (AWARDMST) COME OFF THE
      *               INVOICE ITSELF INSTEAD OF A LATER
      *               CREDIT NOTE. AFTER THE SIBLING
      *               DISCOUNT EACH ACTIVE AWARD WHOSE TERM
      *               RANGE COVERS THE BILLING TERM IS
      *               APPLIED IN A SET ORDER - SCHOLARSHIPS
      *               BEFORE BURSARIES, PERCENTAGES BEFORE
      *               FIXED AMOUNTS, THEN BY AWARD NUMBER -
      *               EACH PERCENTAGE ON THE FEE STILL DUE
      *               AND NONE TAKING IT BELOW ZERO. EVERY
      *               AWARD IS ITS OWN INVOICE LINE, COMES
      *               OFF THE RECEIVABLE AS A DEBIT AND IS
      *               CHARGED AS A DEBIT TO ITS FUND'S
      *               LEDGER ACCOUNT, AND IS APPENDED TO THE
      *               AWARD HISTORY (AWARDHST) FOR THE
      *               FUND BUDGET REPORT. AN AWARD ON A FUND
      *               NOT ON THE MASTER IS AN EXCEPTION.
      * 15/10/26  AP  LIBRARY BOOKS CHARGED AS LOST BY
      *               LIBRARYOVERDUE (LIBCHRG) ARE BILLED AT
      *               REPLACEMENT COST AFTER THE PAYMENTS -
      *               ONTO THE STUDENT'S TUITION A/R, A
      *               RECEIVABLE CREDIT TO THE CONTROL
      *               ACCOUNT AND A LINE ON THE INVOICE
      *               FILE. THE CHARGE FILE IS EMPTIED ONCE
      *               POSTED SO A RERUN CANNOT BILL IT TWICE.
      *               A CHARGE FOR A STUDENT NOT ON THE
      *               ROSTER IS AN EXCEPTION.
      * 15/10/26  AP  SCHOOL FIELD TRIPS. THE TRIP FEE ON THE
      *               FIELD-TRIP MASTER (FTRIPMST) IS BILLED
      *               ONCE FOR EVERY STUDENT WHOSE GUARDIAN
      *               HAS CONSENTED ON THE CONSENT FILE
      *               (FTRIPCON) - ONTO THE TUITION A/R, A
      *               RECEIVABLE CREDIT TO THE CONTROL
      *               ACCOUNT AND A LINE ON THE INVOICE FILE
      *               - AND THE CONSENT IS MARKED BILLED SO A
      *               RERUN CANNOT BILL IT TWICE. PENDING OR
      *               REFUSED CONSENTS ARE NOT BILLED. A
      *               CONSENT FOR A TRIP OR STUDENT NOT ON
      *               FILE IS AN EXCEPTION. BOTH FILES ARE
      *               OPTIONAL.
      * 15/10/26  AP  A BILLED TRIP FEE IS OWED ON TO THE PARK,
      *               WHICH ADMITS THE PARTY, SO EACH ONE ALSO
      *               POSTS AN INTERCOMPANY PAIR - CREDIT THE
      *               PARK'S INTERCOMPANY ACCOUNT, DEBIT THE
      *               SCHOOL'S (THE ENTITY OF THE TUITION
      *               ACCOUNT) - THROUGH ENTITYLOOKUP. NO PAIR
      *               WHEN BOTH ARE THE SAME ENTITY.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT BUS-ROUTE-MASTER ASSIGN TO "BUSRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-ROUTE-STATUS.

           SELECT BUS-ASSIGNMENTS ASSIGN TO "STUBUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-ASSIGN-STATUS.

           SELECT AWARD-MASTER ASSIGN TO "AWARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-MASTER-STATUS.

           SELECT AWARD-HISTORY ASSIGN TO "AWARDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-HISTORY-STATUS.

           SELECT TUITION-INVOICES ASSIGN TO "TUITINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-INV-STATUS.

           SELECT LIBRARY-CHARGES ASSIGN TO "LIBCHRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-CHARGE-STATUS.

           SELECT FIELD-TRIPS ASSIGN TO "FTRIPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-TRIP-STATUS.

           SELECT TRIP-CONSENTS ASSIGN TO "FTRIPCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIP-CONSENT-STATUS.

           SELECT ARREARS-REPORT ASSIGN TO "TUITAGED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-RPT-STATUS.
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  BUS-ROUTE-MASTER.
           COPY "busrtfd.cpy".

       FD  BUS-ASSIGNMENTS.
           COPY "busasfd.cpy".

       FD  AWARD-MASTER.
           COPY "awrdfd.cpy".

       FD  AWARD-HISTORY.
           COPY "awhsfd.cpy".

       FD  TUITION-INVOICES.
       01  TUITION-INVOICE-RECORD   PIC X(70).

       FD  LIBRARY-CHARGES.
           COPY "libchfd.cpy".

       FD  FIELD-TRIPS.
           COPY "ftripfd.cpy".

       FD  TRIP-CONSENTS.
           COPY "ftcnfd.cpy".

       FD  ARREARS-REPORT.
       01  ARREARS-REPORT-RECORD    PIC X(70).

       01  WS-TUITION-AR-OUT-STATUS PIC X(02).
       01  WS-TUITION-PAY-STATUS    PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-BUS-ROUTE-STATUS      PIC X(02).
       01  WS-BUS-ASSIGN-STATUS     PIC X(02).
       01  WS-AWARD-MASTER-STATUS   PIC X(02).
       01  WS-AWARD-HISTORY-STATUS  PIC X(02).
       01  WS-TUITION-INV-STATUS    PIC X(02).
       01  WS-ARREARS-RPT-STATUS    PIC X(02).
       01  WS-LIBRARY-CHARGE-STATUS PIC X(02).
       01  WS-FIELD-TRIP-STATUS     PIC X(02).
       01  WS-TRIP-CONSENT-STATUS   PIC X(02).

       01  WS-SWITCHES.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-AR          VALUE 'Y'.
           05 WS-PAY-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-PAYMENTS    VALUE 'Y'.
           05 WS-ROUTE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ROUTES      VALUE 'Y'.
           05 WS-BUS-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-BUS-ASSIGNS VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW   PIC X(01).
              88 STUDENT-FOUND      VALUE 'Y'.
           05 WS-ROUTE-FOUND-SW     PIC X(01).
              88 ROUTE-FOUND        VALUE 'Y'.
           05 WS-AWARD-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-AWARDS      VALUE 'Y'.
           05 WS-FUND-FOUND-SW      PIC X(01).
              88 FUND-FOUND         VALUE 'Y'.
           05 WS-TERM-OK-SW         PIC X(01).
              88 TERM-OK            VALUE 'Y'.
           05 WS-BILL-TERM-OK-SW    PIC X(01) VALUE 'N'.
              88 BILL-TERM-OK       VALUE 'Y'.
           05 WS-LIB-CHARGE-EOF-SW  PIC X(01) VALUE 'N'.
              88 END-OF-LIBRARY-CHARGES VALUE 'Y'.
           05 WS-TRIP-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-TRIPS       VALUE 'Y'.
           05 WS-CONSENT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-CONSENTS    VALUE 'Y'.
           05 WS-TRIP-FOUND-SW      PIC X(01).
              88 TRIP-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DATE-INT          PIC S9(09) COMP.
              10 WS-FEE-LEVEL       PIC 9(02).
              10 WS-FEE-AMOUNT      PIC 9(05)V99.

       01  WS-MAX-ROUTES            PIC 9(02) COMP VALUE 50.
       01  WS-ROUTE-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-ROUTE-COUNT
                 INDEXED BY RTE-IDX.
              10 WS-RTE-ID          PIC X(04).
              10 WS-RTE-CHARGE      PIC 9(05)V99.

      *-------------------------------------------------
      * ONE ENTRY PER STUDENT - ROSTER DETAILS, WHETHER
      * THEY ARE ENROLLED, THE A/R POSITION, AND THE
      * BILLED-THIS-RUN AMOUNT FOR THE INVOICE, AND THE
      * BUS ROUTE AND STOP WHEN THE STUDENT RIDES.
      *-------------------------------------------------
       01  WS-MAX-STUDENTS          PIC 9(04) COMP VALUE 1000.
       01  WS-STUDENT-COUNT         PIC 9(04) COMP VALUE ZERO.
              10 WS-STU-PAID        PIC 9(07)V99.
              10 WS-STU-LAST-BILL   PIC 9(08).
              10 WS-STU-BILL-TERM   PIC X(05).
              10 WS-STU-ROUTE-ID    PIC X(04).
              10 WS-STU-STOP-ID     PIC X(04).

      *-------------------------------------------------
      * FUNDING SOURCES AND THE ACTIVE AWARDS FROM THE
      * AWARD MASTER. EACH AWARD'S TERM RANGE IS HELD AS
      * ORDERING KEYS (SEE 7000-TERM-KEY).
      *-------------------------------------------------
       01  WS-MAX-FUNDS             PIC 9(02) COMP VALUE 50.
       01  WS-FUND-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-FUND-TABLE.
           05 WS-FUND-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-FUND-COUNT
                 INDEXED BY FND-IDX.
              10 WS-FND-ID          PIC X(06).
              10 WS-FND-ACCT        PIC X(06).

       01  WS-MAX-AWARDS            PIC 9(04) COMP VALUE 1000.
       01  WS-AWARD-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-AWARD-TABLE.
           05 WS-AWARD-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-AWARD-COUNT
                 INDEXED BY AWD-IDX.
              10 WS-AWD-STUDENT-ID  PIC X(06).
              10 WS-AWD-SEQ         PIC 9(02).
              10 WS-AWD-KIND        PIC X(01).
              10 WS-AWD-CALC        PIC X(01).
              10 WS-AWD-PERCENT     PIC 9(03).
              10 WS-AWD-AMOUNT      PIC 9(05)V99.
              10 WS-AWD-FROM-KEY    PIC 9(05).
              10 WS-AWD-TO-KEY      PIC 9(05).
              10 WS-AWD-FUND-ID     PIC X(06).

      *-------------------------------------------------
      * A BILLING TERM IS THE YEAR AND F (FALL) OR S
      * (SPRING). THE KEY PUTS SPRING BEFORE FALL IN THE
      * SAME YEAR SO TWO TERMS COMPARE IN DATE ORDER.
      *-------------------------------------------------
       01  WS-CHECK-TERM            PIC X(05).
       01  WS-CHECK-TERM-R REDEFINES WS-CHECK-TERM.
           05 WS-CHECK-YEAR         PIC 9(04).
           05 WS-CHECK-CODE         PIC X(01).
       01  WS-TERM-KEY              PIC 9(05).
       01  WS-BILL-TERM-KEY         PIC 9(05) VALUE ZERO.

       01  WS-AWARD-PASS            PIC 9(01) COMP.
       01  WS-PASS-KIND             PIC X(01).
       01  WS-PASS-CALC             PIC X(01).
       01  WS-FEE-REMAINING         PIC 9(05)V99.
       01  WS-AWARD-VALUE           PIC 9(05)V99.
       01  WS-AWARD-LABEL           PIC X(11).
       01  WS-AWARDS-APPLIED        PIC 9(05) COMP VALUE ZERO.
       01  WS-STUDENT-AWARDS        PIC 9(03) COMP.
       01  WS-AWARD-TOTAL           PIC 9(07)V99 VALUE ZERO.

       01  WS-WORK-STUDENT-ID       PIC X(06).
       01  WS-WORK-FAMILY           PIC X(08).
       01  WS-FAMILY-BILLED         PIC 9(03) COMP.
       01  WS-SCAN-SUB              PIC 9(04) COMP.
       01  WS-TERM-FEE              PIC 9(05)V99.
       01  WS-TRANSPORT-CHARGE      PIC 9(05)V99.
       01  WS-PCT-KEPT              PIC 9(03) COMP.
       01  WS-BALANCE               PIC S9(07)V99.
       01  WS-AGE-DAYS              PIC S9(05) COMP.
       01  WS-INVOICE-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-PAYMENT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-LIB-CHARGE-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-TRIP-FEE-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-TRIP-FEE-TOTAL        PIC 9(07)V99 VALUE ZERO.

       01  WS-MAX-TRIPS             PIC 9(04) COMP VALUE 500.
       01  WS-TRIP-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-TRIP-TABLE.
           05 WS-TRIP-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-TRIP-COUNT
                 INDEXED BY TRP-IDX.
              10 WS-TR-ID           PIC X(08).
              10 WS-TR-DATE         PIC 9(08).
              10 WS-TR-FEE          PIC 9(03)V99.

       01  WS-MAX-CONSENTS          PIC 9(04) COMP VALUE 6000.
       01  WS-CONSENT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-CONSENT-TABLE.
           05 WS-CONSENT-ENTRY OCCURS 1 TO 6000 TIMES
                 DEPENDING ON WS-CONSENT-COUNT
                 INDEXED BY CON-IDX.
              10 WS-CN-RECORD       PIC X(52).

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-AMOUNT-ED2            PIC ZZZZZZ9.99.
       01  WS-BUCKET-LABEL          PIC X(06).

       01  WS-PARK-ENTITY           PIC X(02) VALUE 'PK'.
       01  WS-PARK-IC-ACCT-ID       PIC X(06) VALUE SPACES.
       01  WS-SCHOOL-IC-ACCT-ID     PIC X(06) VALUE SPACES.

       COPY "entparm.cpy".

      ***************************
       PROCEDURE DIVISION.
      ***************************
               UNTIL STU-IDX > WS-STUDENT-COUNT.
           PERFORM 4000-APPLY-PAYMENT THRU 4000-EXIT
               UNTIL END-OF-PAYMENTS.
           PERFORM 4500-APPLY-LIBRARY-CHARGE THRU 4500-EXIT
               UNTIL END-OF-LIBRARY-CHARGES.
           PERFORM 4600-BILL-TRIP-FEE THRU 4600-EXIT
               VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > WS-CONSENT-COUNT.
           PERFORM 8000-WRITE-AR-OUT THRU 8000-EXIT.
           PERFORM 8100-PRINT-ARREARS THRU 8100-EXIT.
           PERFORM 8900-FINALIZE THRU 8900-EXIT.
              CLOSE TUITION-ACCT-PARM
           END-IF.

           SET ENT-BY-ACCOUNT TO TRUE.
           MOVE WS-TUITION-ACCT-ID TO ENT-ACCT-ID.
           CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA.
           IF ENT-FOUND AND ENT-ENTITY-CODE NOT = WS-PARK-ENTITY THEN
              MOVE ENT-IC-ACCT-ID TO WS-SCHOOL-IC-ACCT-ID
              SET ENT-BY-CODE TO TRUE
              MOVE WS-PARK-ENTITY TO ENT-ENTITY-CODE
              CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA
              IF ENT-FOUND THEN
                 MOVE ENT-IC-ACCT-ID TO WS-PARK-IC-ACCT-ID
              END-IF
           END-IF.

           OPEN INPUT SIBLING-DISCOUNT-PARM.
           IF WS-SIB-DISC-STATUS = '00' THEN
              READ SIBLING-DISCOUNT-PARM
              CLOSE TUITION-AR-IN
           END-IF.

           OPEN INPUT BUS-ROUTE-MASTER.
           IF WS-BUS-ROUTE-STATUS = '00' THEN
              PERFORM 1500-LOAD-ROUTE THRU 1500-EXIT
                  UNTIL END-OF-ROUTES
              CLOSE BUS-ROUTE-MASTER
           END-IF.

           OPEN INPUT BUS-ASSIGNMENTS.
           IF WS-BUS-ASSIGN-STATUS = '00' THEN
              PERFORM 1600-MARK-BUS-RIDER THRU 1600-EXIT
                  UNTIL END-OF-BUS-ASSIGNS
              CLOSE BUS-ASSIGNMENTS
           END-IF.

           MOVE WS-BILL-TERM TO WS-CHECK-TERM.
           PERFORM 7000-TERM-KEY THRU 7000-EXIT.
           IF TERM-OK THEN
              MOVE WS-TERM-KEY TO WS-BILL-TERM-KEY
              SET BILL-TERM-OK TO TRUE
           END-IF.

           OPEN INPUT AWARD-MASTER.
           IF WS-AWARD-MASTER-STATUS = '00' THEN
              PERFORM 1700-LOAD-AWARD-LINE THRU 1700-EXIT
                  UNTIL END-OF-AWARDS
              CLOSE AWARD-MASTER
           END-IF.
           IF WS-AWARD-COUNT > ZERO AND NOT BILL-TERM-OK THEN
              DISPLAY 'BILLING TERM ' WS-BILL-TERM
                  ' NOT YYYYF/YYYYS - AWARDS NOT APPLIED'
           END-IF.

           OPEN INPUT TUITION-PAYMENTS.
           IF WS-TUITION-PAY-STATUS NOT = '00' THEN
              SET END-OF-PAYMENTS TO TRUE
              PERFORM 2900-READ-PAYMENT THRU 2900-EXIT
           END-IF.

           OPEN INPUT LIBRARY-CHARGES.
           IF WS-LIBRARY-CHARGE-STATUS NOT = '00' THEN
              SET END-OF-LIBRARY-CHARGES TO TRUE
           ELSE
              PERFORM 2950-READ-LIBRARY-CHARGE THRU 2950-EXIT
           END-IF.

           OPEN INPUT FIELD-TRIPS.
           IF WS-FIELD-TRIP-STATUS = '00' THEN
              PERFORM 1800-LOAD-TRIP THRU 1800-EXIT
                  UNTIL END-OF-TRIPS
                     OR WS-TRIP-COUNT >= WS-MAX-TRIPS
              CLOSE FIELD-TRIPS
           END-IF.

           OPEN INPUT TRIP-CONSENTS.
           IF WS-TRIP-CONSENT-STATUS = '00' THEN
              PERFORM 1850-LOAD-CONSENT THRU 1850-EXIT
                  UNTIL END-OF-CONSENTS
                     OR WS-CONSENT-COUNT >= WS-MAX-CONSENTS
              CLOSE TRIP-CONSENTS
           END-IF.

           OPEN OUTPUT TUITION-INVOICES.
           MOVE SPACES TO TUITION-INVOICE-RECORD.
           STRING 'TUITION INVOICES  TERM ' WS-BILL-TERM
                           WS-STU-PAID(WS-STUDENT-COUNT)
                           WS-STU-LAST-BILL(WS-STUDENT-COUNT)
              MOVE SPACES TO WS-STU-BILL-TERM(WS-STUDENT-COUNT)
                             WS-STU-ROUTE-ID(WS-STUDENT-COUNT)
                             WS-STU-STOP-ID(WS-STUDENT-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.
       1400-EXIT.
           EXIT.

       1500-LOAD-ROUTE.
           READ BUS-ROUTE-MASTER
              AT END SET END-OF-ROUTES TO TRUE
           END-READ.
           IF NOT END-OF-ROUTES
              AND BR-ROUTE-ENTRY
              AND WS-ROUTE-COUNT < WS-MAX-ROUTES THEN
              ADD 1 TO WS-ROUTE-COUNT
              MOVE BR-ROUTE-ID    TO WS-RTE-ID(WS-ROUTE-COUNT)
              MOVE BR-TERM-CHARGE TO WS-RTE-CHARGE(WS-ROUTE-COUNT)
           END-IF.
       1500-EXIT.
           EXIT.

       1600-MARK-BUS-RIDER.
           READ BUS-ASSIGNMENTS
              AT END SET END-OF-BUS-ASSIGNS TO TRUE
           END-READ.
           IF NOT END-OF-BUS-ASSIGNS THEN
              MOVE SB-STUDENT-ID TO WS-WORK-STUDENT-ID
              PERFORM 2100-FIND-STUDENT THRU 2100-EXIT
              IF STUDENT-FOUND THEN
                 MOVE SB-ROUTE-ID TO WS-STU-ROUTE-ID(STU-IDX)
                 MOVE SB-STOP-ID  TO WS-STU-STOP-ID(STU-IDX)
              END-IF
           END-IF.
       1600-EXIT.
           EXIT.

      *-------------------------------------------------
      * FUNDS ARE KEPT WHATEVER THEIR STATE; OF THE AWARDS
      * ONLY THE ACTIVE ONES WITH A GOOD TERM RANGE.
      *-------------------------------------------------
       1700-LOAD-AWARD-LINE.
           READ AWARD-MASTER
              AT END SET END-OF-AWARDS TO TRUE
           END-READ.
           IF END-OF-AWARDS THEN
              GO TO 1700-EXIT
           END-IF.
           IF AW-FUND-ENTRY
              AND WS-FUND-COUNT < WS-MAX-FUNDS THEN
              ADD 1 TO WS-FUND-COUNT
              SET FND-IDX TO WS-FUND-COUNT
              MOVE AW-FUND-ID     TO WS-FND-ID(FND-IDX)
              MOVE AW-LEDGER-ACCT TO WS-FND-ACCT(FND-IDX)
              GO TO 1700-EXIT
           END-IF.
           IF NOT AW-AWARD-ENTRY OR NOT AW-ACTIVE THEN
              GO TO 1700-EXIT
           END-IF.
           IF WS-AWARD-COUNT >= WS-MAX-AWARDS THEN
              DISPLAY 'AWARD TABLE FULL - AWARD ' AW-STUDENT-ID
                  ' ' AW-AWARD-SEQ ' NOT LOADED'
              GO TO 1700-EXIT
           END-IF.
           ADD 1 TO WS-AWARD-COUNT.
           SET AWD-IDX TO WS-AWARD-COUNT.
           MOVE AW-STUDENT-ID   TO WS-AWD-STUDENT-ID(AWD-IDX).
           MOVE AW-AWARD-SEQ    TO WS-AWD-SEQ(AWD-IDX).
           MOVE AW-AWARD-KIND   TO WS-AWD-KIND(AWD-IDX).
           MOVE AW-CALC-TYPE    TO WS-AWD-CALC(AWD-IDX).
           MOVE AW-PERCENT      TO WS-AWD-PERCENT(AWD-IDX).
           MOVE AW-FIXED-AMOUNT TO WS-AWD-AMOUNT(AWD-IDX).
           MOVE AW-FUND-ID      TO WS-AWD-FUND-ID(AWD-IDX).
           MOVE AW-FROM-TERM TO WS-CHECK-TERM.
           PERFORM 7000-TERM-KEY THRU 7000-EXIT.
           MOVE WS-TERM-KEY TO WS-AWD-FROM-KEY(AWD-IDX).
           MOVE AW-TO-TERM TO WS-CHECK-TERM.
           PERFORM 7000-TERM-KEY THRU 7000-EXIT.
           MOVE WS-TERM-KEY TO WS-AWD-TO-KEY(AWD-IDX).
       1700-EXIT.
           EXIT.

       1800-LOAD-TRIP.
           READ FIELD-TRIPS
              AT END SET END-OF-TRIPS TO TRUE
           END-READ.
           IF NOT END-OF-TRIPS THEN
              ADD 1 TO WS-TRIP-COUNT
              MOVE FT-TRIP-ID   TO WS-TR-ID(WS-TRIP-COUNT)
              MOVE FT-TRIP-DATE TO WS-TR-DATE(WS-TRIP-COUNT)
              MOVE FT-TRIP-FEE  TO WS-TR-FEE(WS-TRIP-COUNT)
           END-IF.
       1800-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CONSENT FILE IS HELD WHOLE AND WRITTEN BACK
      * AT THE END WITH THE BILLED MARKS.
      *-------------------------------------------------
       1850-LOAD-CONSENT.
           READ TRIP-CONSENTS
              AT END SET END-OF-CONSENTS TO TRUE
           END-READ.
           IF NOT END-OF-CONSENTS THEN
              ADD 1 TO WS-CONSENT-COUNT
              MOVE TRIP-CONSENT-RECORD
                  TO WS-CN-RECORD(WS-CONSENT-COUNT)
           END-IF.
       1850-EXIT.
           EXIT.

       2100-FIND-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           SET STU-IDX TO 1.
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
           END-IF.

           IF BILL-TERM-OK THEN
              PERFORM 3400-APPLY-AWARDS THRU 3400-EXIT
           END-IF.

           IF WS-STU-ROUTE-ID(STU-IDX) NOT = SPACES THEN
              PERFORM 3300-BILL-TRANSPORT THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3210-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE ROUTE'S TERMLY TRANSPORT CHARGE GOES ON THE
      * SAME INVOICE AS ITS OWN LINE AND ITS OWN
      * RECEIVABLE CREDIT. THE SIBLING DISCOUNT IS ON
      * TUITION ONLY.
      *-------------------------------------------------
       3300-BILL-TRANSPORT.
           MOVE 'N' TO WS-ROUTE-FOUND-SW.
           SET RTE-IDX TO 1.
           PERFORM 3310-MATCH-ROUTE THRU 3310-EXIT
               UNTIL RTE-IDX > WS-ROUTE-COUNT OR ROUTE-FOUND.
           IF NOT ROUTE-FOUND THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION ' WS-STU-ID(STU-IDX)
                  ' BUS ROUTE ' WS-STU-ROUTE-ID(STU-IDX)
                  ' NOT ON ROUTE MASTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 3300-EXIT
           END-IF.
           MOVE WS-RTE-CHARGE(RTE-IDX) TO WS-TRANSPORT-CHARGE.
           IF WS-TRANSPORT-CHARGE = ZERO THEN
              GO TO 3300-EXIT
           END-IF.

           ADD WS-TRANSPORT-CHARGE TO WS-STU-BILLED(STU-IDX).

           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-TUITION-ACCT-ID  TO TRX-ACCT-ID.
           MOVE 'C'                 TO TRX-TYPE.
           MOVE WS-TRANSPORT-CHARGE TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.

           MOVE WS-TRANSPORT-CHARGE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TRANSPORT ROUTE ' WS-STU-ROUTE-ID(STU-IDX)
               ' STOP ' WS-STU-STOP-ID(STU-IDX)
               '   TERM CHARGE ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD.
           WRITE TUITION-INVOICE-RECORD.
       3300-EXIT.
           EXIT.

       3310-MATCH-ROUTE.
           IF WS-RTE-ID(RTE-IDX) = WS-STU-ROUTE-ID(STU-IDX) THEN
              SET ROUTE-FOUND TO TRUE
           ELSE
              SET RTE-IDX UP BY 1
           END-IF.
       3310-EXIT.
           EXIT.

      *-------------------------------------------------
      * AWARDS COME OFF THE TUITION FEE AFTER THE SIBLING
      * DISCOUNT IN FOUR PASSES - SCHOLARSHIP PERCENTAGES,
      * SCHOLARSHIP AMOUNTS, BURSARY PERCENTAGES, BURSARY
      * AMOUNTS - AND WITHIN A PASS IN AWARD-NUMBER ORDER,
      * WHICH IS THE ORDER AWARDMAINT KEEPS THEM IN.
      *-------------------------------------------------
       3400-APPLY-AWARDS.
           MOVE WS-TERM-FEE TO WS-FEE-REMAINING.
           MOVE ZERO TO WS-STUDENT-AWARDS.
           PERFORM 3410-APPLY-PASS THRU 3410-EXIT
               VARYING WS-AWARD-PASS FROM 1 BY 1
               UNTIL WS-AWARD-PASS > 4.
           IF WS-STUDENT-AWARDS > ZERO THEN
              MOVE WS-FEE-REMAINING TO WS-AMOUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'TUITION DUE AFTER AWARDS     ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
           END-IF.
       3400-EXIT.
           EXIT.

       3410-APPLY-PASS.
           EVALUATE WS-AWARD-PASS
              WHEN 1
                 MOVE 'S' TO WS-PASS-KIND
                 MOVE 'P' TO WS-PASS-CALC
              WHEN 2
                 MOVE 'S' TO WS-PASS-KIND
                 MOVE 'F' TO WS-PASS-CALC
              WHEN 3
                 MOVE 'B' TO WS-PASS-KIND
                 MOVE 'P' TO WS-PASS-CALC
              WHEN OTHER
                 MOVE 'B' TO WS-PASS-KIND
                 MOVE 'F' TO WS-PASS-CALC
           END-EVALUATE.
           PERFORM 3420-APPLY-ONE-AWARD THRU 3420-EXIT
               VARYING AWD-IDX FROM 1 BY 1
               UNTIL AWD-IDX > WS-AWARD-COUNT.
       3410-EXIT.
           EXIT.

       3420-APPLY-ONE-AWARD.
           IF WS-AWD-STUDENT-ID(AWD-IDX) NOT = WS-STU-ID(STU-IDX)
              OR WS-AWD-KIND(AWD-IDX) NOT = WS-PASS-KIND
              OR WS-AWD-CALC(AWD-IDX) NOT = WS-PASS-CALC THEN
              GO TO 3420-EXIT
           END-IF.
           IF WS-BILL-TERM-KEY < WS-AWD-FROM-KEY(AWD-IDX)
              OR WS-BILL-TERM-KEY > WS-AWD-TO-KEY(AWD-IDX) THEN
              GO TO 3420-EXIT
           END-IF.

           MOVE 'N' TO WS-FUND-FOUND-SW.
           SET FND-IDX TO 1.
           PERFORM 3430-MATCH-FUND THRU 3430-EXIT
               UNTIL FND-IDX > WS-FUND-COUNT OR FUND-FOUND.
           IF NOT FUND-FOUND THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION ' WS-STU-ID(STU-IDX)
                  ' AWARD ' WS-AWD-SEQ(AWD-IDX)
                  ' FUND ' WS-AWD-FUND-ID(AWD-IDX)
                  ' NOT ON AWARD MASTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 3420-EXIT
           END-IF.

           IF WS-PASS-CALC = 'P' THEN
              COMPUTE WS-AWARD-VALUE ROUNDED =
                  WS-FEE-REMAINING * WS-AWD-PERCENT(AWD-IDX) / 100
           ELSE
              MOVE WS-AWD-AMOUNT(AWD-IDX) TO WS-AWARD-VALUE
           END-IF.
           IF WS-AWARD-VALUE > WS-FEE-REMAINING THEN
              MOVE WS-FEE-REMAINING TO WS-AWARD-VALUE
           END-IF.
           IF WS-AWARD-VALUE = ZERO THEN
              GO TO 3420-EXIT
           END-IF.

           SUBTRACT WS-AWARD-VALUE FROM WS-FEE-REMAINING.
           SUBTRACT WS-AWARD-VALUE FROM WS-STU-BILLED(STU-IDX).
           ADD WS-AWARD-VALUE TO WS-AWARD-TOTAL.
           ADD 1 TO WS-AWARDS-APPLIED WS-STUDENT-AWARDS.

           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-TUITION-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'D'                TO TRX-TYPE.
           MOVE WS-AWARD-VALUE     TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-FND-ACCT(FND-IDX) TO TRX-ACCT-ID.
           MOVE 'D'                  TO TRX-TYPE.
           MOVE WS-AWARD-VALUE       TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.

           OPEN EXTEND AWARD-HISTORY.
           IF WS-AWARD-HISTORY-STATUS = '35' THEN
              OPEN OUTPUT AWARD-HISTORY
           END-IF.
           MOVE SPACES TO AWARD-HISTORY-RECORD.
           MOVE WS-BILL-TERM             TO AH-BILL-TERM.
           MOVE WS-STU-ID(STU-IDX)       TO AH-STUDENT-ID.
           MOVE WS-AWD-SEQ(AWD-IDX)      TO AH-AWARD-SEQ.
           MOVE WS-AWD-KIND(AWD-IDX)     TO AH-AWARD-KIND.
           MOVE WS-AWD-FUND-ID(AWD-IDX)  TO AH-FUND-ID.
           MOVE WS-AWARD-VALUE           TO AH-AMOUNT.
           MOVE WS-RUN-DATE              TO AH-BILL-DATE.
           WRITE AWARD-HISTORY-RECORD.
           CLOSE AWARD-HISTORY.

           IF WS-PASS-KIND = 'S' THEN
              MOVE 'SCHOLARSHIP' TO WS-AWARD-LABEL
           ELSE
              MOVE 'BURSARY'     TO WS-AWARD-LABEL
           END-IF.
           MOVE WS-AWARD-VALUE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-AWARD-LABEL ' ' WS-AWD-SEQ(AWD-IDX)
               ' FUND ' WS-AWD-FUND-ID(AWD-IDX)
               '  LESS ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD.
           WRITE TUITION-INVOICE-RECORD.
       3420-EXIT.
           EXIT.

       3430-MATCH-FUND.
           IF WS-FND-ID(FND-IDX) = WS-AWD-FUND-ID(AWD-IDX) THEN
              SET FUND-FOUND TO TRUE
           ELSE
              SET FND-IDX UP BY 1
           END-IF.
       3430-EXIT.
           EXIT.

      *-------------------------------------------------
      * PAYMENTS COME OFF THE RECEIVABLE AND POST AS
      * DEBITS AGAINST THE TUITION CONTROL ACCOUNT. A
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * A LIBRARY BOOK CHARGED AS LOST GOES ONTO THE
      * STUDENT'S TUITION A/R AT REPLACEMENT COST AND
      * POSTS A RECEIVABLE CREDIT TO THE TUITION CONTROL
      * ACCOUNT, SAME AS ANY OTHER CHARGE ON THE INVOICE.
      *-------------------------------------------------
       4500-APPLY-LIBRARY-CHARGE.
           MOVE LC-STUDENT-ID TO WS-WORK-STUDENT-ID.
           PERFORM 2100-FIND-STUDENT THRU 2100-EXIT.
           IF NOT STUDENT-FOUND THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION LIBRARY CHARGE FOR ' LC-STUDENT-ID
                  ' BOOK ' LC-BOOK-ID ' - NOT ON ROSTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 4500-NEXT
           END-IF.

           ADD LC-AMOUNT TO WS-STU-BILLED(STU-IDX).
           ADD 1 TO WS-LIB-CHARGE-COUNT.

           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE WS-TUITION-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'C'                TO TRX-TYPE.
           MOVE LC-AMOUNT          TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.

           MOVE LC-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LIBRARY REPLACEMENT ' LC-STUDENT-ID
               ' BOOK ' LC-BOOK-ID ' LOST ' LC-CHARGE-DATE
               ' ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD.
           WRITE TUITION-INVOICE-RECORD.

       4500-NEXT.
           PERFORM 2950-READ-LIBRARY-CHARGE THRU 2950-EXIT.
       4500-EXIT.
           EXIT.

      *-------------------------------------------------
      * A FIELD-TRIP FEE FOR A CONSENTED STUDENT NOT YET
      * BILLED GOES ONTO THE TUITION A/R AND POSTS A
      * RECEIVABLE CREDIT TO THE TUITION CONTROL ACCOUNT,
      * THE SAME AS A LIBRARY CHARGE, AND THE CONSENT IS
      * MARKED BILLED.
      *-------------------------------------------------
       4600-BILL-TRIP-FEE.
           MOVE WS-CN-RECORD(CON-IDX) TO TRIP-CONSENT-RECORD.
           IF NOT TC-CONSENT-GIVEN OR TC-FEE-BILLED THEN
              GO TO 4600-EXIT
           END-IF.
           PERFORM 4610-FIND-TRIP THRU 4610-EXIT.
           IF NOT TRIP-FOUND THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION FIELD TRIP ' TC-TRIP-ID
                  ' FOR ' TC-STUDENT-ID ' - TRIP NOT ON FILE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 4600-EXIT
           END-IF.
           MOVE TC-STUDENT-ID TO WS-WORK-STUDENT-ID.
           PERFORM 2100-FIND-STUDENT THRU 2100-EXIT.
           IF NOT STUDENT-FOUND THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION FIELD TRIP ' TC-TRIP-ID
                  ' FOR ' TC-STUDENT-ID ' - NOT ON ROSTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
              ADD 1 TO WS-EXCEPTION-COUNT
              GO TO 4600-EXIT
           END-IF.

           IF WS-TR-FEE(TRP-IDX) > ZERO THEN
              ADD WS-TR-FEE(TRP-IDX) TO WS-STU-BILLED(STU-IDX)
              ADD WS-TR-FEE(TRP-IDX) TO WS-TRIP-FEE-TOTAL
              OPEN EXTEND TRANSACTIONS
              MOVE SPACES TO TRANSACTION-RECORD
              MOVE WS-TUITION-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C'                TO TRX-TYPE
              MOVE WS-TR-FEE(TRP-IDX) TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
              IF WS-PARK-IC-ACCT-ID NOT = SPACES
                 AND WS-SCHOOL-IC-ACCT-ID NOT = SPACES THEN
                 MOVE WS-PARK-IC-ACCT-ID   TO TRX-ACCT-ID
                 MOVE 'C'                  TO TRX-TYPE
                 WRITE TRANSACTION-RECORD
                 MOVE WS-SCHOOL-IC-ACCT-ID TO TRX-ACCT-ID
                 MOVE 'D'                  TO TRX-TYPE
                 WRITE TRANSACTION-RECORD
              END-IF
              CLOSE TRANSACTIONS

              MOVE WS-TR-FEE(TRP-IDX) TO WS-AMOUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'FIELD TRIP ' TC-TRIP-ID ' ' TC-STUDENT-ID
                  ' TRIP DATE ' WS-TR-DATE(TRP-IDX)
                  ' ' WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TUITION-INVOICE-RECORD
              WRITE TUITION-INVOICE-RECORD
           END-IF.
           ADD 1 TO WS-TRIP-FEE-COUNT.
           MOVE 'Y'         TO TC-BILLED.
           MOVE WS-RUN-DATE TO TC-BILLED-DATE.
           MOVE TRIP-CONSENT-RECORD TO WS-CN-RECORD(CON-IDX).
       4600-EXIT.
           EXIT.

       4610-FIND-TRIP.
           MOVE 'N' TO WS-TRIP-FOUND-SW.
           SET TRP-IDX TO 1.
           PERFORM 4620-COMPARE-TRIP THRU 4620-EXIT
               UNTIL TRP-IDX > WS-TRIP-COUNT OR TRIP-FOUND.
       4610-EXIT.
           EXIT.

       4620-COMPARE-TRIP.
           IF WS-TR-ID(TRP-IDX) = TC-TRIP-ID THEN
              SET TRIP-FOUND TO TRUE
           ELSE
              SET TRP-IDX UP BY 1
           END-IF.
       4620-EXIT.
           EXIT.

       2950-READ-LIBRARY-CHARGE.
           READ LIBRARY-CHARGES
              AT END SET END-OF-LIBRARY-CHARGES TO TRUE
           END-READ.
       2950-EXIT.
           EXIT.

      *-------------------------------------------------
      * TURN WS-CHECK-TERM INTO ITS ORDERING KEY - YEAR
      * TIMES TEN PLUS 1 FOR SPRING, 2 FOR FALL. ZERO
      * WHEN THE TERM IS NOT YYYYF OR YYYYS.
      *-------------------------------------------------
       7000-TERM-KEY.
           MOVE 'N' TO WS-TERM-OK-SW.
           MOVE ZERO TO WS-TERM-KEY.
           IF WS-CHECK-YEAR IS NOT NUMERIC THEN
              GO TO 7000-EXIT
           END-IF.
           EVALUATE WS-CHECK-CODE
              WHEN 'S'
                 COMPUTE WS-TERM-KEY = WS-CHECK-YEAR * 10 + 1
                 SET TERM-OK TO TRUE
              WHEN 'F'
                 COMPUTE WS-TERM-KEY = WS-CHECK-YEAR * 10 + 2
                 SET TERM-OK TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       7000-EXIT.
           EXIT.

       8000-WRITE-AR-OUT.
           OPEN OUTPUT TUITION-AR-OUT.
           PERFORM 8010-WRITE-ONE-AR THRU 8010-EXIT
           IF WS-TUITION-PAY-STATUS = '00' THEN
              CLOSE TUITION-PAYMENTS
           END-IF.
           IF WS-LIBRARY-CHARGE-STATUS = '00'
              OR WS-LIBRARY-CHARGE-STATUS = '10' THEN
              CLOSE LIBRARY-CHARGES
              OPEN OUTPUT LIBRARY-CHARGES
              CLOSE LIBRARY-CHARGES
           END-IF.
           IF WS-TRIP-FEE-COUNT > ZERO THEN
              OPEN OUTPUT TRIP-CONSENTS
              PERFORM 8910-WRITE-CONSENT THRU 8910-EXIT
                  VARYING CON-IDX FROM 1 BY 1
                  UNTIL CON-IDX > WS-CONSENT-COUNT
              CLOSE TRIP-CONSENTS
           END-IF.
           CLOSE TUITION-INVOICES.
           DISPLAY 'INVOICES RAISED : ' WS-INVOICE-COUNT.
           DISPLAY 'PAYMENTS APPLIED: ' WS-PAYMENT-COUNT.
           MOVE WS-AWARD-TOTAL TO WS-AMOUNT-ED.
           DISPLAY 'AWARDS APPLIED  : ' WS-AWARDS-APPLIED
               '  TOTAL ' WS-AMOUNT-ED.
           DISPLAY 'LIBRARY CHARGES : ' WS-LIB-CHARGE-COUNT.
           MOVE WS-TRIP-FEE-TOTAL TO WS-AMOUNT-ED.
           DISPLAY 'TRIP FEES BILLED: ' WS-TRIP-FEE-COUNT
               '  TOTAL ' WS-AMOUNT-ED.
       8900-EXIT.
           EXIT.

       8910-WRITE-CONSENT.
           MOVE WS-CN-RECORD(CON-IDX) TO TRIP-CONSENT-RECORD.
           WRITE TRIP-CONSENT-RECORD.
       8910-EXIT.
           EXIT.
