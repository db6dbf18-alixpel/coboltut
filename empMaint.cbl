      *               ON PIN REUSE ARE ENFORCED IN ONE
      *               PLACE INSTEAD OF FOURTEEN COPIES OF
      *               THE ROSTER LOOP.
      * 15/10/26  AP  SALARY ADVANCES AND EMPLOYEE LOANS. L
      *               SETS ONE UP ON ADVLOAN (PRINCIPAL,
      *               REPAYMENT PER PAY PERIOD, FIRST
      *               REPAYMENT DATE) AS PENDING; V LETS A
      *               SUPERVISOR OTHER THAN THE ONE WHO KEYED
      *               IT APPROVE OR REJECT IT. SALAIRE PAYS IT
      *               OUT AND TAKES THE REPAYMENTS; INQUIRE
      *               SHOWS EACH ONE WITH ITS BALANCE FROM THE
      *               LOANACT LEDGER.
      * 15/10/26  AP  NEW N FUNCTION RECORDS HOW THE EMPLOYEE
      *               WANTS PAYSLIP AND OTHER STAFF NOTICES
      *               SENT (POST, E-MAIL OR SMS) AND THE
      *               ADDRESSES NOTIFYDISPATCH SENDS TO. ADD
      *               STARTS AN EMPLOYEE WITH NO PREFERENCE
      *               AND INQUIRE SHOWS IT.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

           SELECT ADVANCE-LOANS ASSIGN TO "ADVLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVANCE-LOAN-STATUS.

           SELECT LOAN-ACTIVITY ASSIGN TO "LOANACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-ACTIVITY-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       FD  ADVANCE-LOANS.
           COPY "advlnfd.cpy".

       FD  LOAN-ACTIVITY.
           COPY "lnactfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RATE-CHANGES-STATUS   PIC X(02).
       01  WS-OLD-SALAIRE           PIC 9(06)V99.
           88 CHANGE-EMPLOYEE       VALUE 'C'.
           88 TERMINATE-EMPLOYEE    VALUE 'T'.
           88 INQUIRE-EMPLOYEE      VALUE 'I'.
           88 SETUP-ADVANCE-LOAN    VALUE 'L'.
           88 APPROVE-ADVANCE-LOAN  VALUE 'V'.
           88 NOTIFY-PREFERENCE     VALUE 'N'.
           88 EXIT-MAINTENANCE      VALUE 'X'.

       01  WS-OPERATOR-ID           PIC X(06).
       01  WS-AUDIT-ACTION          PIC X(01).
       01  WS-AUDIT-BEFORE          PIC X(100).
       01  WS-AUDIT-AFTER           PIC X(100).
       01  WS-NOTIFY-CHANNEL        PIC X(01).
           88 VALID-NOTIFY-CHANNEL  VALUE 'P' 'E' 'S' SPACE.
       01  WS-POSTAL-ADDR           PIC X(30).
       01  WS-ELECTRONIC-ADDR       PIC X(30).

      *-------------------------------------------------
      * A TABLE ENTRY FLATTENED INTO THE MASTER'S RECORD
              10 WS-TBL-HIRE-DATE   PIC 9(08).
              10 WS-TBL-TERM-DATE   PIC 9(08).
              10 WS-TBL-DEPARTMENT  PIC X(04).
              10 WS-TBL-NOTIFY-CHANNEL PIC X(01).
              10 WS-TBL-POSTAL-ADDR PIC X(30).
              10 WS-TBL-ELECTRONIC-ADDR PIC X(30).

      *-------------------------------------------------
      * ADVLOAN IS TABLE-LOADED AND REWRITTEN WHOLE AT
      * EXIT LIKE THE MASTER. THE LEDGER TOTALS RIDE
      * BESIDE EACH ROW FOR INQUIRE ONLY.
      *-------------------------------------------------
       01  WS-ADVANCE-LOAN-STATUS   PIC X(02).
       01  WS-LOAN-ACTIVITY-STATUS  PIC X(02).
       01  WS-LOAN-SWITCHES.
           05 WS-LOAN-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LOANS       VALUE 'Y'.
           05 WS-LOAN-ACT-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-LOAN-ACTIVITY VALUE 'Y'.
           05 WS-LOANS-CHANGED-SW   PIC X(01) VALUE 'N'.
              88 LOANS-CHANGED      VALUE 'Y'.
           05 WS-LOAN-FOUND-SW      PIC X(01).
              88 LOAN-FOUND         VALUE 'Y'.
       01  WS-LOAN-TYPE             PIC X(01).
           88 VALID-LOAN-TYPE       VALUE 'A' 'L'.
       01  WS-LOAN-PRINCIPAL        PIC 9(06)V99.
       01  WS-LOAN-REPAYMENT        PIC 9(06)V99.
       01  WS-LOAN-START-DATE       PIC 9(08).
       01  WS-LOAN-START-PARTS REDEFINES WS-LOAN-START-DATE.
           05 WS-LOAN-START-YEAR    PIC 9(04).
           05 WS-LOAN-START-MONTH   PIC 9(02).
           05 WS-LOAN-START-DAY     PIC 9(02).
       01  WS-LOAN-KEY-NO           PIC 9(02).
       01  WS-NEXT-LOAN-NO          PIC 9(02).
       01  WS-LOAN-ITEM             PIC 9(04).
       01  WS-LOAN-ITEM-COUNT       PIC 9(04) COMP.
       01  WS-LOAN-DECISION         PIC X(01).
           88 VALID-LOAN-DECISION   VALUE 'A' 'J'.
       01  WS-LOAN-BALANCE          PIC 9(07)V99.
       01  WS-LOAN-STATE            PIC X(08).
       01  WS-LOAN-PRINCIPAL-ED     PIC ZZZZZ9.99.
       01  WS-LOAN-REPAYMENT-ED     PIC ZZZZZ9.99.
       01  WS-LOAN-BALANCE-ED       PIC ZZZZZZ9.99.
       01  WS-MAX-LOANS             PIC 9(04) COMP VALUE 2000.
       01  WS-LOAN-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-LOAN-TABLE.
           05 WS-LON-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-LOAN-COUNT
                 INDEXED BY LON-IDX.
              10 WS-LON-RECORD      PIC X(54).
              10 WS-LON-FIELDS REDEFINES WS-LON-RECORD.
                 15 WS-LON-EMP-ID   PIC X(06).
                 15 WS-LON-LOAN-NO  PIC 9(02).
                 15 WS-LON-TYPE     PIC X(01).
                 15 WS-LON-PRINCIPAL PIC 9(06)V99.
                 15 WS-LON-REPAYMENT PIC 9(06)V99.
                 15 WS-LON-START-DATE PIC 9(08).
                 15 WS-LON-STATUS   PIC X(01).
                 15 WS-LON-KEYED-OPER PIC X(06).
                 15 WS-LON-APPR-OPER PIC X(06).
                 15 WS-LON-KEYED-DATE PIC 9(08).
              10 WS-LON-DISBURSED-SW PIC X(01).
              10 WS-LON-RECOVERED   PIC 9(07)V99.

      ***************************
       PROCEDURE DIVISION.
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
           IF LOANS-CHANGED THEN
              PERFORM 8300-REWRITE-LOANS THRU 8300-EXIT
           END-IF.

           MOVE ZERO TO RETURN-CODE.

              END-IF
              CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM 1200-LOAD-LOANS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

                  TO WS-TBL-TERM-DATE(WS-EMPLOYEE-COUNT)
              MOVE EMP-DEPARTMENT
                  TO WS-TBL-DEPARTMENT(WS-EMPLOYEE-COUNT)
              MOVE EMP-NOTIFY-CHANNEL
                  TO WS-TBL-NOTIFY-CHANNEL(WS-EMPLOYEE-COUNT)
              MOVE EMP-POSTAL-ADDR
                  TO WS-TBL-POSTAL-ADDR(WS-EMPLOYEE-COUNT)
              MOVE EMP-ELECTRONIC-ADDR
                  TO WS-TBL-ELECTRONIC-ADDR(WS-EMPLOYEE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADVLOAN IS OPTIONAL - NO FILE MEANS NO ADVANCES OR
      * LOANS YET. THE SAME CAP RULE AS THE MASTER: A
      * CAPPED REWRITE WOULD DROP ROWS, SO A FULL TABLE
      * WITH INPUT UNREAD ABORTS. THE LEDGER MARKS WHAT
      * HAS BEEN PAID OUT AND TOTALS WHAT HAS COME BACK.
      *-------------------------------------------------
       1200-LOAD-LOANS.
           OPEN INPUT ADVANCE-LOANS.
           IF WS-ADVANCE-LOAN-STATUS NOT = '00' THEN
              GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-LOAN THRU 1210-EXIT
               UNTIL END-OF-LOANS
                  OR WS-LOAN-COUNT >= WS-MAX-LOANS.
           IF NOT END-OF-LOANS THEN
              DISPLAY 'ADVANCE/LOAN TABLE FULL AT '
                  WS-MAX-LOANS
                  ' WITH ADVLOAN UNREAD - RUN ABORTED'
              CLOSE ADVANCE-LOANS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE ADVANCE-LOANS.

           OPEN INPUT LOAN-ACTIVITY.
           IF WS-LOAN-ACTIVITY-STATUS = '00' THEN
              PERFORM 1220-LOAD-ONE-ACTIVITY THRU 1220-EXIT
                  UNTIL END-OF-LOAN-ACTIVITY
              CLOSE LOAN-ACTIVITY
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-LOAN.
           READ ADVANCE-LOANS
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF NOT END-OF-LOANS THEN
              ADD 1 TO WS-LOAN-COUNT
              MOVE ADVANCE-LOAN-RECORD
                  TO WS-LON-RECORD(WS-LOAN-COUNT)
              MOVE 'N'  TO WS-LON-DISBURSED-SW(WS-LOAN-COUNT)
              MOVE ZERO TO WS-LON-RECOVERED(WS-LOAN-COUNT)
           END-IF.
       1210-EXIT.
           EXIT.

       1220-LOAD-ONE-ACTIVITY.
           READ LOAN-ACTIVITY
              AT END SET END-OF-LOAN-ACTIVITY TO TRUE
           END-READ.
           IF END-OF-LOAN-ACTIVITY THEN
              GO TO 1220-EXIT
           END-IF.
           MOVE LA-EMP-ID  TO WS-EMP-ID.
           MOVE LA-LOAN-NO TO WS-LOAN-KEY-NO.
           PERFORM 7100-FIND-LOAN THRU 7100-EXIT.
           IF LOAN-FOUND THEN
              IF LA-DISBURSED THEN
                 MOVE 'Y' TO WS-LON-DISBURSED-SW(LON-IDX)
              ELSE
                 ADD LA-AMOUNT TO WS-LON-RECOVERED(LON-IDX)
              END-IF
           END-IF.
       1220-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- EMPLOYEE MASTER MAINTENANCE --------'.
           DISPLAY 'A - ADD      C - CHANGE   T - TERMINATE'.
           DISPLAY 'I - INQUIRE  L - ADVANCE/LOAN  V - APPROVE LOAN'.
           DISPLAY 'N - NOTIFICATIONS'.
           DISPLAY 'X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

                 PERFORM 5000-TERMINATE-EMPLOYEE THRU 5000-EXIT
              WHEN INQUIRE-EMPLOYEE
                 PERFORM 6000-INQUIRE-EMPLOYEE THRU 6000-EXIT
              WHEN SETUP-ADVANCE-LOAN
                 PERFORM 3500-SETUP-ADVANCE-LOAN THRU 3500-EXIT
              WHEN APPROVE-ADVANCE-LOAN
                 PERFORM 3600-APPROVE-ADVANCE-LOAN THRU 3600-EXIT
              WHEN NOTIFY-PREFERENCE
                 PERFORM 3700-NOTIFY-PREFERENCE THRU 3700-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
           ACCEPT WS-WORK-DATE.
           MOVE WS-WORK-DATE TO WS-TBL-HIRE-DATE(EMP-IDX).
           MOVE ZERO TO WS-TBL-TERM-DATE(EMP-IDX).
           MOVE SPACE TO WS-TBL-NOTIFY-CHANNEL(EMP-IDX).
           MOVE SPACES TO WS-TBL-POSTAL-ADDR(EMP-IDX).
           MOVE SPACES TO WS-TBL-ELECTRONIC-ADDR(EMP-IDX).

           MOVE 'HIRED' TO WS-AUDIT-DETAIL.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN ADVANCE OR LOAN IS KEYED PENDING - NOTHING IS
      * PAID UNTIL A SUPERVISOR APPROVES IT UNDER V. AN
      * EMPLOYEE ALREADY CARRYING A TERMINATION DATE IS
      * REFUSED; REPAYMENTS START NO EARLIER THAN TODAY.
      *-------------------------------------------------
       3500-SETUP-ADVANCE-LOAN.
           DISPLAY 'EMPLOYEE ID ?'.
           ACCEPT WS-EMP-ID.
           PERFORM 7000-FIND-EMPLOYEE THRU 7000-EXIT.
           IF NOT EMP-FOUND THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID ' NOT ON FILE'
              GO TO 3500-EXIT
           END-IF.
           IF WS-TBL-TERM-DATE(EMP-IDX) > ZERO THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID
                  ' HAS A TERMINATION DATE - NOT SET UP'
              GO TO 3500-EXIT
           END-IF.
           IF WS-LOAN-COUNT >= WS-MAX-LOANS THEN
              DISPLAY 'ADVANCE/LOAN FILE FULL - NOT SET UP'
              GO TO 3500-EXIT
           END-IF.
           PERFORM 7200-NEXT-LOAN-NO THRU 7200-EXIT.
           IF WS-NEXT-LOAN-NO = ZERO THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID
                  ' HAS 99 ADVANCES/LOANS ON FILE - NOT SET UP'
              GO TO 3500-EXIT
           END-IF.

           DISPLAY 'TYPE (A = SALARY ADVANCE, L = LOAN) ?'.
           ACCEPT WS-LOAN-TYPE.
           IF NOT VALID-LOAN-TYPE THEN
              DISPLAY 'TYPE MUST BE A OR L - NOT SET UP'
              GO TO 3500-EXIT
           END-IF.
           DISPLAY 'PRINCIPAL (9(06)V99) ?'.
           ACCEPT WS-LOAN-PRINCIPAL.
           IF WS-LOAN-PRINCIPAL = ZERO THEN
              DISPLAY 'PRINCIPAL MUST BE ABOVE ZERO - NOT SET UP'
              GO TO 3500-EXIT
           END-IF.
           DISPLAY 'REPAYMENT PER PAY PERIOD (9(06)V99) ?'.
           ACCEPT WS-LOAN-REPAYMENT.
           IF WS-LOAN-REPAYMENT = ZERO
              OR WS-LOAN-REPAYMENT > WS-LOAN-PRINCIPAL THEN
              DISPLAY 'REPAYMENT MUST BE ABOVE ZERO AND NOT OVER'
                  ' THE PRINCIPAL - NOT SET UP'
              GO TO 3500-EXIT
           END-IF.
           DISPLAY 'FIRST REPAYMENT DATE (YYYYMMDD) ?'.
           ACCEPT WS-LOAN-START-DATE.
           IF WS-LOAN-START-DATE IS NOT NUMERIC
              OR WS-LOAN-START-MONTH < 1 OR WS-LOAN-START-MONTH > 12
              OR WS-LOAN-START-DAY < 1 OR WS-LOAN-START-DAY > 31
              OR WS-LOAN-START-DATE < WS-RUN-DATE THEN
              DISPLAY 'INVALID FIRST REPAYMENT DATE - NOT SET UP'
              GO TO 3500-EXIT
           END-IF.

           ADD 1 TO WS-LOAN-COUNT.
           SET LON-IDX TO WS-LOAN-COUNT.
           MOVE SPACES             TO WS-LON-RECORD(LON-IDX).
           MOVE WS-EMP-ID          TO WS-LON-EMP-ID(LON-IDX).
           MOVE WS-NEXT-LOAN-NO    TO WS-LON-LOAN-NO(LON-IDX).
           MOVE WS-LOAN-TYPE       TO WS-LON-TYPE(LON-IDX).
           MOVE WS-LOAN-PRINCIPAL  TO WS-LON-PRINCIPAL(LON-IDX).
           MOVE WS-LOAN-REPAYMENT  TO WS-LON-REPAYMENT(LON-IDX).
           MOVE WS-LOAN-START-DATE TO WS-LON-START-DATE(LON-IDX).
           MOVE 'P'                TO WS-LON-STATUS(LON-IDX).
           MOVE WS-OPERATOR-ID     TO WS-LON-KEYED-OPER(LON-IDX).
           MOVE WS-RUN-DATE        TO WS-LON-KEYED-DATE(LON-IDX).
           MOVE 'N'                TO WS-LON-DISBURSED-SW(LON-IDX).
           MOVE ZERO               TO WS-LON-RECOVERED(LON-IDX).
           SET LOANS-CHANGED TO TRUE.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING 'ADVANCE/LOAN ' WS-NEXT-LOAN-NO ' KEYED'
               DELIMITED BY SIZE INTO WS-AUDIT-DETAIL.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'A' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE WS-LON-RECORD(LON-IDX) TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'ADVANCE/LOAN ' WS-NEXT-LOAN-NO ' FOR '
               WS-EMP-ID ' KEYED - AWAITING APPROVAL'.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------
      * SUPERVISOR APPROVAL - FOUR EYES: THE OPERATOR WHO
      * KEYED AN ADVANCE OR LOAN CANNOT DECIDE IT. ONE
      * DECISION PER PASS, PICKED BY ITEM NUMBER FROM THE
      * LIST OF PENDING ROWS.
      *-------------------------------------------------
       3600-APPROVE-ADVANCE-LOAN.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'APPROVAL REQUIRES A SUPERVISOR SIGN-ON'
              GO TO 3600-EXIT
           END-IF.
           MOVE ZERO TO WS-LOAN-ITEM-COUNT.
           PERFORM 3610-LIST-PENDING-LOAN THRU 3610-EXIT
               VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > WS-LOAN-COUNT.
           IF WS-LOAN-ITEM-COUNT = ZERO THEN
              DISPLAY 'NO ADVANCES OR LOANS AWAITING APPROVAL'
              GO TO 3600-EXIT
           END-IF.

           DISPLAY 'ITEM TO DECIDE (0 = NONE) ?'.
           ACCEPT WS-LOAN-ITEM.
           IF WS-LOAN-ITEM = ZERO THEN
              GO TO 3600-EXIT
           END-IF.
           IF WS-LOAN-ITEM > WS-LOAN-COUNT THEN
              DISPLAY 'NO SUCH ITEM'
              GO TO 3600-EXIT
           END-IF.
           SET LON-IDX TO WS-LOAN-ITEM.
           IF WS-LON-STATUS(LON-IDX) NOT = 'P' THEN
              DISPLAY 'ITEM ' WS-LOAN-ITEM
                  ' IS NOT AWAITING APPROVAL'
              GO TO 3600-EXIT
           END-IF.
           IF WS-LON-KEYED-OPER(LON-IDX) = WS-OPERATOR-ID THEN
              DISPLAY 'YOU KEYED ITEM ' WS-LOAN-ITEM
                  ' - ANOTHER SUPERVISOR MUST DECIDE IT'
              GO TO 3600-EXIT
           END-IF.
           DISPLAY 'A - APPROVE  J - REJECT ?'.
           ACCEPT WS-LOAN-DECISION.
           IF NOT VALID-LOAN-DECISION THEN
              DISPLAY 'DECISION MUST BE A OR J - NOTHING CHANGED'
              GO TO 3600-EXIT
           END-IF.

           MOVE WS-LON-EMP-ID(LON-IDX)  TO WS-EMP-ID.
           MOVE WS-LON-LOAN-NO(LON-IDX) TO WS-NEXT-LOAN-NO.
           MOVE WS-LON-RECORD(LON-IDX)  TO WS-AUDIT-BEFORE.
           MOVE WS-LOAN-DECISION TO WS-LON-STATUS(LON-IDX).
           MOVE WS-OPERATOR-ID   TO WS-LON-APPR-OPER(LON-IDX).
           SET LOANS-CHANGED TO TRUE.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           IF WS-LOAN-DECISION = 'A' THEN
              STRING 'ADVANCE/LOAN ' WS-NEXT-LOAN-NO ' APPROVED'
                  DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           ELSE
              STRING 'ADVANCE/LOAN ' WS-NEXT-LOAN-NO ' REJECTED'
                  DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
           END-IF.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE WS-LON-RECORD(LON-IDX) TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY WS-EMP-ID ' ' WS-AUDIT-DETAIL.
       3600-EXIT.
           EXIT.

       3610-LIST-PENDING-LOAN.
           IF WS-LON-STATUS(LON-IDX) NOT = 'P' THEN
              GO TO 3610-EXIT
           END-IF.
           ADD 1 TO WS-LOAN-ITEM-COUNT.
           SET WS-LOAN-ITEM TO LON-IDX.
           MOVE WS-LON-PRINCIPAL(LON-IDX) TO WS-LOAN-PRINCIPAL-ED.
           MOVE WS-LON-REPAYMENT(LON-IDX) TO WS-LOAN-REPAYMENT-ED.
           DISPLAY WS-LOAN-ITEM ' ' WS-LON-EMP-ID(LON-IDX)
               ' NO ' WS-LON-LOAN-NO(LON-IDX)
               ' ' WS-LON-TYPE(LON-IDX)
               ' ' WS-LOAN-PRINCIPAL-ED
               ' REPAY ' WS-LOAN-REPAYMENT-ED
               ' FROM ' WS-LON-START-DATE(LON-IDX)
               ' BY ' WS-LON-KEYED-OPER(LON-IDX).
       3610-EXIT.
           EXIT.

      *-------------------------------------------------
      * NOTIFICATION PREFERENCE. P POST, E E-MAIL, S SMS,
      * BLANK FOR POST TO THE HOME ADDRESS. A BLANK
      * ADDRESS KEEPS THE ONE ON FILE; THE CHANNEL CHOSEN
      * MUST HAVE AN ADDRESS TO GO TO. THE AUDIT IMAGES
      * CARRY THE CHANNEL AND BOTH ADDRESSES.
      *-------------------------------------------------
       3700-NOTIFY-PREFERENCE.
           DISPLAY 'EMPLOYEE ID ?'.
           ACCEPT WS-EMP-ID.
           PERFORM 7000-FIND-EMPLOYEE THRU 7000-EXIT.
           IF NOT EMP-FOUND THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID ' NOT ON FILE'
              GO TO 3700-EXIT
           END-IF.

           DISPLAY 'P - POST  E - E-MAIL  S - SMS'.
           DISPLAY 'CHANNEL (BLANK FOR POST) ?'.
           MOVE SPACE TO WS-NOTIFY-CHANNEL.
           ACCEPT WS-NOTIFY-CHANNEL.
           IF NOT VALID-NOTIFY-CHANNEL THEN
              DISPLAY 'INVALID CHANNEL - PREFERENCE UNCHANGED'
              GO TO 3700-EXIT
           END-IF.
           DISPLAY 'HOME ADDRESS (BLANK TO KEEP) ?'.
           MOVE SPACES TO WS-POSTAL-ADDR.
           ACCEPT WS-POSTAL-ADDR.
           IF WS-POSTAL-ADDR = SPACES THEN
              MOVE WS-TBL-POSTAL-ADDR(EMP-IDX) TO WS-POSTAL-ADDR
           END-IF.
           DISPLAY 'E-MAIL ADDRESS OR MOBILE (BLANK TO KEEP) ?'.
           MOVE SPACES TO WS-ELECTRONIC-ADDR.
           ACCEPT WS-ELECTRONIC-ADDR.
           IF WS-ELECTRONIC-ADDR = SPACES THEN
              MOVE WS-TBL-ELECTRONIC-ADDR(EMP-IDX)
                  TO WS-ELECTRONIC-ADDR
           END-IF.

           IF (WS-NOTIFY-CHANNEL = 'E' OR WS-NOTIFY-CHANNEL = 'S')
              AND WS-ELECTRONIC-ADDR = SPACES THEN
              DISPLAY 'E-MAIL OR SMS NEEDS AN ADDRESS - '
                  'PREFERENCE UNCHANGED'
              GO TO 3700-EXIT
           END-IF.
           IF WS-NOTIFY-CHANNEL = 'P'
              AND WS-POSTAL-ADDR = SPACES THEN
              DISPLAY 'POST NEEDS A HOME ADDRESS - '
                  'PREFERENCE UNCHANGED'
              GO TO 3700-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING 'NOTIFY ' WS-TBL-NOTIFY-CHANNEL(EMP-IDX)
               ' ' WS-TBL-POSTAL-ADDR(EMP-IDX)
               ' ' WS-TBL-ELECTRONIC-ADDR(EMP-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE WS-NOTIFY-CHANNEL  TO WS-TBL-NOTIFY-CHANNEL(EMP-IDX).
           MOVE WS-POSTAL-ADDR     TO WS-TBL-POSTAL-ADDR(EMP-IDX).
           MOVE WS-ELECTRONIC-ADDR TO WS-TBL-ELECTRONIC-ADDR(EMP-IDX).

           MOVE 'NOTIFY PREFERENCE' TO WS-AUDIT-DETAIL.
           PERFORM 8100-WRITE-AUDIT THRU 8100-EXIT.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING 'NOTIFY ' WS-TBL-NOTIFY-CHANNEL(EMP-IDX)
               ' ' WS-TBL-POSTAL-ADDR(EMP-IDX)
               ' ' WS-TBL-ELECTRONIC-ADDR(EMP-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'EMPLOYEE ' WS-EMP-ID
               ' NOTIFICATION PREFERENCE RECORDED'.
       3700-EXIT.
           EXIT.

       4000-CHANGE-EMPLOYEE.
           DISPLAY 'EMPLOYEE ID ?'.
           ACCEPT WS-EMP-ID.
           DISPLAY 'HIRE DATE   : ' WS-TBL-HIRE-DATE(EMP-IDX).
           DISPLAY 'TERM DATE   : ' WS-TBL-TERM-DATE(EMP-IDX).
           DISPLAY 'DEPARTMENT  : ' WS-TBL-DEPARTMENT(EMP-IDX).
           DISPLAY 'NOTIFY BY   : ' WS-TBL-NOTIFY-CHANNEL(EMP-IDX).
           DISPLAY 'HOME ADDRESS: ' WS-TBL-POSTAL-ADDR(EMP-IDX).
           DISPLAY 'E-MAIL/MOB  : ' WS-TBL-ELECTRONIC-ADDR(EMP-IDX).
           PERFORM 6100-SHOW-ONE-LOAN THRU 6100-EXIT
               VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > WS-LOAN-COUNT.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE BALANCE IS THE PRINCIPAL LESS WHAT THE
      * LEDGER HAS RECOVERED - ONLY ONCE IT IS PAID OUT.
      *-------------------------------------------------
       6100-SHOW-ONE-LOAN.
           IF WS-LON-EMP-ID(LON-IDX) NOT = WS-EMP-ID THEN
              GO TO 6100-EXIT
           END-IF.
           MOVE ZERO TO WS-LOAN-BALANCE.
           EVALUATE TRUE
              WHEN WS-LON-STATUS(LON-IDX) = 'P'
                 MOVE 'PENDING' TO WS-LOAN-STATE
              WHEN WS-LON-STATUS(LON-IDX) = 'J'
                 MOVE 'REJECTED' TO WS-LOAN-STATE
              WHEN WS-LON-DISBURSED-SW(LON-IDX) NOT = 'Y'
                 MOVE 'APPROVED' TO WS-LOAN-STATE
              WHEN WS-LON-RECOVERED(LON-IDX)
                   < WS-LON-PRINCIPAL(LON-IDX)
                 MOVE 'REPAYING' TO WS-LOAN-STATE
                 COMPUTE WS-LOAN-BALANCE =
                     WS-LON-PRINCIPAL(LON-IDX)
                     - WS-LON-RECOVERED(LON-IDX)
              WHEN OTHER
                 MOVE 'REPAID' TO WS-LOAN-STATE
           END-EVALUATE.
           MOVE WS-LON-PRINCIPAL(LON-IDX) TO WS-LOAN-PRINCIPAL-ED.
           MOVE WS-LON-REPAYMENT(LON-IDX) TO WS-LOAN-REPAYMENT-ED.
           MOVE WS-LOAN-BALANCE TO WS-LOAN-BALANCE-ED.
           DISPLAY 'ADV/LOAN ' WS-LON-LOAN-NO(LON-IDX)
               '  : ' WS-LON-TYPE(LON-IDX) ' ' WS-LOAN-STATE
               ' ' WS-LOAN-PRINCIPAL-ED
               ' REPAY ' WS-LOAN-REPAYMENT-ED
               ' BAL ' WS-LOAN-BALANCE-ED.
       6100-EXIT.
           EXIT.

       7000-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
      * CALLER SETS THE ACTION AND THE TWO IMAGES; THE
      * KEY IS THE EMPLOYEE BEING WORKED.
      *-------------------------------------------------
      *-------------------------------------------------
      * ADVANCE/LOAN LOOKUP BY EMPLOYEE AND LOAN NUMBER,
      * AND THE NEXT FREE LOAN NUMBER FOR AN EMPLOYEE
      * (ZERO WHEN ALL 99 ARE USED).
      *-------------------------------------------------
       7100-FIND-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           SET LON-IDX TO 1.
           PERFORM 7110-COMPARE-LOAN THRU 7110-EXIT
               UNTIL LON-IDX > WS-LOAN-COUNT OR LOAN-FOUND.
       7100-EXIT.
           EXIT.

       7110-COMPARE-LOAN.
           IF WS-LON-EMP-ID(LON-IDX) = WS-EMP-ID
              AND WS-LON-LOAN-NO(LON-IDX) = WS-LOAN-KEY-NO THEN
              SET LOAN-FOUND TO TRUE
           ELSE
              SET LON-IDX UP BY 1
           END-IF.
       7110-EXIT.
           EXIT.

       7200-NEXT-LOAN-NO.
           MOVE ZERO TO WS-LOAN-KEY-NO.
           PERFORM 7210-HIGHEST-LOAN-NO THRU 7210-EXIT
               VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > WS-LOAN-COUNT.
           IF WS-LOAN-KEY-NO = 99 THEN
              MOVE ZERO TO WS-NEXT-LOAN-NO
           ELSE
              COMPUTE WS-NEXT-LOAN-NO = WS-LOAN-KEY-NO + 1
           END-IF.
       7200-EXIT.
           EXIT.

       7210-HIGHEST-LOAN-NO.
           IF WS-LON-EMP-ID(LON-IDX) = WS-EMP-ID
              AND WS-LON-LOAN-NO(LON-IDX) > WS-LOAN-KEY-NO THEN
              MOVE WS-LON-LOAN-NO(LON-IDX) TO WS-LOAN-KEY-NO
           END-IF.
       7210-EXIT.
           EXIT.

       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
           MOVE WS-TBL-HIRE-DATE(EMP-IDX)   TO EMP-HIRE-DATE.
           MOVE WS-TBL-TERM-DATE(EMP-IDX)   TO EMP-TERM-DATE.
           MOVE WS-TBL-DEPARTMENT(EMP-IDX)  TO EMP-DEPARTMENT.
           MOVE WS-TBL-NOTIFY-CHANNEL(EMP-IDX) TO EMP-NOTIFY-CHANNEL.
           MOVE WS-TBL-POSTAL-ADDR(EMP-IDX) TO EMP-POSTAL-ADDR.
           MOVE WS-TBL-ELECTRONIC-ADDR(EMP-IDX)
               TO EMP-ELECTRONIC-ADDR.
           WRITE EMPLOYEE-MASTER-RECORD.
       8010-EXIT.
           EXIT.

       8300-REWRITE-LOANS.
           OPEN OUTPUT ADVANCE-LOANS.
           PERFORM 8310-WRITE-LOAN THRU 8310-EXIT
               VARYING LON-IDX FROM 1 BY 1
               UNTIL LON-IDX > WS-LOAN-COUNT.
           CLOSE ADVANCE-LOANS.
       8300-EXIT.
           EXIT.

       8310-WRITE-LOAN.
           MOVE WS-LON-RECORD(LON-IDX) TO ADVANCE-LOAN-RECORD.
           WRITE ADVANCE-LOAN-RECORD.
       8310-EXIT.
           EXIT.
