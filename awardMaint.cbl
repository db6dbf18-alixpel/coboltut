      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  AwardMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SCHOLARSHIP AND BURSARY
      *               AWARD MAINTENANCE IN PLACE OF THE
      *               BURSAR'S CREDIT NOTE AFTER THE
      *               INVOICE HAD GONE OUT. KEEPS THE AWARD
      *               MASTER (AWARDMST, AWRDFD LAYOUT) - THE
      *               FUNDING SOURCES, EACH WITH ITS LEDGER
      *               ACCOUNT AND TERMLY BUDGET, AND THE
      *               AWARDS PER STUDENT: SCHOLARSHIP OR
      *               BURSARY, PERCENTAGE OR FIXED AMOUNT,
      *               FIRST AND LAST BILLING TERM AND THE
      *               FUND THAT PAYS. TUITIONBILLING TAKES
      *               THE AWARDS OFF THE INVOICE. A FUND IS
      *               SET UP OR CHANGED ONLY FROM A
      *               SUPERVISOR SIGN-ON; AN AWARD IS
      *               CANCELLED, NEVER DELETED, SO THE
      *               AWARD HISTORY STILL NAMES IT. EVERY
      *               CHANGE APPENDS TO THE SHARED
      *               ACTIVITY-AUDIT FILE WITH THE SIGNED-ON
      *               OPERATOR, SAME AS THE OTHER MASTERS.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT AWARD-MASTER ASSIGN TO "AWARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-MASTER-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  AWARD-MASTER.
           COPY "awrdfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-AWARD-MASTER-STATUS    PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-AWARD-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-AWARDS       VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW    PIC X(01).
              88 STUDENT-ON-ROSTER   VALUE 'Y'.
           05 WS-FUND-FOUND-SW       PIC X(01).
              88 FUND-FOUND          VALUE 'Y'.
           05 WS-AWARD-FOUND-SW      PIC X(01).
              88 AWARD-FOUND         VALUE 'Y'.
           05 WS-TERM-OK-SW          PIC X(01).
              88 TERM-OK             VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 MAINTAIN-FUND          VALUE 'F'.
           88 MAINTAIN-AWARD         VALUE 'A'.
           88 CANCEL-AWARD           VALUE 'D'.
           88 INQUIRE-STUDENT        VALUE 'I'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-STUDENT-ID             PIC X(06).
       01  WS-FUND-ID                PIC X(06).
       01  WS-FUND-NAME              PIC X(20).
       01  WS-SOURCE-TYPE            PIC X(01).
           88 VALID-SOURCE-TYPE      VALUES 'S' 'F'.
       01  WS-LEDGER-ACCT            PIC X(06).
       01  WS-BUDGET-CENTS           PIC 9(09).
       01  WS-TERM-BUDGET            PIC 9(07)V99.
       01  WS-AWARD-SEQ              PIC 9(02).
       01  WS-AWARD-KIND             PIC X(01).
           88 VALID-AWARD-KIND       VALUES 'S' 'B'.
       01  WS-CALC-TYPE              PIC X(01).
           88 PERCENT-CALC           VALUE 'P'.
           88 FIXED-CALC             VALUE 'F'.
       01  WS-PERCENT                PIC 9(03).
       01  WS-AMOUNT-CENTS           PIC 9(07).
       01  WS-FIXED-AMOUNT           PIC 9(05)V99.
       01  WS-FROM-TERM              PIC X(05).
       01  WS-TO-TERM                PIC X(05).
       01  WS-FROM-KEY               PIC 9(05).
       01  WS-TO-KEY                 PIC 9(05).
       01  WS-HIGH-SEQ               PIC 9(02).
       01  WS-CONFIRM                PIC X(01).

      *-------------------------------------------------
      * A BILLING TERM IS THE YEAR AND F (FALL) OR S
      * (SPRING). THE KEY PUTS SPRING BEFORE FALL IN THE
      * SAME YEAR SO TWO TERMS COMPARE IN DATE ORDER.
      *-------------------------------------------------
       01  WS-CHECK-TERM             PIC X(05).
       01  WS-CHECK-TERM-R REDEFINES WS-CHECK-TERM.
           05 WS-CHECK-YEAR          PIC 9(04).
           05 WS-CHECK-CODE          PIC X(01).
       01  WS-TERM-KEY               PIC 9(05).

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-KEY              PIC X(12).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-LOWER-CASE             PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE             PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-MAX-FUNDS              PIC 9(02) COMP VALUE 50.
       01  WS-FUND-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-FUND-TABLE.
           05 WS-FUND-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-FUND-COUNT
                 INDEXED BY FND-IDX.
              10 WS-FND-ID           PIC X(06).
              10 WS-FND-NAME         PIC X(20).
              10 WS-FND-SOURCE       PIC X(01).
              10 WS-FND-ACCT         PIC X(06).
              10 WS-FND-BUDGET       PIC 9(07)V99.

       01  WS-MAX-AWARDS             PIC 9(04) COMP VALUE 1000.
       01  WS-AWARD-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-AWARD-TABLE.
           05 WS-AWARD-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-AWARD-COUNT
                 INDEXED BY AWD-IDX.
              10 WS-AWD-STUDENT-ID   PIC X(06).
              10 WS-AWD-SEQ          PIC 9(02).
              10 WS-AWD-KIND         PIC X(01).
              10 WS-AWD-CALC         PIC X(01).
              10 WS-AWD-PERCENT      PIC 9(03).
              10 WS-AWD-AMOUNT       PIC 9(05)V99.
              10 WS-AWD-FROM-TERM    PIC X(05).
              10 WS-AWD-TO-TERM      PIC X(05).
              10 WS-AWD-FUND-ID      PIC X(06).
              10 WS-AWD-STATUS       PIC X(01).
              10 WS-AWD-ENTERED-BY   PIC X(06).
              10 WS-AWD-ENTERED-DATE PIC 9(08).

       01  WS-AMOUNT-ED              PIC ZZZZ9.99.
       01  WS-BUDGET-ED              PIC ZZZZZZ9.99.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

       0500-OPERATOR-SIGNON.
           MOVE 'AWARDMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.

           OPEN INPUT AWARD-MASTER.
           IF WS-AWARD-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-AWARD-LINE THRU 1100-EXIT
                  UNTIL END-OF-AWARDS
              CLOSE AWARD-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-AWARD-LINE.
           READ AWARD-MASTER
              AT END SET END-OF-AWARDS TO TRUE
           END-READ.
           IF END-OF-AWARDS THEN
              GO TO 1100-EXIT
           END-IF.
           IF AW-FUND-ENTRY
              AND WS-FUND-COUNT < WS-MAX-FUNDS THEN
              ADD 1 TO WS-FUND-COUNT
              SET FND-IDX TO WS-FUND-COUNT
              MOVE AW-FUND-ID     TO WS-FND-ID(FND-IDX)
              MOVE AW-FUND-NAME   TO WS-FND-NAME(FND-IDX)
              MOVE AW-SOURCE-TYPE TO WS-FND-SOURCE(FND-IDX)
              MOVE AW-LEDGER-ACCT TO WS-FND-ACCT(FND-IDX)
              MOVE AW-TERM-BUDGET TO WS-FND-BUDGET(FND-IDX)
           END-IF.
           IF AW-AWARD-ENTRY
              AND WS-AWARD-COUNT < WS-MAX-AWARDS THEN
              ADD 1 TO WS-AWARD-COUNT
              SET AWD-IDX TO WS-AWARD-COUNT
              MOVE AW-STUDENT-ID   TO WS-AWD-STUDENT-ID(AWD-IDX)
              MOVE AW-AWARD-SEQ    TO WS-AWD-SEQ(AWD-IDX)
              MOVE AW-AWARD-KIND   TO WS-AWD-KIND(AWD-IDX)
              MOVE AW-CALC-TYPE    TO WS-AWD-CALC(AWD-IDX)
              MOVE AW-PERCENT      TO WS-AWD-PERCENT(AWD-IDX)
              MOVE AW-FIXED-AMOUNT TO WS-AWD-AMOUNT(AWD-IDX)
              MOVE AW-FROM-TERM    TO WS-AWD-FROM-TERM(AWD-IDX)
              MOVE AW-TO-TERM      TO WS-AWD-TO-TERM(AWD-IDX)
              MOVE AW-FUND-ID      TO WS-AWD-FUND-ID(AWD-IDX)
              MOVE AW-STATUS       TO WS-AWD-STATUS(AWD-IDX)
              MOVE AW-ENTERED-BY   TO WS-AWD-ENTERED-BY(AWD-IDX)
              MOVE AW-ENTERED-DATE TO WS-AWD-ENTERED-DATE(AWD-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SCHOLARSHIP AND BURSARY AWARDS --------'.
           DISPLAY 'F - FUND    A - AWARD    D - CANCEL AWARD'.
           DISPLAY 'I - INQUIRE X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN MAINTAIN-FUND
                 PERFORM 3000-MAINTAIN-FUND THRU 3000-EXIT
              WHEN MAINTAIN-AWARD
                 PERFORM 4000-MAINTAIN-AWARD THRU 4000-EXIT
              WHEN CANCEL-AWARD
                 PERFORM 5000-CANCEL-AWARD THRU 5000-EXIT
              WHEN INQUIRE-STUDENT
                 PERFORM 6000-INQUIRE-STUDENT THRU 6000-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ROSTER.
           MOVE 'Y' TO WS-STUDENT-FOUND-SW.
           MOVE WS-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-STUDENT-FOUND-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-FUND.
           MOVE 'N' TO WS-FUND-FOUND-SW.
           SET FND-IDX TO 1.
           PERFORM 2210-COMPARE-FUND THRU 2210-EXIT
               UNTIL FND-IDX > WS-FUND-COUNT OR FUND-FOUND.
       2200-EXIT.
           EXIT.

       2210-COMPARE-FUND.
           IF WS-FND-ID(FND-IDX) = WS-FUND-ID THEN
              SET FUND-FOUND TO TRUE
           ELSE
              SET FND-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

       2300-FIND-AWARD.
           MOVE 'N' TO WS-AWARD-FOUND-SW.
           SET AWD-IDX TO 1.
           PERFORM 2310-COMPARE-AWARD THRU 2310-EXIT
               UNTIL AWD-IDX > WS-AWARD-COUNT OR AWARD-FOUND.
       2300-EXIT.
           EXIT.

       2310-COMPARE-AWARD.
           IF WS-AWD-STUDENT-ID(AWD-IDX) = WS-STUDENT-ID
              AND WS-AWD-SEQ(AWD-IDX) = WS-AWARD-SEQ THEN
              SET AWARD-FOUND TO TRUE
           ELSE
              SET AWD-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADD A FUNDING SOURCE OR CHANGE ONE. THE LEDGER
      * ACCOUNT IS WHAT TUITIONBILLING CHARGES FOR EVERY
      * AWARD THE FUND PAYS, SO ONLY A SUPERVISOR MAY SET
      * IT OR THE BUDGET.
      *-------------------------------------------------
       3000-MAINTAIN-FUND.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'FUND MAINTENANCE REQUIRES A SUPERVISOR'
                  ' SIGN-ON'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'FUND ID ?'.
           ACCEPT WS-FUND-ID.
           INSPECT WS-FUND-ID
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-FUND-ID = SPACES THEN
              DISPLAY 'FUND ID REQUIRED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2200-FIND-FUND THRU 2200-EXIT.
           IF NOT FUND-FOUND
              AND WS-FUND-COUNT >= WS-MAX-FUNDS THEN
              DISPLAY 'FUND TABLE FULL - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           IF FUND-FOUND THEN
              MOVE WS-FND-BUDGET(FND-IDX) TO WS-BUDGET-ED
              DISPLAY 'NOW: ' WS-FND-NAME(FND-IDX) ' '
                  WS-FND-SOURCE(FND-IDX) ' '
                  WS-FND-ACCT(FND-IDX) ' ' WS-BUDGET-ED
           END-IF.
           DISPLAY 'FUND NAME ?'.
           ACCEPT WS-FUND-NAME.
           DISPLAY 'SOURCE - S SPONSOR, F SCHOOL FUND ?'.
           ACCEPT WS-SOURCE-TYPE.
           INSPECT WS-SOURCE-TYPE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           DISPLAY 'LEDGER ACCOUNT CHARGED ?'.
           ACCEPT WS-LEDGER-ACCT.
           INSPECT WS-LEDGER-ACCT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           DISPLAY 'TERMLY BUDGET (NNNNNNNVV) ?'.
           ACCEPT WS-BUDGET-CENTS.
           COMPUTE WS-TERM-BUDGET = WS-BUDGET-CENTS / 100.
           IF WS-FUND-NAME = SPACES
              OR NOT VALID-SOURCE-TYPE
              OR WS-LEDGER-ACCT = SPACES THEN
              DISPLAY 'NAME, SOURCE S/F AND LEDGER ACCOUNT'
                  ' REQUIRED - UNCHANGED'
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF FUND-FOUND THEN
              PERFORM 8950-BUILD-FUND-IMAGE THRU 8950-EXIT
              MOVE AWARD-MASTER-RECORD TO WS-AUDIT-BEFORE
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              ADD 1 TO WS-FUND-COUNT
              SET FND-IDX TO WS-FUND-COUNT
              MOVE WS-FUND-ID TO WS-FND-ID(FND-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-FUND-NAME   TO WS-FND-NAME(FND-IDX).
           MOVE WS-SOURCE-TYPE TO WS-FND-SOURCE(FND-IDX).
           MOVE WS-LEDGER-ACCT TO WS-FND-ACCT(FND-IDX).
           MOVE WS-TERM-BUDGET TO WS-FND-BUDGET(FND-IDX).
           PERFORM 8950-BUILD-FUND-IMAGE THRU 8950-EXIT.
           MOVE AWARD-MASTER-RECORD TO WS-AUDIT-AFTER.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING 'F' WS-FUND-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'FUND ' WS-FUND-ID ' SAVED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADD AN AWARD (AWARD NUMBER 00) OR CHANGE AN
      * ACTIVE ONE. THE STUDENT MUST BE ON THE ROSTER,
      * THE FUND ON FILE, AND THE TERM RANGE IN ORDER. A
      * PERCENTAGE IS 1 TO 100; A FIXED AMOUNT IS ABOVE
      * ZERO.
      *-------------------------------------------------
       4000-MAINTAIN-AWARD.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF NOT STUDENT-ON-ROSTER THEN
              DISPLAY 'STUDENT ' WS-STUDENT-ID
                  ' NOT ON ROSTER - NO AWARD'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'AWARD NUMBER (00 = NEW AWARD) ?'.
           ACCEPT WS-AWARD-SEQ.
           IF WS-AWARD-SEQ = ZERO THEN
              IF WS-AWARD-COUNT >= WS-MAX-AWARDS THEN
                 DISPLAY 'AWARD TABLE FULL - NOT ADDED'
                 GO TO 4000-EXIT
              END-IF
              MOVE 'N' TO WS-AWARD-FOUND-SW
           ELSE
              PERFORM 2300-FIND-AWARD THRU 2300-EXIT
              IF NOT AWARD-FOUND THEN
                 DISPLAY 'AWARD ' WS-AWARD-SEQ ' NOT ON FILE FOR '
                     WS-STUDENT-ID
                 GO TO 4000-EXIT
              END-IF
              IF WS-AWD-STATUS(AWD-IDX) = 'C' THEN
                 DISPLAY 'AWARD ' WS-AWARD-SEQ
                     ' IS CANCELLED - ENTER A NEW AWARD'
                 GO TO 4000-EXIT
              END-IF
              PERFORM 6100-SHOW-AWARD THRU 6100-EXIT
           END-IF.

           DISPLAY 'KIND - S SCHOLARSHIP, B BURSARY ?'.
           ACCEPT WS-AWARD-KIND.
           INSPECT WS-AWARD-KIND
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           DISPLAY 'BASIS - P PERCENTAGE, F FIXED AMOUNT ?'.
           ACCEPT WS-CALC-TYPE.
           INSPECT WS-CALC-TYPE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE ZERO TO WS-PERCENT WS-FIXED-AMOUNT.
           EVALUATE TRUE
              WHEN PERCENT-CALC
                 DISPLAY 'PERCENT OF THE TERM FEE (001-100) ?'
                 ACCEPT WS-PERCENT
              WHEN FIXED-CALC
                 DISPLAY 'AMOUNT PER TERM (NNNNNVV) ?'
                 ACCEPT WS-AMOUNT-CENTS
                 COMPUTE WS-FIXED-AMOUNT = WS-AMOUNT-CENTS / 100
              WHEN OTHER
                 DISPLAY 'BASIS MUST BE P OR F - UNCHANGED'
                 GO TO 4000-EXIT
           END-EVALUATE.
           DISPLAY 'FIRST BILLING TERM (YYYYF / YYYYS) ?'.
           ACCEPT WS-FROM-TERM.
           DISPLAY 'LAST BILLING TERM (YYYYF / YYYYS) ?'.
           ACCEPT WS-TO-TERM.
           DISPLAY 'FUND ID ?'.
           ACCEPT WS-FUND-ID.
           INSPECT WS-FUND-ID
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           IF NOT VALID-AWARD-KIND THEN
              DISPLAY 'KIND MUST BE S OR B - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.
           IF PERCENT-CALC
              AND (WS-PERCENT = ZERO OR WS-PERCENT > 100) THEN
              DISPLAY 'PERCENT MUST BE 1 TO 100 - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.
           IF FIXED-CALC AND WS-FIXED-AMOUNT = ZERO THEN
              DISPLAY 'AMOUNT REQUIRED - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.
           INSPECT WS-FROM-TERM
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-TO-TERM
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE WS-FROM-TERM TO WS-CHECK-TERM.
           PERFORM 7000-TERM-KEY THRU 7000-EXIT.
           MOVE WS-TERM-KEY TO WS-FROM-KEY.
           IF TERM-OK THEN
              MOVE WS-TO-TERM TO WS-CHECK-TERM
              PERFORM 7000-TERM-KEY THRU 7000-EXIT
              MOVE WS-TERM-KEY TO WS-TO-KEY
           END-IF.
           IF NOT TERM-OK THEN
              DISPLAY 'TERM ' WS-CHECK-TERM
                  ' IS NOT YYYYF OR YYYYS - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.
           IF WS-TO-KEY < WS-FROM-KEY THEN
              DISPLAY 'LAST TERM ' WS-TO-TERM ' BEFORE FIRST TERM '
                  WS-FROM-TERM ' - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 2200-FIND-FUND THRU 2200-EXIT.
           IF NOT FUND-FOUND THEN
              DISPLAY 'FUND ' WS-FUND-ID ' NOT ON FILE - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF AWARD-FOUND THEN
              PERFORM 8960-BUILD-AWARD-IMAGE THRU 8960-EXIT
              MOVE AWARD-MASTER-RECORD TO WS-AUDIT-BEFORE
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              PERFORM 4100-NEXT-AWARD-SEQ THRU 4100-EXIT
              ADD 1 TO WS-AWARD-COUNT
              SET AWD-IDX TO WS-AWARD-COUNT
              MOVE WS-STUDENT-ID TO WS-AWD-STUDENT-ID(AWD-IDX)
              MOVE WS-AWARD-SEQ  TO WS-AWD-SEQ(AWD-IDX)
              MOVE 'A'           TO WS-AWD-STATUS(AWD-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-AWARD-KIND   TO WS-AWD-KIND(AWD-IDX).
           MOVE WS-CALC-TYPE    TO WS-AWD-CALC(AWD-IDX).
           MOVE WS-PERCENT      TO WS-AWD-PERCENT(AWD-IDX).
           MOVE WS-FIXED-AMOUNT TO WS-AWD-AMOUNT(AWD-IDX).
           MOVE WS-FROM-TERM    TO WS-AWD-FROM-TERM(AWD-IDX).
           MOVE WS-TO-TERM      TO WS-AWD-TO-TERM(AWD-IDX).
           MOVE WS-FUND-ID      TO WS-AWD-FUND-ID(AWD-IDX).
           MOVE WS-SIGNON-ID    TO WS-AWD-ENTERED-BY(AWD-IDX).
           MOVE WS-RUN-DATE     TO WS-AWD-ENTERED-DATE(AWD-IDX).
           PERFORM 8960-BUILD-AWARD-IMAGE THRU 8960-EXIT.
           MOVE AWARD-MASTER-RECORD TO WS-AUDIT-AFTER.
           PERFORM 4200-SET-AWARD-KEY THRU 4200-EXIT.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'AWARD ' WS-AWARD-SEQ ' SAVED FOR '
               WS-STUDENT-ID ' - FUND ' WS-FUND-ID.
       4000-EXIT.
           EXIT.

       4100-NEXT-AWARD-SEQ.
           MOVE ZERO TO WS-HIGH-SEQ.
           PERFORM 4110-CHECK-SEQ THRU 4110-EXIT
               VARYING AWD-IDX FROM 1 BY 1
               UNTIL AWD-IDX > WS-AWARD-COUNT.
           COMPUTE WS-AWARD-SEQ = WS-HIGH-SEQ + 1.
       4100-EXIT.
           EXIT.

       4110-CHECK-SEQ.
           IF WS-AWD-STUDENT-ID(AWD-IDX) = WS-STUDENT-ID
              AND WS-AWD-SEQ(AWD-IDX) > WS-HIGH-SEQ THEN
              MOVE WS-AWD-SEQ(AWD-IDX) TO WS-HIGH-SEQ
           END-IF.
       4110-EXIT.
           EXIT.

       4200-SET-AWARD-KEY.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING 'A' WS-STUDENT-ID WS-AWARD-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-KEY.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CANCELLED AWARD STAYS ON THE MASTER WITH STATUS
      * C - TUITIONBILLING SKIPS IT FROM THE NEXT RUN ON.
      *-------------------------------------------------
       5000-CANCEL-AWARD.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           DISPLAY 'AWARD NUMBER ?'.
           ACCEPT WS-AWARD-SEQ.
           PERFORM 2300-FIND-AWARD THRU 2300-EXIT.
           IF NOT AWARD-FOUND THEN
              DISPLAY 'AWARD ' WS-AWARD-SEQ ' NOT ON FILE FOR '
                  WS-STUDENT-ID
              GO TO 5000-EXIT
           END-IF.
           IF WS-AWD-STATUS(AWD-IDX) = 'C' THEN
              DISPLAY 'AWARD ' WS-AWARD-SEQ ' ALREADY CANCELLED'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 6100-SHOW-AWARD THRU 6100-EXIT.
           DISPLAY 'CANCEL THIS AWARD (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y' THEN
              DISPLAY 'NOT CANCELLED'
              GO TO 5000-EXIT
           END-IF.

           PERFORM 8960-BUILD-AWARD-IMAGE THRU 8960-EXIT.
           MOVE AWARD-MASTER-RECORD TO WS-AUDIT-BEFORE.
           MOVE 'C' TO WS-AWD-STATUS(AWD-IDX).
           PERFORM 8960-BUILD-AWARD-IMAGE THRU 8960-EXIT.
           MOVE AWARD-MASTER-RECORD TO WS-AUDIT-AFTER.
           MOVE 'D' TO WS-AUDIT-ACTION.
           PERFORM 4200-SET-AWARD-KEY THRU 4200-EXIT.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'AWARD ' WS-AWARD-SEQ ' CANCELLED FOR '
               WS-STUDENT-ID.
       5000-EXIT.
           EXIT.

       6000-INQUIRE-STUDENT.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           MOVE 'N' TO WS-AWARD-FOUND-SW.
           PERFORM 6010-LIST-AWARD THRU 6010-EXIT
               VARYING AWD-IDX FROM 1 BY 1
               UNTIL AWD-IDX > WS-AWARD-COUNT.
           IF NOT AWARD-FOUND THEN
              DISPLAY 'NO AWARDS ON FILE FOR ' WS-STUDENT-ID
           END-IF.
       6000-EXIT.
           EXIT.

       6010-LIST-AWARD.
           IF WS-AWD-STUDENT-ID(AWD-IDX) = WS-STUDENT-ID THEN
              SET AWARD-FOUND TO TRUE
              PERFORM 6100-SHOW-AWARD THRU 6100-EXIT
           END-IF.
       6010-EXIT.
           EXIT.

       6100-SHOW-AWARD.
           IF WS-AWD-CALC(AWD-IDX) = 'P' THEN
              DISPLAY 'AWARD ' WS-AWD-SEQ(AWD-IDX) ' KIND '
                  WS-AWD-KIND(AWD-IDX) ' '
                  WS-AWD-PERCENT(AWD-IDX) ' PCT  TERMS '
                  WS-AWD-FROM-TERM(AWD-IDX) '-'
                  WS-AWD-TO-TERM(AWD-IDX) ' FUND '
                  WS-AWD-FUND-ID(AWD-IDX) ' STATUS '
                  WS-AWD-STATUS(AWD-IDX)
           ELSE
              MOVE WS-AWD-AMOUNT(AWD-IDX) TO WS-AMOUNT-ED
              DISPLAY 'AWARD ' WS-AWD-SEQ(AWD-IDX) ' KIND '
                  WS-AWD-KIND(AWD-IDX) ' ' WS-AMOUNT-ED
                  '  TERMS '
                  WS-AWD-FROM-TERM(AWD-IDX) '-'
                  WS-AWD-TO-TERM(AWD-IDX) ' FUND '
                  WS-AWD-FUND-ID(AWD-IDX) ' STATUS '
                  WS-AWD-STATUS(AWD-IDX)
           END-IF.
       6100-EXIT.
           EXIT.

      *-------------------------------------------------
      * TURN WS-CHECK-TERM INTO ITS ORDERING KEY - YEAR
      * TIMES TEN PLUS 1 FOR SPRING, 2 FOR FALL.
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

       8000-REWRITE-MASTER.
           CLOSE STUDENT-MASTER.
           OPEN OUTPUT AWARD-MASTER.
           PERFORM 8010-WRITE-FUND THRU 8010-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT.
           PERFORM 8020-WRITE-AWARD THRU 8020-EXIT
               VARYING AWD-IDX FROM 1 BY 1
               UNTIL AWD-IDX > WS-AWARD-COUNT.
           CLOSE AWARD-MASTER.
       8000-EXIT.
           EXIT.

       8010-WRITE-FUND.
           PERFORM 8950-BUILD-FUND-IMAGE THRU 8950-EXIT.
           WRITE AWARD-MASTER-RECORD.
       8010-EXIT.
           EXIT.

       8020-WRITE-AWARD.
           PERFORM 8960-BUILD-AWARD-IMAGE THRU 8960-EXIT.
           WRITE AWARD-MASTER-RECORD.
       8020-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE. THE
      * CALLER SETS THE ACTION, THE KEY AND THE IMAGES.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'AWARDMAINT'  TO AA-PROGRAM.
           MOVE WS-SIGNON-ID  TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-ACTION TO AA-ACTION.
           MOVE WS-AUDIT-KEY    TO AA-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE TO AA-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER  TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.

       8950-BUILD-FUND-IMAGE.
           MOVE SPACES TO AWARD-MASTER-RECORD.
           SET AW-FUND-ENTRY TO TRUE.
           MOVE WS-FND-ID(FND-IDX)     TO AW-FUND-ID.
           MOVE WS-FND-NAME(FND-IDX)   TO AW-FUND-NAME.
           MOVE WS-FND-SOURCE(FND-IDX) TO AW-SOURCE-TYPE.
           MOVE WS-FND-ACCT(FND-IDX)   TO AW-LEDGER-ACCT.
           MOVE WS-FND-BUDGET(FND-IDX) TO AW-TERM-BUDGET.
       8950-EXIT.
           EXIT.

       8960-BUILD-AWARD-IMAGE.
           MOVE SPACES TO AWARD-MASTER-RECORD.
           SET AW-AWARD-ENTRY TO TRUE.
           MOVE WS-AWD-FUND-ID(AWD-IDX)      TO AW-FUND-ID.
           MOVE WS-AWD-STUDENT-ID(AWD-IDX)   TO AW-STUDENT-ID.
           MOVE WS-AWD-SEQ(AWD-IDX)          TO AW-AWARD-SEQ.
           MOVE WS-AWD-KIND(AWD-IDX)         TO AW-AWARD-KIND.
           MOVE WS-AWD-CALC(AWD-IDX)         TO AW-CALC-TYPE.
           MOVE WS-AWD-PERCENT(AWD-IDX)      TO AW-PERCENT.
           MOVE WS-AWD-AMOUNT(AWD-IDX)       TO AW-FIXED-AMOUNT.
           MOVE WS-AWD-FROM-TERM(AWD-IDX)    TO AW-FROM-TERM.
           MOVE WS-AWD-TO-TERM(AWD-IDX)      TO AW-TO-TERM.
           MOVE WS-AWD-STATUS(AWD-IDX)       TO AW-STATUS.
           MOVE WS-AWD-ENTERED-BY(AWD-IDX)   TO AW-ENTERED-BY.
           MOVE WS-AWD-ENTERED-DATE(AWD-IDX) TO AW-ENTERED-DATE.
       8960-EXIT.
           EXIT.
