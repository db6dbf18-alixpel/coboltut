      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LaborBudget.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM MONTHLYCYCLE
      *               AS A MONTH-END STEP. COMPARES THE
      *               DEPARTMENTAL LABOR BUDGET (LABRBDGT,
      *               KEPT BY BUDGETMAINT) WITH THE COST
      *               SALAIRE DISTRIBUTED TO EACH DEPARTMENT
      *               (THE PAYCOST LEDGER) AND WITH THE
      *               ACTIVE HEADCOUNT ON EMPLOYEE-MASTER.
      *               THE VARIANCE REPORT (LBUDRPT) SHOWS THE
      *               MONTH AND THE YEAR TO DATE, WITH BASE
      *               PAY, OVERTIME, PREMIUM PAY AND EMPLOYER
      *               CHARGES ON THEIR OWN LINES. MONTH COST,
      *               YEAR-TO-DATE COST OR HEADCOUNT OVER
      *               BUDGET BY MORE THAN THE TOLERANCE
      *               (LBUDPARM, DEFAULT 5 PERCENT) GOES TO
      *               THE EXCEPTION QUEUE AND RETURNS CODE 4.
      *               THE REPORTING MONTH COMES FROM THE
      *               OPTIONAL REPORT-MONTH-PARM FILE,
      *               DEFAULTING TO THE CURRENT MONTH.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-BUDGET ASSIGN TO "LABRBDGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT PAY-COST-LEDGER ASSIGN TO "PAYCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-COST-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT BUDGET-TOLERANCE-PARM ASSIGN TO "LBUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-PARM-STATUS.

           SELECT BUDGET-VARIANCE-REPORT ASSIGN TO "LBUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-RPT-STATUS.

           SELECT EXCEPTION-QUEUE ASSIGN TO "EXCQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  LABOR-BUDGET.
           COPY "lbgtfd.cpy".

       FD  PAY-COST-LEDGER.
           COPY "pcstfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH       PIC 9(06).

       FD  BUDGET-TOLERANCE-PARM.
       01  BUDGET-TOLERANCE-RECORD.
           05 BTP-TOLERANCE-PCT      PIC 9(03)V99.

       FD  BUDGET-VARIANCE-REPORT.
       01  BUDGET-VARIANCE-RECORD    PIC X(100).

       FD  EXCEPTION-QUEUE.
           COPY "excqfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS       PIC X(02).
       01  WS-BUDGET-STATUS          PIC X(02).
       01  WS-PAY-COST-STATUS        PIC X(02).
       01  WS-EMPLOYEE-STATUS        PIC X(02).
       01  WS-MONTH-PARM-STATUS      PIC X(02).
       01  WS-TOLERANCE-PARM-STATUS  PIC X(02).
       01  WS-BUDGET-RPT-STATUS      PIC X(02).
       01  WS-QUEUE-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05 WS-BUDGET-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-BUDGETS      VALUE 'Y'.
           05 WS-COST-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-COSTS        VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES    VALUE 'Y'.
           05 WS-QUEUE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-QUEUE        VALUE 'Y'.
           05 WS-DEPT-FOUND-SW       PIC X(01).
              88 DEPT-FOUND          VALUE 'Y'.
           05 WS-ALREADY-SW          PIC X(01).
              88 ITEM-ALREADY-QUEUED VALUE 'Y'.

       01  WS-REPORT-MONTH           PIC 9(06).
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR         PIC 9(04).
           05 WS-REPORT-MM           PIC 9(02).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-YEAR-START-MONTH       PIC 9(06).
       01  WS-MONTH-FIRST-DATE       PIC 9(08).
       01  WS-MONTH-LAST-DATE        PIC 9(08).
       01  WS-COST-MONTH             PIC 9(06).
       01  WS-WORK-DEPT              PIC X(04).

      *    LBUDPARM IS OPTIONAL - OVER BUDGET BY MORE THAN
      *    THIS PERCENTAGE IS AN EXCEPTION.
       01  WS-TOLERANCE-PCT          PIC 9(03)V99 VALUE 5.00.
       01  WS-LIMIT                  PIC 9(09)V99.
       01  WS-OVER-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-QUEUED-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-DEPTS-OVER-COUNT       PIC 9(03) COMP VALUE ZERO.

      *-------------------------------------------------
      * ONE ENTRY PER DEPARTMENT SEEN ON THE BUDGET, THE
      * COST LEDGER OR EMPLOYEE-MASTER. COSTS ARE IN THE
      * BASE CURRENCY, AS SALAIRE POSTED THEM.
      *-------------------------------------------------
       01  WS-MAX-DEPTS              PIC 9(02) COMP VALUE 50.
       01  WS-DEPT-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-LBD-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY LBD-IDX.
              10 WS-LBD-DEPARTMENT   PIC X(04).
              10 WS-LBD-BUDGETED-SW  PIC X(01).
                 88 LBD-BUDGETED     VALUE 'Y'.
              10 WS-LBD-BGT-HEADS    PIC 9(04).
              10 WS-LBD-BGT-MTH-COST PIC 9(09)V99.
              10 WS-LBD-BGT-YTD-COST PIC 9(09)V99.
              10 WS-LBD-ACT-HEADS    PIC 9(04).
              10 WS-LBD-MTH-BASE     PIC 9(09)V99.
              10 WS-LBD-MTH-OVERTIME PIC 9(09)V99.
              10 WS-LBD-MTH-PREMIUM  PIC 9(09)V99.
              10 WS-LBD-MTH-CHARGES  PIC 9(09)V99.
              10 WS-LBD-YTD-BASE     PIC 9(09)V99.
              10 WS-LBD-YTD-OVERTIME PIC 9(09)V99.
              10 WS-LBD-YTD-PREMIUM  PIC 9(09)V99.
              10 WS-LBD-YTD-CHARGES  PIC 9(09)V99.
       01  WS-MTH-ACTUAL-COST        PIC 9(09)V99.
       01  WS-YTD-ACTUAL-COST        PIC 9(09)V99.
       01  WS-VARIANCE               PIC S9(09)V99.
       01  WS-LINE-MTH-AMOUNT        PIC 9(09)V99.
       01  WS-LINE-YTD-AMOUNT        PIC 9(09)V99.

      *-------------------------------------------------
      * OPEN LABORBUDGET ITEMS ALREADY ON THE QUEUE - THE
      * SAME FINDING IS NOT RAISED AGAIN WHILE ONE IS
      * STILL WAITING FOR SOMEONE TO WORK IT.
      *-------------------------------------------------
       01  WS-MAX-OPEN-ITEMS         PIC 9(03) COMP VALUE 200.
       01  WS-OPEN-ITEM-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-OPEN-ITEM-TABLE.
           05 WS-OPEN-ITEM OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-OPEN-ITEM-COUNT
                 INDEXED BY OPN-IDX.
              10 WS-OPEN-MESSAGE     PIC X(40).
       01  WS-QUEUE-MESSAGE          PIC X(40).
       01  WS-OVER-TEXT              PIC X(24).

       01  WS-REPORT-LINE            PIC X(100).
       01  WS-DETAIL-LINE.
           05 DL-LABEL               PIC X(16).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DL-MTH-BUDGET          PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DL-MTH-ACTUAL          PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DL-MTH-VARIANCE        PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DL-YTD-BUDGET          PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DL-YTD-ACTUAL          PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DL-YTD-VARIANCE        PIC X(13).
       01  WS-AMOUNT-ED              PIC -(09)9.99.
       01  WS-HEADS-ED               PIC -(12)9.
       01  WS-TOLERANCE-ED           PIC ZZ9.99.
       01  WS-COUNT-ED               PIC ZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-BUDGETS THRU 2000-EXIT.
           PERFORM 3000-LOAD-COSTS THRU 3000-EXIT.
           PERFORM 4000-COUNT-HEADS THRU 4000-EXIT.
           PERFORM 5000-LOAD-OPEN-ITEMS THRU 5000-EXIT.
           PERFORM 8000-PRINT-VARIANCE-REPORT THRU 8000-EXIT.

           IF WS-OVER-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH.

           OPEN INPUT REPORT-MONTH-PARM.
           IF WS-MONTH-PARM-STATUS = '00' THEN
              READ REPORT-MONTH-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RMP-REPORT-MONTH TO WS-REPORT-MONTH
              END-READ
              CLOSE REPORT-MONTH-PARM
           END-IF.

           OPEN INPUT BUDGET-TOLERANCE-PARM.
           IF WS-TOLERANCE-PARM-STATUS = '00' THEN
              READ BUDGET-TOLERANCE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BTP-TOLERANCE-PCT IS NUMERIC THEN
                       MOVE BTP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                    END-IF
              END-READ
              CLOSE BUDGET-TOLERANCE-PARM
           END-IF.

           COMPUTE WS-YEAR-START-MONTH = WS-REPORT-YEAR * 100 + 1.
           COMPUTE WS-MONTH-FIRST-DATE = WS-REPORT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-LAST-DATE = WS-REPORT-MONTH * 100 + 31.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * BUDGET ROWS FOR JANUARY THROUGH THE REPORTING
      * MONTH MAKE UP THE YEAR-TO-DATE BUDGET. THE
      * HEADCOUNT BUDGET IS THE REPORTING MONTH'S ALONE.
      *-------------------------------------------------
       2000-LOAD-BUDGETS.
           OPEN INPUT LABOR-BUDGET.
           IF WS-BUDGET-STATUS NOT = '00' THEN
              DISPLAY 'LABORBUDGET - NO LABOR BUDGET ON FILE'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-BUDGET THRU 2100-EXIT
               UNTIL END-OF-BUDGETS.
           CLOSE LABOR-BUDGET.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-BUDGET.
           READ LABOR-BUDGET
              AT END SET END-OF-BUDGETS TO TRUE
           END-READ.
           IF END-OF-BUDGETS
              OR LBG-MONTH < WS-YEAR-START-MONTH
              OR LBG-MONTH > WS-REPORT-MONTH THEN
              GO TO 2100-EXIT
           END-IF.
           MOVE LBG-DEPARTMENT TO WS-WORK-DEPT.
           PERFORM 6000-FIND-OR-ADD-DEPT THRU 6000-EXIT.
           IF NOT DEPT-FOUND THEN
              GO TO 2100-EXIT
           END-IF.
           ADD LBG-COST TO WS-LBD-BGT-YTD-COST(LBD-IDX).
           IF LBG-MONTH = WS-REPORT-MONTH THEN
              SET LBD-BUDGETED(LBD-IDX) TO TRUE
              MOVE LBG-HEADCOUNT TO WS-LBD-BGT-HEADS(LBD-IDX)
              MOVE LBG-COST TO WS-LBD-BGT-MTH-COST(LBD-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY PAY RUN DATED IN THE YEAR UP TO THE END OF
      * THE REPORTING MONTH COUNTS TOWARDS THE YEAR TO
      * DATE; THOSE IN THE MONTH ITSELF TOWARDS THE MONTH.
      *-------------------------------------------------
       3000-LOAD-COSTS.
           OPEN INPUT PAY-COST-LEDGER.
           IF WS-PAY-COST-STATUS NOT = '00' THEN
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOAD-ONE-COST THRU 3100-EXIT
               UNTIL END-OF-COSTS.
           CLOSE PAY-COST-LEDGER.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-COST.
           READ PAY-COST-LEDGER
              AT END SET END-OF-COSTS TO TRUE
           END-READ.
           IF END-OF-COSTS THEN
              GO TO 3100-EXIT
           END-IF.
           DIVIDE PCH-RUN-DATE BY 100 GIVING WS-COST-MONTH.
           IF WS-COST-MONTH < WS-YEAR-START-MONTH
              OR WS-COST-MONTH > WS-REPORT-MONTH THEN
              GO TO 3100-EXIT
           END-IF.
           MOVE PCH-DEPARTMENT TO WS-WORK-DEPT.
           PERFORM 6000-FIND-OR-ADD-DEPT THRU 6000-EXIT.
           IF NOT DEPT-FOUND THEN
              GO TO 3100-EXIT
           END-IF.
           ADD PCH-BASE-PAY   TO WS-LBD-YTD-BASE(LBD-IDX).
           ADD PCH-OVERTIME   TO WS-LBD-YTD-OVERTIME(LBD-IDX).
           ADD PCH-PREMIUM    TO WS-LBD-YTD-PREMIUM(LBD-IDX).
           ADD PCH-ER-CHARGES TO WS-LBD-YTD-CHARGES(LBD-IDX).
           IF WS-COST-MONTH = WS-REPORT-MONTH THEN
              ADD PCH-BASE-PAY   TO WS-LBD-MTH-BASE(LBD-IDX)
              ADD PCH-OVERTIME   TO WS-LBD-MTH-OVERTIME(LBD-IDX)
              ADD PCH-PREMIUM    TO WS-LBD-MTH-PREMIUM(LBD-IDX)
              ADD PCH-ER-CHARGES TO WS-LBD-MTH-CHARGES(LBD-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN EMPLOYEE IS ACTIVE IN THE MONTH WHEN HIRED BY
      * ITS LAST DAY AND NOT TERMINATED BEFORE ITS FIRST.
      *-------------------------------------------------
       4000-COUNT-HEADS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS NOT = '00' THEN
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-COUNT-ONE-EMPLOYEE THRU 4100-EXIT
               UNTIL END-OF-EMPLOYEES.
           CLOSE EMPLOYEE-MASTER.
       4000-EXIT.
           EXIT.

       4100-COUNT-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF END-OF-EMPLOYEES
              OR EMP-HIRE-DATE > WS-MONTH-LAST-DATE THEN
              GO TO 4100-EXIT
           END-IF.
           IF EMP-TERM-DATE NOT = ZERO
              AND EMP-TERM-DATE < WS-MONTH-FIRST-DATE THEN
              GO TO 4100-EXIT
           END-IF.
           MOVE EMP-DEPARTMENT TO WS-WORK-DEPT.
           PERFORM 6000-FIND-OR-ADD-DEPT THRU 6000-EXIT.
           IF DEPT-FOUND THEN
              ADD 1 TO WS-LBD-ACT-HEADS(LBD-IDX)
           END-IF.
       4100-EXIT.
           EXIT.

       5000-LOAD-OPEN-ITEMS.
           OPEN INPUT EXCEPTION-QUEUE.
           IF WS-QUEUE-STATUS NOT = '00' THEN
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LOAD-ONE-ITEM THRU 5100-EXIT
               UNTIL END-OF-QUEUE.
           CLOSE EXCEPTION-QUEUE.
       5000-EXIT.
           EXIT.

       5100-LOAD-ONE-ITEM.
           READ EXCEPTION-QUEUE
              AT END SET END-OF-QUEUE TO TRUE
           END-READ.
           IF END-OF-QUEUE
              OR NOT XQ-OPEN
              OR XQ-SOURCE-STEP NOT = 'LABORBUDGET'
              OR WS-OPEN-ITEM-COUNT >= WS-MAX-OPEN-ITEMS THEN
              GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-ITEM-COUNT.
           MOVE XQ-MESSAGE TO WS-OPEN-MESSAGE(WS-OPEN-ITEM-COUNT).
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * FINDS WS-WORK-DEPT ON THE DEPARTMENT TABLE, OPENING
      * A ZEROED ENTRY FOR IT IF THERE IS ROOM. DEPT-FOUND
      * IS OFF ONLY WHEN THE TABLE IS FULL.
      *-------------------------------------------------
       6000-FIND-OR-ADD-DEPT.
           IF WS-WORK-DEPT = SPACES THEN
              MOVE '????' TO WS-WORK-DEPT
           END-IF.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           SET LBD-IDX TO 1.
           PERFORM 6010-MATCH-DEPT THRU 6010-EXIT
               UNTIL LBD-IDX > WS-DEPT-COUNT OR DEPT-FOUND.
           IF NOT DEPT-FOUND THEN
              IF WS-DEPT-COUNT >= WS-MAX-DEPTS THEN
                 DISPLAY 'LABORBUDGET - DEPARTMENT TABLE FULL AT '
                     WS-MAX-DEPTS ' - ' WS-WORK-DEPT ' DROPPED'
                 GO TO 6000-EXIT
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              SET LBD-IDX TO WS-DEPT-COUNT
              MOVE WS-WORK-DEPT TO WS-LBD-DEPARTMENT(LBD-IDX)
              MOVE 'N' TO WS-LBD-BUDGETED-SW(LBD-IDX)
              MOVE ZERO TO WS-LBD-BGT-HEADS(LBD-IDX)
                           WS-LBD-BGT-MTH-COST(LBD-IDX)
                           WS-LBD-BGT-YTD-COST(LBD-IDX)
                           WS-LBD-ACT-HEADS(LBD-IDX)
                           WS-LBD-MTH-BASE(LBD-IDX)
                           WS-LBD-MTH-OVERTIME(LBD-IDX)
                           WS-LBD-MTH-PREMIUM(LBD-IDX)
                           WS-LBD-MTH-CHARGES(LBD-IDX)
                           WS-LBD-YTD-BASE(LBD-IDX)
                           WS-LBD-YTD-OVERTIME(LBD-IDX)
                           WS-LBD-YTD-PREMIUM(LBD-IDX)
                           WS-LBD-YTD-CHARGES(LBD-IDX)
              SET DEPT-FOUND TO TRUE
           END-IF.
       6000-EXIT.
           EXIT.

       6010-MATCH-DEPT.
           IF WS-LBD-DEPARTMENT(LBD-IDX) = WS-WORK-DEPT THEN
              SET DEPT-FOUND TO TRUE
           ELSE
              SET LBD-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE REPORT: ONE BLOCK PER DEPARTMENT WITH THE
      * MONTH AND YEAR-TO-DATE COLUMNS. ONLY HEADCOUNT AND
      * TOTAL COST ARE BUDGETED - THE COST LINES BETWEEN
      * THEM SHOW WHERE THE MONEY WENT.
      *-------------------------------------------------
       8000-PRINT-VARIANCE-REPORT.
           OPEN OUTPUT BUDGET-VARIANCE-REPORT.
           MOVE WS-TOLERANCE-PCT TO WS-TOLERANCE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DEPARTMENT LABOR BUDGET FOR MONTH '
               WS-REPORT-MONTH '   TOLERANCE ' WS-TOLERANCE-ED '%'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE '----------------- MONTH -----------------'
               TO WS-REPORT-LINE(18:41).
           MOVE '------------- YEAR TO DATE --------------'
               TO WS-REPORT-LINE(60:41).
           MOVE WS-REPORT-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE '       BUDGET        ACTUAL      VARIANCE'
               TO WS-REPORT-LINE(18:41).
           MOVE '       BUDGET        ACTUAL      VARIANCE'
               TO WS-REPORT-LINE(60:41).
           MOVE WS-REPORT-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.

           PERFORM 8100-PRINT-DEPARTMENT THRU 8100-EXIT
               VARYING LBD-IDX FROM 1 BY 1
               UNTIL LBD-IDX > WS-DEPT-COUNT.

           MOVE SPACES TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.
           MOVE WS-DEPTS-OVER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DEPARTMENTS OVER BUDGET BEYOND TOLERANCE : '
               WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.
           CLOSE BUDGET-VARIANCE-REPORT.

           IF WS-QUEUED-COUNT > ZERO THEN
              CLOSE EXCEPTION-QUEUE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-DEPARTMENT.
           COMPUTE WS-MTH-ACTUAL-COST =
               WS-LBD-MTH-BASE(LBD-IDX)
               + WS-LBD-MTH-OVERTIME(LBD-IDX)
               + WS-LBD-MTH-PREMIUM(LBD-IDX)
               + WS-LBD-MTH-CHARGES(LBD-IDX).
           COMPUTE WS-YTD-ACTUAL-COST =
               WS-LBD-YTD-BASE(LBD-IDX)
               + WS-LBD-YTD-OVERTIME(LBD-IDX)
               + WS-LBD-YTD-PREMIUM(LBD-IDX)
               + WS-LBD-YTD-CHARGES(LBD-IDX).

           MOVE SPACES TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           IF LBD-BUDGETED(LBD-IDX) THEN
              STRING 'DEPARTMENT ' WS-LBD-DEPARTMENT(LBD-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING 'DEPARTMENT ' WS-LBD-DEPARTMENT(LBD-IDX)
                  '  - NO BUDGET FOR THE MONTH'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'HEADCOUNT' TO DL-LABEL.
           MOVE WS-LBD-BGT-HEADS(LBD-IDX) TO WS-HEADS-ED.
           MOVE WS-HEADS-ED TO DL-MTH-BUDGET.
           MOVE WS-LBD-ACT-HEADS(LBD-IDX) TO WS-HEADS-ED.
           MOVE WS-HEADS-ED TO DL-MTH-ACTUAL.
           COMPUTE WS-VARIANCE = WS-LBD-ACT-HEADS(LBD-IDX)
               - WS-LBD-BGT-HEADS(LBD-IDX).
           MOVE WS-VARIANCE TO WS-HEADS-ED.
           MOVE WS-HEADS-ED TO DL-MTH-VARIANCE.
           MOVE WS-DETAIL-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.

           MOVE 'BASE PAY' TO DL-LABEL.
           MOVE WS-LBD-MTH-BASE(LBD-IDX) TO WS-LINE-MTH-AMOUNT.
           MOVE WS-LBD-YTD-BASE(LBD-IDX) TO WS-LINE-YTD-AMOUNT.
           PERFORM 8200-PRINT-COST-LINE THRU 8200-EXIT.
           MOVE 'OVERTIME' TO DL-LABEL.
           MOVE WS-LBD-MTH-OVERTIME(LBD-IDX) TO WS-LINE-MTH-AMOUNT.
           MOVE WS-LBD-YTD-OVERTIME(LBD-IDX) TO WS-LINE-YTD-AMOUNT.
           PERFORM 8200-PRINT-COST-LINE THRU 8200-EXIT.
           MOVE 'PREMIUM PAY' TO DL-LABEL.
           MOVE WS-LBD-MTH-PREMIUM(LBD-IDX) TO WS-LINE-MTH-AMOUNT.
           MOVE WS-LBD-YTD-PREMIUM(LBD-IDX) TO WS-LINE-YTD-AMOUNT.
           PERFORM 8200-PRINT-COST-LINE THRU 8200-EXIT.
           MOVE 'EMPLOYER CHARGES' TO DL-LABEL.
           MOVE WS-LBD-MTH-CHARGES(LBD-IDX) TO WS-LINE-MTH-AMOUNT.
           MOVE WS-LBD-YTD-CHARGES(LBD-IDX) TO WS-LINE-YTD-AMOUNT.
           PERFORM 8200-PRINT-COST-LINE THRU 8200-EXIT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'TOTAL COST' TO DL-LABEL.
           MOVE WS-LBD-BGT-MTH-COST(LBD-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-MTH-BUDGET.
           MOVE WS-MTH-ACTUAL-COST TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-MTH-ACTUAL.
           COMPUTE WS-VARIANCE = WS-MTH-ACTUAL-COST
               - WS-LBD-BGT-MTH-COST(LBD-IDX).
           MOVE WS-VARIANCE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-MTH-VARIANCE.
           MOVE WS-LBD-BGT-YTD-COST(LBD-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-YTD-BUDGET.
           MOVE WS-YTD-ACTUAL-COST TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-YTD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-YTD-ACTUAL-COST
               - WS-LBD-BGT-YTD-COST(LBD-IDX).
           MOVE WS-VARIANCE TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-YTD-VARIANCE.
           MOVE WS-DETAIL-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.

           PERFORM 8300-TEST-TOLERANCE THRU 8300-EXIT.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN UNBUDGETED COST LINE - LABEL AND THE MONTH AND
      * YEAR-TO-DATE ACTUALS ALREADY SET.
      *-------------------------------------------------
       8200-PRINT-COST-LINE.
           MOVE SPACES TO DL-MTH-BUDGET DL-MTH-VARIANCE
                          DL-YTD-BUDGET DL-YTD-VARIANCE.
           MOVE WS-LINE-MTH-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-MTH-ACTUAL.
           MOVE WS-LINE-YTD-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO DL-YTD-ACTUAL.
           MOVE WS-DETAIL-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.
       8200-EXIT.
           EXIT.

      *-------------------------------------------------
      * OVER BUDGET BY MORE THAN THE TOLERANCE ON MONTH
      * COST, YEAR-TO-DATE COST OR HEADCOUNT. A ZERO
      * BUDGET WITH ANY SPEND IS OVER. HEADCOUNT IS ONLY
      * TESTED WHEN THE MONTH HAS A BUDGET ROW.
      *-------------------------------------------------
       8300-TEST-TOLERANCE.
           MOVE SPACES TO WS-OVER-TEXT.
           COMPUTE WS-LIMIT ROUNDED = WS-LBD-BGT-MTH-COST(LBD-IDX)
               + WS-LBD-BGT-MTH-COST(LBD-IDX)
               * WS-TOLERANCE-PCT / 100.
           IF WS-MTH-ACTUAL-COST > WS-LIMIT THEN
              MOVE 'MONTH COST OVER BUDGET' TO WS-OVER-TEXT
              PERFORM 8400-RAISE-EXCEPTION THRU 8400-EXIT
           END-IF.
           COMPUTE WS-LIMIT ROUNDED = WS-LBD-BGT-YTD-COST(LBD-IDX)
               + WS-LBD-BGT-YTD-COST(LBD-IDX)
               * WS-TOLERANCE-PCT / 100.
           IF WS-YTD-ACTUAL-COST > WS-LIMIT THEN
              MOVE 'YTD COST OVER BUDGET' TO WS-OVER-TEXT
              PERFORM 8400-RAISE-EXCEPTION THRU 8400-EXIT
           END-IF.
           IF LBD-BUDGETED(LBD-IDX) THEN
              COMPUTE WS-LIMIT ROUNDED = WS-LBD-BGT-HEADS(LBD-IDX)
                  + WS-LBD-BGT-HEADS(LBD-IDX)
                  * WS-TOLERANCE-PCT / 100
              IF WS-LBD-ACT-HEADS(LBD-IDX) > WS-LIMIT THEN
                 MOVE 'HEADCOUNT OVER BUDGET' TO WS-OVER-TEXT
                 PERFORM 8400-RAISE-EXCEPTION THRU 8400-EXIT
              END-IF
           END-IF.
           IF WS-OVER-TEXT NOT = SPACES THEN
              ADD 1 TO WS-DEPTS-OVER-COUNT
           END-IF.
       8300-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE FINDING - FLAGGED ON THE REPORT AND QUEUED FOR
      * FOLLOW-UP UNLESS THE SAME FINDING IS STILL OPEN.
      *-------------------------------------------------
       8400-RAISE-EXCEPTION.
           ADD 1 TO WS-OVER-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ** ' DELIMITED BY SIZE
               WS-OVER-TEXT DELIMITED BY '  '
               ' BEYOND TOLERANCE' DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BUDGET-VARIANCE-RECORD.
           WRITE BUDGET-VARIANCE-RECORD.

           MOVE SPACES TO WS-QUEUE-MESSAGE.
           STRING WS-LBD-DEPARTMENT(LBD-IDX) ' ' WS-REPORT-MONTH
               ' ' WS-OVER-TEXT
               DELIMITED BY SIZE INTO WS-QUEUE-MESSAGE.
           MOVE 'N' TO WS-ALREADY-SW.
           SET OPN-IDX TO 1.
           PERFORM 8410-CHECK-ALREADY-OPEN THRU 8410-EXIT
               UNTIL OPN-IDX > WS-OPEN-ITEM-COUNT
                  OR ITEM-ALREADY-QUEUED.
           IF ITEM-ALREADY-QUEUED THEN
              GO TO 8400-EXIT
           END-IF.

           IF WS-QUEUED-COUNT = ZERO THEN
              OPEN EXTEND EXCEPTION-QUEUE
              IF WS-QUEUE-STATUS = '35' THEN
                 OPEN OUTPUT EXCEPTION-QUEUE
              END-IF
           END-IF.
           MOVE SPACES TO EXCEPTION-QUEUE-RECORD.
           SET XQ-OPEN TO TRUE.
           MOVE CYC-RUN-DATE     TO XQ-BUSINESS-DATE.
           MOVE 'LABORBUDGET'    TO XQ-SOURCE-STEP.
           MOVE 4                TO XQ-SEVERITY.
           MOVE WS-QUEUE-MESSAGE TO XQ-MESSAGE.
           MOVE ZERO             TO XQ-ACK-DATE.
           WRITE EXCEPTION-QUEUE-RECORD.
           ADD 1 TO WS-QUEUED-COUNT.
       8400-EXIT.
           EXIT.

       8410-CHECK-ALREADY-OPEN.
           IF WS-OPEN-MESSAGE(OPN-IDX) = WS-QUEUE-MESSAGE THEN
              SET ITEM-ALREADY-QUEUED TO TRUE
           ELSE
              SET OPN-IDX UP BY 1
           END-IF.
       8410-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'LABORBUDGET'    TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-OVER-COUNT > ZERO THEN
              MOVE WS-DEPTS-OVER-COUNT TO WS-COUNT-ED
              STRING 'LABOR BUDGET - ' WS-COUNT-ED
                  ' DEPT(S) OVER, QUEUED'
                  DELIMITED BY SIZE INTO CLR-MESSAGE
           ELSE
              MOVE 'LABOR BUDGET VARIANCE REPORT PRODUCED'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
