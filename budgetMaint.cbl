      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  BudgetMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MAINTENANCE OF THE
      *               DEPARTMENTAL LABOR BUDGET (LABRBDGT,
      *               LBGTFD LAYOUT) - CERTMAINT'S SHAPE,
      *               SUPERVISOR SIGN-ON ONLY. A SETS THE
      *               BUDGETED HEADCOUNT AND COST FOR A
      *               DEPARTMENT AND MONTH, REPLACING ANY
      *               FIGURES ALREADY ON FILE. D DELETES A
      *               ROW. L LISTS THE BUDGET. EVERY CHANGE
      *               IS STAMPED WITH THE SIGNED-ON
      *               SUPERVISOR. THE FILE IS REWRITTEN WHOLE
      *               AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-BUDGET ASSIGN TO "LABRBDGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  LABOR-BUDGET.
           COPY "lbgtfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-STATUS          PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-BUDGET-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-BUDGETS      VALUE 'Y'.
           05 WS-BUDGET-FOUND-SW     PIC X(01).
              88 BUDGET-FOUND        VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 SET-BUDGET             VALUE 'A'.
           88 DELETE-BUDGET          VALUE 'D'.
           88 LIST-BUDGETS           VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-DEPARTMENT-IN          PIC X(04).
       01  WS-MONTH-IN               PIC 9(06).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-IN.
           05 WS-MONTH-YEAR          PIC 9(04).
           05 WS-MONTH-MONTH         PIC 9(02).
       01  WS-HEADCOUNT-IN           PIC 9(04).
       01  WS-COST-IN                PIC 9(09)V99.
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-COST-ED                PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MAX-BUDGETS            PIC 9(04) COMP VALUE 1000.
       01  WS-BUDGET-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-BUDGET-TABLE.
           05 WS-BGT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-BUDGET-COUNT
                 INDEXED BY BGT-IDX.
              10 WS-BGT-RECORD       PIC X(39).
              10 WS-BGT-FIELDS REDEFINES WS-BGT-RECORD.
                 15 WS-BGT-DEPARTMENT PIC X(04).
                 15 WS-BGT-MONTH     PIC 9(06).
                 15 WS-BGT-HEADCOUNT PIC 9(04).
                 15 WS-BGT-COST      PIC 9(09)V99.
                 15 WS-BGT-CHG-OPER  PIC X(06).
                 15 WS-BGT-CHG-DATE  PIC 9(08).
              10 WS-BGT-DELETED-SW   PIC X(01).
                 88 BGT-DELETED      VALUE 'Y'.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-BUDGETS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY SET THE LABOR
      * BUDGET. A CLERK SIGN-ON IS REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'BUDGETMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'LABOR BUDGET MAINTENANCE REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LABOR-BUDGET.
           IF WS-BUDGET-STATUS = '00' THEN
              PERFORM 1100-LOAD-BUDGET THRU 1100-EXIT
                  UNTIL END-OF-BUDGETS
                     OR WS-BUDGET-COUNT >= WS-MAX-BUDGETS
              CLOSE LABOR-BUDGET
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-BUDGET.
           READ LABOR-BUDGET
              AT END SET END-OF-BUDGETS TO TRUE
           END-READ.
           IF NOT END-OF-BUDGETS THEN
              ADD 1 TO WS-BUDGET-COUNT
              MOVE LABOR-BUDGET-RECORD
                  TO WS-BGT-RECORD(WS-BUDGET-COUNT)
              MOVE 'N' TO WS-BGT-DELETED-SW(WS-BUDGET-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- DEPARTMENT LABOR BUDGET ----------'.
           DISPLAY 'A - SET / CHANGE      D - DELETE'.
           DISPLAY 'L - LIST              X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN SET-BUDGET
                 PERFORM 3000-SET-BUDGET THRU 3000-EXIT
              WHEN DELETE-BUDGET
                 PERFORM 4000-DELETE-BUDGET THRU 4000-EXIT
              WHEN LIST-BUDGETS
                 PERFORM 5000-LIST-BUDGETS THRU 5000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NEW BUDGET ROW, OR NEW FIGURES FOR ONE ALREADY
      * ON FILE FOR THE SAME DEPARTMENT AND MONTH. A ZERO
      * COST IS ALLOWED - A DEPARTMENT WITH NO BUDGET THAT
      * SPENDS ANYTHING IS OVER IT.
      *-------------------------------------------------
       3000-SET-BUDGET.
           PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT.
           IF WS-DEPARTMENT-IN = SPACES OR WS-MONTH-IN = ZERO THEN
              DISPLAY 'INVALID DEPARTMENT OR MONTH - NOT SET'
              GO TO 3000-EXIT
           END-IF.
           IF BUDGET-FOUND THEN
              MOVE WS-BGT-COST(BGT-IDX) TO WS-COST-ED
              DISPLAY 'CURRENTLY HEADCOUNT '
                  WS-BGT-HEADCOUNT(BGT-IDX) ' COST ' WS-COST-ED
                  ' - CHANGING'
           ELSE
              IF WS-BUDGET-COUNT >= WS-MAX-BUDGETS THEN
                 DISPLAY 'BUDGET TABLE IS FULL - NOT SET'
                 GO TO 3000-EXIT
              END-IF
           END-IF.

           DISPLAY 'BUDGETED HEADCOUNT ?'.
           MOVE ZERO TO WS-HEADCOUNT-IN.
           ACCEPT WS-HEADCOUNT-IN.
           IF WS-HEADCOUNT-IN IS NOT NUMERIC THEN
              DISPLAY 'INVALID HEADCOUNT - NOT SET'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'BUDGETED COST (GROSS PLUS EMPLOYER CHARGES) ?'.
           MOVE ZERO TO WS-COST-IN.
           ACCEPT WS-COST-IN.
           IF WS-COST-IN IS NOT NUMERIC THEN
              DISPLAY 'INVALID COST - NOT SET'
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-COST-IN TO WS-COST-ED.
           DISPLAY 'SET ' WS-DEPARTMENT-IN ' ' WS-MONTH-IN
               ' HEADCOUNT ' WS-HEADCOUNT-IN ' COST ' WS-COST-ED
               ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT SET'
              GO TO 3000-EXIT
           END-IF.

           IF NOT BUDGET-FOUND THEN
              ADD 1 TO WS-BUDGET-COUNT
              SET BGT-IDX TO WS-BUDGET-COUNT
              MOVE SPACES TO WS-BGT-RECORD(BGT-IDX)
              MOVE WS-DEPARTMENT-IN TO WS-BGT-DEPARTMENT(BGT-IDX)
              MOVE WS-MONTH-IN      TO WS-BGT-MONTH(BGT-IDX)
              MOVE 'N' TO WS-BGT-DELETED-SW(BGT-IDX)
           END-IF.
           MOVE WS-HEADCOUNT-IN TO WS-BGT-HEADCOUNT(BGT-IDX).
           MOVE WS-COST-IN      TO WS-BGT-COST(BGT-IDX).
           MOVE WS-SIGNON-ID    TO WS-BGT-CHG-OPER(BGT-IDX).
           MOVE WS-TODAY-DATE   TO WS-BGT-CHG-DATE(BGT-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'BUDGET RECORDED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DELETED ROW IS DROPPED WHEN THE FILE IS
      * REWRITTEN.
      *-------------------------------------------------
       4000-DELETE-BUDGET.
           PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT.
           IF NOT BUDGET-FOUND THEN
              DISPLAY 'NO BUDGET FOR ' WS-DEPARTMENT-IN
                  ' IN ' WS-MONTH-IN
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'DELETE ' WS-DEPARTMENT-IN ' ' WS-MONTH-IN
               ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT DELETED'
              GO TO 4000-EXIT
           END-IF.
           SET BGT-DELETED(BGT-IDX) TO TRUE.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'BUDGET DELETED'.
       4000-EXIT.
           EXIT.

       5000-LIST-BUDGETS.
           DISPLAY 'DEPT MONTH  HEAD           COST OPER   DATE'.
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               VARYING BGT-IDX FROM 1 BY 1
               UNTIL BGT-IDX > WS-BUDGET-COUNT.
           IF WS-BUDGET-COUNT = ZERO THEN
              DISPLAY 'NO BUDGETS ON FILE'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           IF BGT-DELETED(BGT-IDX) THEN
              GO TO 5100-EXIT
           END-IF.
           MOVE WS-BGT-COST(BGT-IDX) TO WS-COST-ED.
           DISPLAY WS-BGT-DEPARTMENT(BGT-IDX) ' '
               WS-BGT-MONTH(BGT-IDX) ' '
               WS-BGT-HEADCOUNT(BGT-IDX) ' '
               WS-COST-ED ' '
               WS-BGT-CHG-OPER(BGT-IDX) ' '
               WS-BGT-CHG-DATE(BGT-IDX).
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * DEPARTMENT AND MONTH FOR A FUNCTION, LOOKED UP IN
      * THE BUDGET TABLE. A MONTH THAT IS NOT A PLAUSIBLE
      * YYYYMM COMES BACK AS ZERO.
      *-------------------------------------------------
       6000-ACCEPT-KEY.
           DISPLAY 'DEPARTMENT ?'.
           MOVE SPACES TO WS-DEPARTMENT-IN.
           ACCEPT WS-DEPARTMENT-IN.
           DISPLAY 'MONTH (YYYYMM) ?'.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN IS NOT NUMERIC
              OR WS-MONTH-MONTH < 1 OR WS-MONTH-MONTH > 12 THEN
              MOVE ZERO TO WS-MONTH-IN
           END-IF.

           MOVE 'N' TO WS-BUDGET-FOUND-SW.
           SET BGT-IDX TO 1.
           PERFORM 6010-COMPARE-BUDGET THRU 6010-EXIT
               UNTIL BGT-IDX > WS-BUDGET-COUNT OR BUDGET-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-BUDGET.
           IF WS-BGT-DEPARTMENT(BGT-IDX) = WS-DEPARTMENT-IN
              AND WS-BGT-MONTH(BGT-IDX) = WS-MONTH-IN
              AND NOT BGT-DELETED(BGT-IDX) THEN
              SET BUDGET-FOUND TO TRUE
           ELSE
              SET BGT-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

       8000-REWRITE-BUDGETS.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT LABOR-BUDGET.
           PERFORM 8100-WRITE-ONE-BUDGET THRU 8100-EXIT
               VARYING BGT-IDX FROM 1 BY 1
               UNTIL BGT-IDX > WS-BUDGET-COUNT.
           CLOSE LABOR-BUDGET.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-BUDGET.
           IF NOT BGT-DELETED(BGT-IDX) THEN
              MOVE WS-BGT-RECORD(BGT-IDX) TO LABOR-BUDGET-RECORD
              WRITE LABOR-BUDGET-RECORD
           END-IF.
       8100-EXIT.
           EXIT.
