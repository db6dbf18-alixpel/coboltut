      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  RosterVariance.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. COMPARES THE HOURS
      *               STAFFROSTER ROSTERED EACH OPS EMPLOYEE
      *               WITH THE HOURS ON THEIR TIMESHEET, SO
      *               NO-SHOWS AND UNSCHEDULED HOURS ARE SEEN
      *               BEFORE SALAIRE PAYS THEM. TIMESHEETS
      *               ARE KEPT AS ONE RUNNING TOTAL PER
      *               EMPLOYEE PER MONTH, SO THE COMPARISON
      *               IS PERIOD-TO-DATE: EVERY ROSTERED HOUR
      *               IN THE TIMESHEET MONTH DATED BEFORE THE
      *               RUN DATE AGAINST REGULAR PLUS OVERTIME
      *               HOURS. THE MONTH DEFAULTS TO THE RUN
      *               MONTH; THE OPTIONAL REPMONTH PARM
      *               OVERRIDES IT. ANY VARIANCE RETURNS
      *               CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-MONTH-STATUS.

           SELECT ROSTER-WEEK ASSIGN TO "ROSTWEEK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-WEEK-STATUS.

           SELECT TIMESHEET-TRANSACTIONS ASSIGN TO "TIMESHET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT ROSTER-VARIANCE-REPORT ASSIGN TO "ROSTVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  ROSTER-WEEK.
           COPY "rostwfd.cpy".

       FD  TIMESHEET-TRANSACTIONS.
       01  TIMESHEET-TRANSACTION-RECORD.
           05 TMS-EMP-ID            PIC X(06).
           05 TMS-PERIOD            PIC 9(06).
           05 TMS-REG-HOURS         PIC 9(03)V9.
           05 TMS-OT-HOURS          PIC 9(03)V9.
           05 TMS-APPROVED-FLAG     PIC X(01).
           05 TMS-VAC-TAKEN         PIC 9(02)V9.
           05 TMS-SICK-TAKEN        PIC 9(02)V9.

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  ROSTER-VARIANCE-REPORT.
       01  ROSTER-VARIANCE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-MONTH-STATUS   PIC X(02).
       01  WS-ROSTER-WEEK-STATUS    PIC X(02).
       01  WS-TIMESHEET-STATUS      PIC X(02).
       01  WS-EMPLOYEE-STATUS       PIC X(02).
       01  WS-VARIANCE-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05 WS-EMPLOYEE-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES   VALUE 'Y'.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           05 WS-TIMESHEET-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-TIMESHEETS  VALUE 'Y'.
           05 WS-EMP-FOUND-SW       PIC X(01).
              88 EMP-FOUND          VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH          PIC 9(06).
           05 FILLER                PIC 9(02).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-ROSTER-DATE-R.
           05 WS-ROSTER-MONTH       PIC 9(06).
           05 FILLER                PIC 9(02).
       01  WS-SEARCH-ID             PIC X(06).

       01  WS-MAX-EMPLOYEES         PIC 9(03) COMP VALUE 500.
       01  WS-EMPLOYEE-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-EMP-ID          PIC X(06).
              10 WS-EMP-NAME        PIC X(20).
              10 WS-EMP-OPS-SW      PIC X(01).
                 88 OPS-EMPLOYEE    VALUE 'Y'.
              10 WS-EMP-ROSTERED    PIC 9(04)V9.
              10 WS-EMP-WORKED      PIC 9(04)V9.
              10 WS-EMP-SHEET-SW    PIC X(01).
                 88 SHEET-FOUND     VALUE 'Y'.
              10 WS-EMP-APPROVED    PIC X(01).

       01  WS-VARIANCE-HOURS        PIC S9(04)V9.
       01  WS-FLAG                  PIC X(12).
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-UNKNOWN-ROSTER-COUNT  PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-HOURS-ED              PIC ZZZ9.9.
       01  WS-WORKED-ED             PIC ZZZ9.9.
       01  WS-VARIANCE-ED           PIC ----9.9.
       01  WS-COUNT-ED              PIC ZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           OPEN INPUT ROSTER-WEEK.
           IF WS-ROSTER-WEEK-STATUS = '00' THEN
              PERFORM 2000-TALLY-ROSTER THRU 2000-EXIT
                  UNTIL END-OF-ROSTER
              CLOSE ROSTER-WEEK
           END-IF.

           OPEN INPUT TIMESHEET-TRANSACTIONS.
           IF WS-TIMESHEET-STATUS = '00' THEN
              PERFORM 3000-TALLY-TIMESHEET THRU 3000-EXIT
                  UNTIL END-OF-TIMESHEETS
              CLOSE TIMESHEET-TRANSACTIONS
           END-IF.

           PERFORM 4000-REPORT-EMPLOYEE THRU 4000-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.

           OPEN INPUT REPORT-MONTH-PARM.
           IF WS-REPORT-MONTH-STATUS = '00' THEN
              READ REPORT-MONTH-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RMP-REPORT-MONTH > ZERO THEN
                       MOVE RMP-REPORT-MONTH TO WS-REPORT-MONTH
                    END-IF
              END-READ
              CLOSE REPORT-MONTH-PARM
           END-IF.

      *-------------------------------------------------
      * EVERY EMPLOYEE IS LOADED SO A TIMESHEET FROM ANY
      * DEPARTMENT CAN BE NAMED, BUT ONLY OPS EMPLOYEES
      * (THE ONES STAFFROSTER ROSTERS) ARE REPORTED.
      *-------------------------------------------------
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS = '00' THEN
              PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN OUTPUT ROSTER-VARIANCE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ROSTER VS TIMESHEET - PERIOD ' WS-REPORT-MONTH
               '  ROSTER TO ' WS-RUN-DATE ' (EXCL)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-VARIANCE-RECORD.
           WRITE ROSTER-VARIANCE-RECORD.
           MOVE SPACES TO ROSTER-VARIANCE-RECORD.
           WRITE ROSTER-VARIANCE-RECORD.
           MOVE 'EMP ID NAME                 ROSTER  WORKED VARIANCE'
               TO WS-REPORT-LINE.
           MOVE 'APPR FLAG' TO WS-REPORT-LINE(56:9).
           MOVE WS-REPORT-LINE TO ROSTER-VARIANCE-RECORD.
           WRITE ROSTER-VARIANCE-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEES THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              SET EMP-IDX TO WS-EMPLOYEE-COUNT
              MOVE EMP-ID  TO WS-EMP-ID(EMP-IDX)
              MOVE EMP-NOM TO WS-EMP-NAME(EMP-IDX)
              IF EMP-DEPARTMENT = 'OPS' THEN
                 MOVE 'Y' TO WS-EMP-OPS-SW(EMP-IDX)
              ELSE
                 MOVE 'N' TO WS-EMP-OPS-SW(EMP-IDX)
              END-IF
              MOVE ZERO  TO WS-EMP-ROSTERED(EMP-IDX)
              MOVE ZERO  TO WS-EMP-WORKED(EMP-IDX)
              MOVE 'N'   TO WS-EMP-SHEET-SW(EMP-IDX)
              MOVE SPACE TO WS-EMP-APPROVED(EMP-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE ROSTER GENERATIONS COVERING THE MONTH ARE
      * CONCATENATED UNDER ROSTWEEK. ONE RECORD IS ONE
      * ROSTERED HOUR.
      *-------------------------------------------------
       2000-TALLY-ROSTER.
           READ ROSTER-WEEK
              AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           IF END-OF-ROSTER THEN
              GO TO 2000-EXIT
           END-IF.
           MOVE RW-DATE TO WS-ROSTER-DATE-R.
           IF WS-ROSTER-MONTH NOT = WS-REPORT-MONTH
              OR RW-DATE NOT < WS-RUN-DATE THEN
              GO TO 2000-EXIT
           END-IF.
           MOVE RW-EMP-ID TO WS-SEARCH-ID.
           PERFORM 5000-FIND-EMPLOYEE THRU 5000-EXIT.
           IF EMP-FOUND THEN
              ADD 1 TO WS-EMP-ROSTERED(EMP-IDX)
           ELSE
              ADD 1 TO WS-UNKNOWN-ROSTER-COUNT
           END-IF.
       2000-EXIT.
           EXIT.

       3000-TALLY-TIMESHEET.
           READ TIMESHEET-TRANSACTIONS
              AT END SET END-OF-TIMESHEETS TO TRUE
           END-READ.
           IF END-OF-TIMESHEETS THEN
              GO TO 3000-EXIT
           END-IF.
           IF TMS-PERIOD NOT = WS-REPORT-MONTH THEN
              GO TO 3000-EXIT
           END-IF.
           MOVE TMS-EMP-ID TO WS-SEARCH-ID.
           PERFORM 5000-FIND-EMPLOYEE THRU 5000-EXIT.
           IF EMP-FOUND THEN
              ADD TMS-REG-HOURS TMS-OT-HOURS
                  TO WS-EMP-WORKED(EMP-IDX)
              MOVE 'Y' TO WS-EMP-SHEET-SW(EMP-IDX)
              MOVE TMS-APPROVED-FLAG TO WS-EMP-APPROVED(EMP-IDX)
           END-IF.
       3000-EXIT.
           EXIT.

       4000-REPORT-EMPLOYEE.
           IF NOT OPS-EMPLOYEE(EMP-IDX) THEN
              GO TO 4000-EXIT
           END-IF.
           IF WS-EMP-ROSTERED(EMP-IDX) = ZERO
              AND WS-EMP-WORKED(EMP-IDX) = ZERO THEN
              GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-VARIANCE-HOURS =
               WS-EMP-WORKED(EMP-IDX) - WS-EMP-ROSTERED(EMP-IDX).
           EVALUATE TRUE
              WHEN NOT SHEET-FOUND(EMP-IDX)
                 MOVE 'NO-SHOW'     TO WS-FLAG
              WHEN WS-EMP-ROSTERED(EMP-IDX) = ZERO
                 MOVE 'UNSCHEDULED' TO WS-FLAG
              WHEN WS-VARIANCE-HOURS < ZERO
                 MOVE 'SHORT'       TO WS-FLAG
              WHEN WS-VARIANCE-HOURS > ZERO
                 MOVE 'UNSCHEDULED' TO WS-FLAG
              WHEN OTHER
                 MOVE SPACES        TO WS-FLAG
           END-EVALUATE.
           IF WS-FLAG NOT = SPACES THEN
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

           MOVE WS-EMP-ROSTERED(EMP-IDX) TO WS-HOURS-ED.
           MOVE WS-EMP-WORKED(EMP-IDX)   TO WS-WORKED-ED.
           MOVE WS-VARIANCE-HOURS        TO WS-VARIANCE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-EMP-ID(EMP-IDX) ' ' WS-EMP-NAME(EMP-IDX)
               ' ' WS-HOURS-ED '  ' WS-WORKED-ED ' '
               WS-VARIANCE-ED '   ' WS-EMP-APPROVED(EMP-IDX)
               '  ' WS-FLAG
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-VARIANCE-RECORD.
           WRITE ROSTER-VARIANCE-RECORD.
       4000-EXIT.
           EXIT.

       5000-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
           PERFORM 5010-COMPARE-EMPLOYEE THRU 5010-EXIT
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT OR EMP-FOUND.
       5000-EXIT.
           EXIT.

       5010-COMPARE-EMPLOYEE.
           IF WS-EMP-ID(EMP-IDX) = WS-SEARCH-ID THEN
              SET EMP-FOUND TO TRUE
           ELSE
              SET EMP-IDX UP BY 1
           END-IF.
       5010-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO ROSTER-VARIANCE-RECORD.
           WRITE ROSTER-VARIANCE-RECORD.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EMPLOYEES WITH A VARIANCE      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-VARIANCE-RECORD.
           WRITE ROSTER-VARIANCE-RECORD.
           IF WS-UNKNOWN-ROSTER-COUNT > ZERO THEN
              MOVE WS-UNKNOWN-ROSTER-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ROSTERED HOURS FOR UNKNOWN ID  ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO ROSTER-VARIANCE-RECORD
              WRITE ROSTER-VARIANCE-RECORD
           END-IF.
           CLOSE ROSTER-VARIANCE-REPORT.
       8000-EXIT.
           EXIT.
