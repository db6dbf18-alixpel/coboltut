      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LeaveCalendar.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. TEAM LEAVE CALENDAR. FOUR
      *               WEEKS FROM TODAY (OR FROM THE START DATE
      *               ON THE OPTIONAL LVCALPRM PARM), ONE
      *               SECTION PER DEPARTMENT ON THE EMPLOYEE
      *               MASTER AND ONE LINE PER ACTIVE EMPLOYEE
      *               IN IT. EACH DAY SHOWS V OR S FOR
      *               APPROVED VACATION OR SICK LEAVE, P FOR A
      *               REQUEST STILL PENDING, H FOR A HOLIDAY
      *               CALENDAR DATE AND . FOR A DAY AT WORK.
      *               REFUSED REQUESTS ARE NOT SHOWN. EACH
      *               SECTION ENDS WITH THE NUMBER OF STAFF
      *               AWAY ON ITS BUSIEST DAY.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-PARM ASSIGN TO "LVCALPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-PARM-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT LEAVE-BOOKINGS ASSIGN TO "LEAVEBKG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-BKG-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT LEAVE-CALENDAR-REPORT ASSIGN TO "LVCALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-RPT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  CALENDAR-PARM.
       01  CALENDAR-PARM-RECORD.
           05 LCP-START-DATE        PIC 9(08).

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  LEAVE-BOOKINGS.
           COPY "lvbkfd.cpy".

       FD  HOLIDAY-CALENDAR.
       01  HOLIDAY-RECORD.
           05 HOL-DATE              PIC 9(08).

       FD  LEAVE-CALENDAR-REPORT.
       01  LEAVE-CALENDAR-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-PARM-STATUS  PIC X(02).
       01  WS-EMPLOYEE-STATUS       PIC X(02).
       01  WS-LEAVE-BKG-STATUS      PIC X(02).
       01  WS-HOLIDAY-STATUS        PIC X(02).
       01  WS-CALENDAR-RPT-STATUS   PIC X(02).

       01  WS-SWITCHES.
           05 WS-EMPLOYEE-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES   VALUE 'Y'.
           05 WS-BOOKING-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-BOOKINGS    VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HOLIDAYS    VALUE 'Y'.
           05 WS-DEPT-FOUND-SW      PIC X(01).
              88 DEPT-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-START-DATE            PIC 9(08).
       01  WS-END-DATE              PIC 9(08).
       01  WS-START-INT             PIC S9(09) COMP.
       01  WS-DAY-INT               PIC S9(09) COMP.
       01  WS-DAY-DATE              PIC 9(08).
       01  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
           05 FILLER                PIC X(06).
           05 WS-DAY-DD.
              10 WS-DAY-D1          PIC X(01).
              10 WS-DAY-D2          PIC X(01).
       01  WS-DAY-SUB               PIC 9(02) COMP.
       01  WS-DAY-OFFSET            PIC 9(02) COMP.
       01  WS-DAYS-SHOWN            PIC 9(02) COMP VALUE 28.
       01  WS-CURRENT-DEPT          PIC X(04).
       01  WS-DEPT-STAFF            PIC 9(04) COMP.
       01  WS-PEAK-AWAY             PIC 9(04) COMP.
       01  WS-PEAK-DATE             PIC 9(08).
       01  WS-COUNT-ED              PIC ZZZ9.
       01  WS-PEAK-ED               PIC ZZZ9.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-CAL-LINE.
           05 WS-CAL-EMP-ID         PIC X(06).
           05 FILLER                PIC X(01).
           05 WS-CAL-NOM            PIC X(20).
           05 FILLER                PIC X(01).
           05 WS-CAL-GRID.
              10 WS-CAL-WEEK OCCURS 4 TIMES.
                 15 WS-CAL-DAY      PIC X(01) OCCURS 7 TIMES.
                 15 FILLER          PIC X(01).
           05 FILLER                PIC X(20).
       01  WS-CAL-LINE-X REDEFINES WS-CAL-LINE PIC X(80).
       01  WS-WEEK-SUB              PIC 9(01) COMP.
       01  WS-WDAY-SUB              PIC 9(01) COMP.

       01  WS-DAY-AWAY-TABLE.
           05 WS-DAY-AWAY           PIC 9(04) COMP OCCURS 28 TIMES.

       01  WS-DAY-DATE-TABLE.
           05 WS-GRID-DATE          PIC 9(08) OCCURS 28 TIMES.
           05 WS-GRID-HOLIDAY       PIC X(01) OCCURS 28 TIMES.

       01  WS-MAX-EMPLOYEES         PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-EMP-ID          PIC X(06).
              10 WS-EMP-NOM         PIC X(20).
              10 WS-EMP-DEPT        PIC X(04).

       01  WS-MAX-DEPTS             PIC 9(03) COMP VALUE 50.
       01  WS-DEPT-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY DPT-IDX.
              10 WS-DEPT-CODE       PIC X(04).

       01  WS-MAX-BOOKINGS          PIC 9(04) COMP VALUE 2000.
       01  WS-BOOKING-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-BOOKING-TABLE.
           05 WS-BKG-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-BOOKING-COUNT
                 INDEXED BY BKG-IDX.
              10 WS-BKG-EMP-ID      PIC X(06).
              10 WS-BKG-TYPE        PIC X(01).
              10 WS-BKG-FROM-DATE   PIC 9(08).
              10 WS-BKG-TO-DATE     PIC 9(08).
              10 WS-BKG-STATUS      PIC X(01).

       01  WS-MAX-HOLIDAYS          PIC 9(03) COMP VALUE 200.
       01  WS-HOLIDAY-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-HOLIDAY-COUNT
                 INDEXED BY HOL-IDX.
              10 WS-HOLIDAY-DATE    PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 3000-PRINT-DEPARTMENT THRU 3000-EXIT
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > WS-DEPT-COUNT.

           CLOSE LEAVE-CALENDAR-REPORT.

           DISPLAY 'LEAVE CALENDAR ' WS-START-DATE ' - '
               WS-END-DATE.
           DISPLAY 'DEPARTMENTS PRINTED: ' WS-DEPT-COUNT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-START-DATE.

           OPEN INPUT CALENDAR-PARM.
           IF WS-CALENDAR-PARM-STATUS = '00' THEN
              READ CALENDAR-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LCP-START-DATE NOT = ZERO THEN
                       MOVE LCP-START-DATE TO WS-START-DATE
                    END-IF
              END-READ
              CLOSE CALENDAR-PARM
           END-IF.

           OPEN INPUT HOLIDAY-CALENDAR.
           IF WS-HOLIDAY-STATUS = '00' THEN
              PERFORM 1300-LOAD-HOLIDAY THRU 1300-EXIT
                  UNTIL END-OF-HOLIDAYS
                     OR WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
              CLOSE HOLIDAY-CALENDAR
           END-IF.

           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE).
           PERFORM 1400-SET-GRID-DATE THRU 1400-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-SHOWN.
           MOVE WS-GRID-DATE(WS-DAYS-SHOWN) TO WS-END-DATE.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS = '00' THEN
              PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT LEAVE-BOOKINGS.
           IF WS-LEAVE-BKG-STATUS = '00' THEN
              PERFORM 1200-LOAD-BOOKING THRU 1200-EXIT
                  UNTIL END-OF-BOOKINGS
                     OR WS-BOOKING-COUNT >= WS-MAX-BOOKINGS
              CLOSE LEAVE-BOOKINGS
           END-IF.

           OPEN OUTPUT LEAVE-CALENDAR-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TEAM LEAVE CALENDAR - ' WS-START-DATE
               ' TO ' WS-END-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE 'V/S APPROVED VACATION/SICK  P PENDING  H HOLIDAY'
               TO WS-REPORT-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ACTIVE EMPLOYEES ONLY - ONE WHO HAS LEFT BEFORE
      * THE CALENDAR STARTS IS NOT SHOWN. DEPARTMENTS ARE
      * PRINTED IN THE ORDER THEY FIRST APPEAR.
      *-------------------------------------------------
       1100-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF END-OF-EMPLOYEES THEN
              GO TO 1100-EXIT
           END-IF.
           IF EMP-TERM-DATE NOT = ZERO
              AND EMP-TERM-DATE < WS-START-DATE THEN
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           SET EMP-IDX TO WS-EMPLOYEE-COUNT.
           MOVE EMP-ID         TO WS-EMP-ID(EMP-IDX).
           MOVE EMP-NOM        TO WS-EMP-NOM(EMP-IDX).
           MOVE EMP-DEPARTMENT TO WS-EMP-DEPT(EMP-IDX).

           MOVE 'N' TO WS-DEPT-FOUND-SW.
           SET DPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
              WHEN WS-DEPT-CODE(DPT-IDX) = EMP-DEPARTMENT
                 SET DEPT-FOUND TO TRUE
           END-SEARCH.
           IF NOT DEPT-FOUND
              AND WS-DEPT-COUNT < WS-MAX-DEPTS THEN
              ADD 1 TO WS-DEPT-COUNT
              MOVE EMP-DEPARTMENT TO WS-DEPT-CODE(WS-DEPT-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-BOOKING.
           READ LEAVE-BOOKINGS
              AT END SET END-OF-BOOKINGS TO TRUE
           END-READ.
           IF END-OF-BOOKINGS OR LB-REFUSED THEN
              GO TO 1200-EXIT
           END-IF.
           IF LB-TO-DATE < WS-START-DATE
              OR LB-FROM-DATE > WS-END-DATE THEN
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-BOOKING-COUNT.
           SET BKG-IDX TO WS-BOOKING-COUNT.
           MOVE LB-EMP-ID     TO WS-BKG-EMP-ID(BKG-IDX).
           MOVE LB-LEAVE-TYPE TO WS-BKG-TYPE(BKG-IDX).
           MOVE LB-FROM-DATE  TO WS-BKG-FROM-DATE(BKG-IDX).
           MOVE LB-TO-DATE    TO WS-BKG-TO-DATE(BKG-IDX).
           MOVE LB-STATUS     TO WS-BKG-STATUS(BKG-IDX).
       1200-EXIT.
           EXIT.

       1300-LOAD-HOLIDAY.
           READ HOLIDAY-CALENDAR
              AT END SET END-OF-HOLIDAYS TO TRUE
           END-READ.
           IF NOT END-OF-HOLIDAYS THEN
              ADD 1 TO WS-HOLIDAY-COUNT
              MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-SET-GRID-DATE.
           COMPUTE WS-DAY-INT = WS-START-INT + WS-DAY-SUB - 1.
           COMPUTE WS-GRID-DATE(WS-DAY-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE 'N' TO WS-GRID-HOLIDAY(WS-DAY-SUB).
           SET HOL-IDX TO 1.
           SEARCH WS-HOLIDAY-ENTRY
              WHEN WS-HOLIDAY-DATE(HOL-IDX) = WS-GRID-DATE(WS-DAY-SUB)
                 MOVE 'Y' TO WS-GRID-HOLIDAY(WS-DAY-SUB)
           END-SEARCH.
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DEPARTMENT - HEADING, DAY-OF-MONTH RULER IN TWO
      * ROWS (TENS OVER UNITS), ONE LINE PER EMPLOYEE AND
      * THE BUSIEST DAY.
      *-------------------------------------------------
       3000-PRINT-DEPARTMENT.
           MOVE WS-DEPT-CODE(DPT-IDX) TO WS-CURRENT-DEPT.
           MOVE ZERO TO WS-DEPT-STAFF WS-PEAK-AWAY WS-PEAK-DATE.
           PERFORM 3050-CLEAR-DAY-AWAY THRU 3050-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-SHOWN.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           STRING 'DEPARTMENT ' WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           MOVE SPACES TO WS-CAL-LINE-X.
           PERFORM 3100-SET-RULER-TENS THRU 3100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-SHOWN.
           MOVE WS-CAL-LINE-X TO WS-REPORT-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
           MOVE SPACES TO WS-CAL-LINE-X.
           MOVE 'EMP ID' TO WS-CAL-EMP-ID.
           MOVE 'NAME'   TO WS-CAL-NOM.
           PERFORM 3200-SET-RULER-UNITS THRU 3200-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-SHOWN.
           MOVE WS-CAL-LINE-X TO WS-REPORT-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.

           PERFORM 4000-PRINT-EMPLOYEE THRU 4000-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT.

           PERFORM 3300-FIND-PEAK THRU 3300-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-SHOWN.
           MOVE WS-DEPT-STAFF TO WS-COUNT-ED.
           MOVE WS-PEAK-AWAY  TO WS-PEAK-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PEAK-AWAY = ZERO THEN
              STRING '  STAFF ' WS-COUNT-ED
                  ' - NO LEAVE IN THE PERIOD'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING '  STAFF ' WS-COUNT-ED
                  ' - MOST AWAY ' WS-PEAK-ED ' ON ' WS-PEAK-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

       3050-CLEAR-DAY-AWAY.
           MOVE ZERO TO WS-DAY-AWAY(WS-DAY-SUB).
       3050-EXIT.
           EXIT.

       3100-SET-RULER-TENS.
           PERFORM 3400-LOCATE-COLUMN THRU 3400-EXIT.
           MOVE WS-GRID-DATE(WS-DAY-SUB) TO WS-DAY-DATE.
           MOVE WS-DAY-D1 TO WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB).
       3100-EXIT.
           EXIT.

       3200-SET-RULER-UNITS.
           PERFORM 3400-LOCATE-COLUMN THRU 3400-EXIT.
           MOVE WS-GRID-DATE(WS-DAY-SUB) TO WS-DAY-DATE.
           MOVE WS-DAY-D2 TO WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB).
       3200-EXIT.
           EXIT.

       3300-FIND-PEAK.
           IF WS-DAY-AWAY(WS-DAY-SUB) > WS-PEAK-AWAY THEN
              MOVE WS-DAY-AWAY(WS-DAY-SUB) TO WS-PEAK-AWAY
              MOVE WS-GRID-DATE(WS-DAY-SUB) TO WS-PEAK-DATE
           END-IF.
       3300-EXIT.
           EXIT.

      *-------------------------------------------------
      * GRID DAY WS-DAY-SUB (1-28) TO ITS WEEK AND DAY
      * WITHIN THE WEEK ON THE PRINT LINE.
      *-------------------------------------------------
       3400-LOCATE-COLUMN.
           COMPUTE WS-DAY-OFFSET = WS-DAY-SUB - 1.
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-SUB
               REMAINDER WS-WDAY-SUB.
           ADD 1 TO WS-WEEK-SUB WS-WDAY-SUB.
       3400-EXIT.
           EXIT.

       4000-PRINT-EMPLOYEE.
           IF WS-EMP-DEPT(EMP-IDX) NOT = WS-CURRENT-DEPT THEN
              GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WS-DEPT-STAFF.
           MOVE SPACES TO WS-CAL-LINE-X.
           MOVE WS-EMP-ID(EMP-IDX)  TO WS-CAL-EMP-ID.
           MOVE WS-EMP-NOM(EMP-IDX) TO WS-CAL-NOM.
           PERFORM 4100-MARK-DAY THRU 4100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-SHOWN.
           MOVE WS-CAL-LINE-X TO WS-REPORT-LINE.
           PERFORM 8000-WRITE-LINE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

       4100-MARK-DAY.
           PERFORM 3400-LOCATE-COLUMN THRU 3400-EXIT.
           IF WS-GRID-HOLIDAY(WS-DAY-SUB) = 'Y' THEN
              MOVE 'H' TO WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB)
              GO TO 4100-EXIT
           END-IF.
           MOVE '.' TO WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB).
           PERFORM 4200-CHECK-BOOKING THRU 4200-EXIT
               VARYING BKG-IDX FROM 1 BY 1
               UNTIL BKG-IDX > WS-BOOKING-COUNT.
           IF WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB) NOT = '.' THEN
              ADD 1 TO WS-DAY-AWAY(WS-DAY-SUB)
           END-IF.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN APPROVED BOOKING OUTRANKS A PENDING ONE ON THE
      * SAME DAY.
      *-------------------------------------------------
       4200-CHECK-BOOKING.
           IF WS-BKG-EMP-ID(BKG-IDX) NOT = WS-EMP-ID(EMP-IDX)
              OR WS-BKG-FROM-DATE(BKG-IDX) > WS-GRID-DATE(WS-DAY-SUB)
              OR WS-BKG-TO-DATE(BKG-IDX) < WS-GRID-DATE(WS-DAY-SUB)
              THEN
              GO TO 4200-EXIT
           END-IF.
           IF WS-BKG-STATUS(BKG-IDX) = 'A' THEN
              MOVE WS-BKG-TYPE(BKG-IDX)
                  TO WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB)
           ELSE
              IF WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB) = '.' THEN
                 MOVE 'P' TO WS-CAL-DAY(WS-WEEK-SUB, WS-WDAY-SUB)
              END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       8000-WRITE-LINE.
           MOVE WS-REPORT-LINE TO LEAVE-CALENDAR-RECORD.
           WRITE LEAVE-CALENDAR-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
       8000-EXIT.
           EXIT.
