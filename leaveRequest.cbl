      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LeaveRequest.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. LEAVE REQUEST INTAKE IN
      *               PLACE OF THE PAPER FORM. THE OPERATOR
      *               SIGNS ON AND KEYS THE EMPLOYEE, THE
      *               LEAVE TYPE (V VACATION, S SICK) AND THE
      *               FIRST AND LAST DATE AWAY. THE DAYS
      *               COUNTED ARE THE DATES THAT ARE NOT ON
      *               THE HOLIDAY CALENDAR (HOLIDAYS). THE
      *               REQUEST IS REFUSED WHEN THE EMPLOYEE IS
      *               NOT ACTIVE ON EMPLOYEE-MASTER, WHEN IT
      *               OVERLAPS A PENDING OR APPROVED BOOKING,
      *               OR WHEN THE DAYS EXCEED WHAT IS LEFT -
      *               THE LEAVE MASTER BALANCE (LEAVEMST) NET
      *               OF APPROVED LEAVE ALREADY ON THE
      *               TIMESHEET FILE AND NOT YET PAID. AN
      *               ACCEPTED REQUEST IS APPENDED TO THE
      *               LEAVE BOOKING FILE (LEAVEBKG) PENDING
      *               FOR LEAVEAPPROVE. I SHOWS AN EMPLOYEE'S
      *               BALANCES AND BOOKINGS.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT LEAVE-MASTER-IN ASSIGN TO "LEAVEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-IN-STATUS.

           SELECT TIMESHEET-TRANSACTIONS ASSIGN TO "TIMESHET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

           SELECT LEAVE-BOOKINGS ASSIGN TO "LEAVEBKG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-BKG-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  LEAVE-MASTER-IN.
       01  LEAVE-MASTER-IN-RECORD.
           05 LMI-EMP-ID            PIC X(06).
           05 LMI-VAC-BALANCE       PIC S9(03)V9.
           05 LMI-SICK-BALANCE      PIC S9(03)V9.

       FD  TIMESHEET-TRANSACTIONS.
       01  TIMESHEET-TRANSACTION-RECORD.
           05 TMS-EMP-ID            PIC X(06).
           05 TMS-PERIOD            PIC 9(06).
           05 TMS-REG-HOURS         PIC 9(03)V9.
           05 TMS-OT-HOURS          PIC 9(03)V9.
           05 TMS-APPROVED-FLAG     PIC X(01).
           05 TMS-VAC-TAKEN         PIC 9(02)V9.
           05 TMS-SICK-TAKEN        PIC 9(02)V9.

       FD  HOLIDAY-CALENDAR.
       01  HOLIDAY-RECORD.
           05 HOL-DATE              PIC 9(08).

       FD  LEAVE-BOOKINGS.
           COPY "lvbkfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-STATUS        PIC X(02).
       01  WS-LEAVE-IN-STATUS        PIC X(02).
       01  WS-TIMESHEET-STATUS       PIC X(02).
       01  WS-HOLIDAY-STATUS         PIC X(02).
       01  WS-LEAVE-BKG-STATUS       PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 INTAKE-DONE         VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES    VALUE 'Y'.
           05 WS-LEAVE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LEAVE        VALUE 'Y'.
           05 WS-TMS-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-TIMESHEETS   VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-HOLIDAYS     VALUE 'Y'.
           05 WS-BOOKING-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-BOOKINGS     VALUE 'Y'.
           05 WS-EMP-FOUND-SW        PIC X(01).
              88 EMPLOYEE-FOUND      VALUE 'Y'.
           05 WS-HOLIDAY-FOUND-SW    PIC X(01).
              88 HOLIDAY-FOUND       VALUE 'Y'.
           05 WS-OVERLAP-SW          PIC X(01).
              88 BOOKING-OVERLAPS    VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 NEW-REQUEST            VALUE 'R'.
           88 INQUIRE-EMPLOYEE       VALUE 'I'.
           88 EXIT-INTAKE            VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-MAX-SPAN-DAYS          PIC 9(03) COMP VALUE 62.
       01  WS-EMP-ID                 PIC X(06).
       01  WS-LEAVE-TYPE             PIC X(01).
           88 VACATION-LEAVE         VALUE 'V'.
           88 SICK-LEAVE             VALUE 'S'.
       01  WS-FROM-DATE              PIC 9(08).
       01  WS-TO-DATE                PIC 9(08).
       01  WS-OVERLAP-FROM           PIC 9(08).
       01  WS-OVERLAP-TO             PIC 9(08).
       01  WS-FROM-INT               PIC S9(09) COMP.
       01  WS-TO-INT                 PIC S9(09) COMP.
       01  WS-DAY-INT                PIC S9(09) COMP.
       01  WS-DAY-DATE               PIC 9(08).
       01  WS-LEAVE-DAYS             PIC 9(03).
       01  WS-BALANCE                PIC S9(03)V9.
       01  WS-ON-TIMESHEET           PIC S9(03)V9.
       01  WS-AVAILABLE              PIC S9(03)V9.
       01  WS-BAL-ED                 PIC -ZZ9.9.
       01  WS-DAYS-ED                PIC ZZ9.
       01  WS-STATUS-TEXT            PIC X(08).

       01  WS-MAX-EMPLOYEES          PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-EMP-ID-T         PIC X(06).
              10 WS-EMP-NOM          PIC X(20).
              10 WS-EMP-TERM-DATE    PIC 9(08).

       01  WS-MAX-LEAVE              PIC 9(04) COMP VALUE 1000.
       01  WS-LEAVE-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-LEAVE-TABLE.
           05 WS-LV-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-LEAVE-COUNT
                 INDEXED BY LV-IDX.
              10 WS-LV-EMP-ID        PIC X(06).
              10 WS-LV-VAC-BAL       PIC S9(03)V9.
              10 WS-LV-SICK-BAL      PIC S9(03)V9.

       01  WS-MAX-TIMESHEETS         PIC 9(04) COMP VALUE 1000.
       01  WS-TIMESHEET-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-TIMESHEET-TABLE.
           05 WS-TMS-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-TIMESHEET-COUNT
                 INDEXED BY TMS-IDX.
              10 WS-TMS-EMP-ID       PIC X(06).
              10 WS-TMS-VAC-TAKEN    PIC 9(02)V9.
              10 WS-TMS-SICK-TAKEN   PIC 9(02)V9.

       01  WS-MAX-HOLIDAYS           PIC 9(03) COMP VALUE 200.
       01  WS-HOLIDAY-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-HOLIDAY-COUNT
                 INDEXED BY HOL-IDX.
              10 WS-HOLIDAY-DATE     PIC 9(08).

       01  WS-MAX-BOOKINGS           PIC 9(04) COMP VALUE 2000.
       01  WS-BOOKING-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-BOOKING-TABLE.
           05 WS-BKG-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-BOOKING-COUNT
                 INDEXED BY BKG-IDX.
              10 WS-BKG-EMP-ID       PIC X(06).
              10 WS-BKG-TYPE         PIC X(01).
              10 WS-BKG-FROM-DATE    PIC 9(08).
              10 WS-BKG-TO-DATE      PIC 9(08).
              10 WS-BKG-STATUS       PIC X(01).
              10 WS-BKG-DAYS         PIC 9(03).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL INTAKE-DONE.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

       0500-OPERATOR-SIGNON.
           MOVE 'LEAVEREQUEST' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS = '00' THEN
              PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT LEAVE-MASTER-IN.
           IF WS-LEAVE-IN-STATUS = '00' THEN
              PERFORM 1200-LOAD-LEAVE THRU 1200-EXIT
                  UNTIL END-OF-LEAVE
                     OR WS-LEAVE-COUNT >= WS-MAX-LEAVE
              CLOSE LEAVE-MASTER-IN
           END-IF.

           OPEN INPUT TIMESHEET-TRANSACTIONS.
           IF WS-TIMESHEET-STATUS = '00' THEN
              PERFORM 1300-LOAD-TIMESHEET THRU 1300-EXIT
                  UNTIL END-OF-TIMESHEETS
                     OR WS-TIMESHEET-COUNT >= WS-MAX-TIMESHEETS
              CLOSE TIMESHEET-TRANSACTIONS
           END-IF.

           OPEN INPUT HOLIDAY-CALENDAR.
           IF WS-HOLIDAY-STATUS = '00' THEN
              PERFORM 1400-LOAD-HOLIDAY THRU 1400-EXIT
                  UNTIL END-OF-HOLIDAYS
                     OR WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
              CLOSE HOLIDAY-CALENDAR
           END-IF.

           OPEN INPUT LEAVE-BOOKINGS.
           IF WS-LEAVE-BKG-STATUS = '00' THEN
              PERFORM 1500-LOAD-BOOKING THRU 1500-EXIT
                  UNTIL END-OF-BOOKINGS
                     OR WS-BOOKING-COUNT >= WS-MAX-BOOKINGS
              CLOSE LEAVE-BOOKINGS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEES THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              SET EMP-IDX TO WS-EMPLOYEE-COUNT
              MOVE EMP-ID        TO WS-EMP-ID-T(EMP-IDX)
              MOVE EMP-NOM       TO WS-EMP-NOM(EMP-IDX)
              MOVE EMP-TERM-DATE TO WS-EMP-TERM-DATE(EMP-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-LEAVE.
           READ LEAVE-MASTER-IN
              AT END SET END-OF-LEAVE TO TRUE
           END-READ.
           IF NOT END-OF-LEAVE THEN
              ADD 1 TO WS-LEAVE-COUNT
              MOVE LMI-EMP-ID       TO WS-LV-EMP-ID(WS-LEAVE-COUNT)
              MOVE LMI-VAC-BALANCE  TO WS-LV-VAC-BAL(WS-LEAVE-COUNT)
              MOVE LMI-SICK-BALANCE TO WS-LV-SICK-BAL(WS-LEAVE-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * LEAVE ON THE TIMESHEET FILE IS APPROVED LEAVE THE
      * PAY RUN HAS NOT YET TAKEN OFF THE BALANCE - SALAIRE
      * DROPS EVERY SHEET IT PAYS.
      *-------------------------------------------------
       1300-LOAD-TIMESHEET.
           READ TIMESHEET-TRANSACTIONS
              AT END SET END-OF-TIMESHEETS TO TRUE
           END-READ.
           IF NOT END-OF-TIMESHEETS THEN
              ADD 1 TO WS-TIMESHEET-COUNT
              MOVE TMS-EMP-ID
                  TO WS-TMS-EMP-ID(WS-TIMESHEET-COUNT)
              MOVE TMS-VAC-TAKEN
                  TO WS-TMS-VAC-TAKEN(WS-TIMESHEET-COUNT)
              MOVE TMS-SICK-TAKEN
                  TO WS-TMS-SICK-TAKEN(WS-TIMESHEET-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-HOLIDAY.
           READ HOLIDAY-CALENDAR
              AT END SET END-OF-HOLIDAYS TO TRUE
           END-READ.
           IF NOT END-OF-HOLIDAYS THEN
              ADD 1 TO WS-HOLIDAY-COUNT
              MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.

       1500-LOAD-BOOKING.
           READ LEAVE-BOOKINGS
              AT END SET END-OF-BOOKINGS TO TRUE
           END-READ.
           IF NOT END-OF-BOOKINGS THEN
              ADD 1 TO WS-BOOKING-COUNT
              SET BKG-IDX TO WS-BOOKING-COUNT
              MOVE LB-EMP-ID     TO WS-BKG-EMP-ID(BKG-IDX)
              MOVE LB-LEAVE-TYPE TO WS-BKG-TYPE(BKG-IDX)
              MOVE LB-FROM-DATE  TO WS-BKG-FROM-DATE(BKG-IDX)
              MOVE LB-TO-DATE    TO WS-BKG-TO-DATE(BKG-IDX)
              MOVE LB-STATUS     TO WS-BKG-STATUS(BKG-IDX)
              MOVE LB-LEAVE-DAYS TO WS-BKG-DAYS(BKG-IDX)
           END-IF.
       1500-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- LEAVE REQUESTS --------'.
           DISPLAY 'R - NEW REQUEST   I - INQUIRE   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN NEW-REQUEST
                 PERFORM 3000-TAKE-REQUEST THRU 3000-EXIT
              WHEN INQUIRE-EMPLOYEE
                 PERFORM 4000-INQUIRE-EMPLOYEE THRU 4000-EXIT
              WHEN EXIT-INTAKE
                 SET INTAKE-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
           SEARCH WS-EMP-ENTRY
              WHEN WS-EMP-ID-T(EMP-IDX) = WS-EMP-ID
                 SET EMPLOYEE-FOUND TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * WHAT IS LEFT OF THE EMPLOYEE'S BALANCE FOR
      * WS-LEAVE-TYPE - THE LEAVE MASTER, LESS APPROVED
      * LEAVE WAITING ON THE TIMESHEET FILE.
      *-------------------------------------------------
       2500-COMPUTE-AVAILABLE.
           MOVE ZERO TO WS-BALANCE WS-ON-TIMESHEET.
           PERFORM 2510-MATCH-LEAVE THRU 2510-EXIT
               VARYING LV-IDX FROM 1 BY 1
               UNTIL LV-IDX > WS-LEAVE-COUNT.
           PERFORM 2520-SUM-TIMESHEET THRU 2520-EXIT
               VARYING TMS-IDX FROM 1 BY 1
               UNTIL TMS-IDX > WS-TIMESHEET-COUNT.
           COMPUTE WS-AVAILABLE = WS-BALANCE - WS-ON-TIMESHEET.
       2500-EXIT.
           EXIT.

       2510-MATCH-LEAVE.
           IF WS-LV-EMP-ID(LV-IDX) = WS-EMP-ID THEN
              IF VACATION-LEAVE THEN
                 MOVE WS-LV-VAC-BAL(LV-IDX) TO WS-BALANCE
              ELSE
                 MOVE WS-LV-SICK-BAL(LV-IDX) TO WS-BALANCE
              END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SUM-TIMESHEET.
           IF WS-TMS-EMP-ID(TMS-IDX) = WS-EMP-ID THEN
              IF VACATION-LEAVE THEN
                 ADD WS-TMS-VAC-TAKEN(TMS-IDX) TO WS-ON-TIMESHEET
              ELSE
                 ADD WS-TMS-SICK-TAKEN(TMS-IDX) TO WS-ON-TIMESHEET
              END-IF
           END-IF.
       2520-EXIT.
           EXIT.

      *-------------------------------------------------
      * DAYS AWAY BETWEEN WS-FROM-DATE AND WS-TO-DATE,
      * NOT COUNTING THE HOLIDAY CALENDAR'S DATES.
      *-------------------------------------------------
       2600-COUNT-LEAVE-DAYS.
           MOVE ZERO TO WS-LEAVE-DAYS.
           PERFORM 2610-COUNT-ONE-DAY THRU 2610-EXIT
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT.
       2600-EXIT.
           EXIT.

       2610-COUNT-ONE-DAY.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE 'N' TO WS-HOLIDAY-FOUND-SW.
           SET HOL-IDX TO 1.
           SEARCH WS-HOLIDAY-ENTRY
              WHEN WS-HOLIDAY-DATE(HOL-IDX) = WS-DAY-DATE
                 SET HOLIDAY-FOUND TO TRUE
           END-SEARCH.
           IF NOT HOLIDAY-FOUND THEN
              ADD 1 TO WS-LEAVE-DAYS
           END-IF.
       2610-EXIT.
           EXIT.

       2700-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW.
           PERFORM 2710-COMPARE-BOOKING THRU 2710-EXIT
               VARYING BKG-IDX FROM 1 BY 1
               UNTIL BKG-IDX > WS-BOOKING-COUNT
                  OR BOOKING-OVERLAPS.
       2700-EXIT.
           EXIT.

       2710-COMPARE-BOOKING.
           IF WS-BKG-EMP-ID(BKG-IDX) = WS-EMP-ID
              AND WS-BKG-STATUS(BKG-IDX) NOT = 'R'
              AND WS-BKG-FROM-DATE(BKG-IDX) NOT > WS-TO-DATE
              AND WS-BKG-TO-DATE(BKG-IDX) NOT < WS-FROM-DATE THEN
              SET BOOKING-OVERLAPS TO TRUE
              MOVE WS-BKG-FROM-DATE(BKG-IDX) TO WS-OVERLAP-FROM
              MOVE WS-BKG-TO-DATE(BKG-IDX)   TO WS-OVERLAP-TO
           END-IF.
       2710-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE REQUEST. VACATION IS BOOKED AHEAD; SICK LEAVE
      * MAY BE KEYED AFTER THE FACT.
      *-------------------------------------------------
       3000-TAKE-REQUEST.
           DISPLAY 'EMPLOYEE ID ?'.
           ACCEPT WS-EMP-ID.
           PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT.
           IF NOT EMPLOYEE-FOUND THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID ' NOT ON FILE'
              GO TO 3000-EXIT
           END-IF.
           IF WS-EMP-TERM-DATE(EMP-IDX) NOT = ZERO
              AND WS-EMP-TERM-DATE(EMP-IDX) NOT > WS-RUN-DATE THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID ' HAS LEFT - NO LEAVE'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY WS-EMP-NOM(EMP-IDX).
           DISPLAY 'LEAVE TYPE (V VACATION, S SICK) ?'.
           ACCEPT WS-LEAVE-TYPE.
           IF NOT VACATION-LEAVE AND NOT SICK-LEAVE THEN
              DISPLAY 'LEAVE TYPE MUST BE V OR S'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'FIRST DAY AWAY (YYYYMMDD) ?'.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'LAST DAY AWAY (YYYYMMDD) ?'.
           ACCEPT WS-TO-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = ZERO
              OR WS-TO-DATE < WS-FROM-DATE THEN
              DISPLAY 'DATES NOT VALID - NO REQUEST TAKEN'
              GO TO 3000-EXIT
           END-IF.
           IF VACATION-LEAVE
              AND WS-FROM-DATE NOT > WS-RUN-DATE THEN
              DISPLAY 'VACATION MUST START AFTER TODAY'
              GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-TO-INT - WS-FROM-INT >= WS-MAX-SPAN-DAYS THEN
              DISPLAY 'REQUEST SPANS MORE THAN ' WS-MAX-SPAN-DAYS
                  ' DAYS - KEY IT IN PARTS'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 2700-CHECK-OVERLAP THRU 2700-EXIT.
           IF BOOKING-OVERLAPS THEN
              DISPLAY 'OVERLAPS A BOOKING ALREADY ON FILE FROM '
                  WS-OVERLAP-FROM ' TO ' WS-OVERLAP-TO
                  ' - NO REQUEST TAKEN'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 2600-COUNT-LEAVE-DAYS THRU 2600-EXIT.
           IF WS-LEAVE-DAYS = ZERO THEN
              DISPLAY 'EVERY DATE IS A HOLIDAY - NO REQUEST TAKEN'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-COMPUTE-AVAILABLE THRU 2500-EXIT.
           MOVE WS-LEAVE-DAYS TO WS-DAYS-ED.
           MOVE WS-AVAILABLE TO WS-BAL-ED.
           IF WS-LEAVE-DAYS > WS-AVAILABLE THEN
              DISPLAY 'REQUEST IS ' WS-DAYS-ED ' DAY(S) - ONLY '
                  WS-BAL-ED ' AVAILABLE - REFUSED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-BOOKING-COUNT >= WS-MAX-BOOKINGS THEN
              DISPLAY 'LEAVE BOOKING FILE FULL - NO REQUEST TAKEN'
              GO TO 3000-EXIT
           END-IF.

           OPEN EXTEND LEAVE-BOOKINGS.
           IF WS-LEAVE-BKG-STATUS = '35' THEN
              OPEN OUTPUT LEAVE-BOOKINGS
           END-IF.
           MOVE SPACES        TO LEAVE-BOOKING-RECORD.
           MOVE WS-EMP-ID     TO LB-EMP-ID.
           MOVE WS-LEAVE-TYPE TO LB-LEAVE-TYPE.
           MOVE WS-FROM-DATE  TO LB-FROM-DATE.
           MOVE WS-TO-DATE    TO LB-TO-DATE.
           MOVE 'P'           TO LB-STATUS.
           MOVE WS-SIGNON-ID  TO LB-KEYED-OPER.
           MOVE ZERO          TO LB-DECIDED-DATE.
           MOVE WS-LEAVE-DAYS TO LB-LEAVE-DAYS.
           WRITE LEAVE-BOOKING-RECORD.
           CLOSE LEAVE-BOOKINGS.

           ADD 1 TO WS-BOOKING-COUNT.
           SET BKG-IDX TO WS-BOOKING-COUNT.
           MOVE WS-EMP-ID     TO WS-BKG-EMP-ID(BKG-IDX).
           MOVE WS-LEAVE-TYPE TO WS-BKG-TYPE(BKG-IDX).
           MOVE WS-FROM-DATE  TO WS-BKG-FROM-DATE(BKG-IDX).
           MOVE WS-TO-DATE    TO WS-BKG-TO-DATE(BKG-IDX).
           MOVE 'P'           TO WS-BKG-STATUS(BKG-IDX).
           MOVE WS-LEAVE-DAYS TO WS-BKG-DAYS(BKG-IDX).
           DISPLAY 'REQUEST FOR ' WS-DAYS-ED ' DAY(S) TAKEN - '
               'PENDING SUPERVISOR APPROVAL'.
       3000-EXIT.
           EXIT.

       4000-INQUIRE-EMPLOYEE.
           DISPLAY 'EMPLOYEE ID ?'.
           ACCEPT WS-EMP-ID.
           PERFORM 2100-FIND-EMPLOYEE THRU 2100-EXIT.
           IF NOT EMPLOYEE-FOUND THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID ' NOT ON FILE'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY WS-EMP-ID ' ' WS-EMP-NOM(EMP-IDX).
           MOVE 'V' TO WS-LEAVE-TYPE.
           PERFORM 2500-COMPUTE-AVAILABLE THRU 2500-EXIT.
           MOVE WS-AVAILABLE TO WS-BAL-ED.
           DISPLAY 'VACATION AVAILABLE ' WS-BAL-ED.
           MOVE 'S' TO WS-LEAVE-TYPE.
           PERFORM 2500-COMPUTE-AVAILABLE THRU 2500-EXIT.
           MOVE WS-AVAILABLE TO WS-BAL-ED.
           DISPLAY 'SICK AVAILABLE     ' WS-BAL-ED.
           PERFORM 4100-SHOW-BOOKING THRU 4100-EXIT
               VARYING BKG-IDX FROM 1 BY 1
               UNTIL BKG-IDX > WS-BOOKING-COUNT.
       4000-EXIT.
           EXIT.

       4100-SHOW-BOOKING.
           IF WS-BKG-EMP-ID(BKG-IDX) NOT = WS-EMP-ID THEN
              GO TO 4100-EXIT
           END-IF.
           EVALUATE WS-BKG-STATUS(BKG-IDX)
              WHEN 'A'
                 MOVE 'APPROVED' TO WS-STATUS-TEXT
              WHEN 'R'
                 MOVE 'REFUSED' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'PENDING' TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE WS-BKG-DAYS(BKG-IDX) TO WS-DAYS-ED.
           DISPLAY '  ' WS-BKG-TYPE(BKG-IDX) ' '
               WS-BKG-FROM-DATE(BKG-IDX) ' - '
               WS-BKG-TO-DATE(BKG-IDX) ' ' WS-DAYS-ED ' DAY(S) '
               WS-STATUS-TEXT.
       4100-EXIT.
           EXIT.
