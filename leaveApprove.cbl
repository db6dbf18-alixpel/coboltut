      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LeaveApprove.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPERVISOR DECISION ON THE
      *               LEAVE REQUESTS LEAVEREQUEST PUTS ON THE
      *               LEAVE BOOKING FILE, IN TIMESHEETAPPROVE'S
      *               MANNER - THE SESSION SIGNS ON THROUGH
      *               OPERSIGNON AND IS REFUSED WITHOUT THE
      *               SUPERVISOR ROLE. L LISTS THE PENDING
      *               REQUESTS, I TAKES ONE AND APPROVES OR
      *               REFUSES IT. THE BALANCE IS CHECKED AGAIN
      *               AT APPROVAL, SINCE OTHER REQUESTS MAY
      *               HAVE BEEN APPROVED SINCE IT WAS KEYED.
      *               EACH APPROVED DAY THAT IS NOT ON THE
      *               HOLIDAY CALENDAR IS POSTED AS PAID LEAVE
      *               TO THE EMPLOYEE'S TIMESHEET FOR THAT
      *               MONTH (A SHEET IS OPENED WITH NO HOURS
      *               WHERE THERE IS NONE), SO SALAIRE PAYS IT
      *               AND DRAWS THE LEAVE BALANCE DOWN. DAYS IN
      *               A MONTH ALREADY PAID GO ON THE CURRENT
      *               MONTH'S SHEET. BOTH FILES ARE REWRITTEN
      *               WHOLE AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-BOOKINGS ASSIGN TO "LEAVEBKG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-BKG-STATUS.

           SELECT LEAVE-MASTER-IN ASSIGN TO "LEAVEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-IN-STATUS.

           SELECT TIMESHEET-TRANSACTIONS ASSIGN TO "TIMESHET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  LEAVE-BOOKINGS.
           COPY "lvbkfd.cpy".

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

       WORKING-STORAGE SECTION.
       01  WS-LEAVE-BKG-STATUS       PIC X(02).
       01  WS-LEAVE-IN-STATUS        PIC X(02).
       01  WS-TIMESHEET-STATUS       PIC X(02).
       01  WS-HOLIDAY-STATUS         PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 APPROVAL-DONE       VALUE 'Y'.
           05 WS-BOOKING-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-BOOKINGS     VALUE 'Y'.
           05 WS-LEAVE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LEAVE        VALUE 'Y'.
           05 WS-TMS-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-TIMESHEETS   VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-HOLIDAYS     VALUE 'Y'.
           05 WS-ENTRY-FOUND-SW      PIC X(01).
              88 ENTRY-FOUND         VALUE 'Y'.
           05 WS-SHEET-FOUND-SW      PIC X(01).
              88 SHEET-FOUND         VALUE 'Y'.
           05 WS-HOLIDAY-FOUND-SW    PIC X(01).
              88 HOLIDAY-FOUND       VALUE 'Y'.
           05 WS-CHANGED-SW          PIC X(01) VALUE 'N'.
              88 FILES-CHANGED       VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 LIST-PENDING           VALUE 'L'.
           88 DECIDE-ONE             VALUE 'I'.
           88 EXIT-APPROVAL          VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-MONTH              PIC 9(06).
       01  WS-EMP-ID                 PIC X(06).
       01  WS-FROM-DATE              PIC 9(08).
       01  WS-DECISION               PIC X(01).
       01  WS-LEAVE-TYPE             PIC X(01).
           88 VACATION-LEAVE         VALUE 'V'.
       01  WS-FROM-INT               PIC S9(09) COMP.
       01  WS-TO-INT                 PIC S9(09) COMP.
       01  WS-DAY-INT                PIC S9(09) COMP.
       01  WS-DAY-DATE               PIC 9(08).
       01  WS-DAY-MONTH              PIC 9(06).
       01  WS-BALANCE                PIC S9(03)V9.
       01  WS-ON-TIMESHEET           PIC S9(03)V9.
       01  WS-AVAILABLE              PIC S9(03)V9.
       01  WS-BAL-ED                 PIC -ZZ9.9.
       01  WS-DAYS-ED                PIC ZZ9.
       01  WS-POSTED-DAYS            PIC 9(03).

       01  WS-MAX-BOOKINGS           PIC 9(04) COMP VALUE 2000.
       01  WS-BOOKING-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-BOOKING-TABLE.
           05 WS-BKG-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-BOOKING-COUNT
                 INDEXED BY BKG-IDX.
              10 WS-BKG-RECORD       PIC X(47).

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
              10 WS-TMS-EMP-ID      PIC X(06).
              10 WS-TMS-PERIOD      PIC 9(06).
              10 WS-TMS-REG-HOURS   PIC 9(03)V9.
              10 WS-TMS-OT-HOURS    PIC 9(03)V9.
              10 WS-TMS-APPROVED    PIC X(01).
              10 WS-TMS-VAC-TAKEN   PIC 9(02)V9.
              10 WS-TMS-SICK-TAKEN  PIC 9(02)V9.

       01  WS-MAX-HOLIDAYS           PIC 9(03) COMP VALUE 200.
       01  WS-HOLIDAY-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-HOLIDAY-COUNT
                 INDEXED BY HOL-IDX.
              10 WS-HOLIDAY-DATE     PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL APPROVAL-DONE.

           IF FILES-CHANGED THEN
              PERFORM 8000-REWRITE-BOOKINGS THRU 8000-EXIT
              PERFORM 8200-REWRITE-TIMESHEETS THRU 8200-EXIT
           END-IF.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY DECIDE LEAVE.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'LEAVEAPPROVE' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'LEAVE APPROVAL REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.

           OPEN INPUT LEAVE-BOOKINGS.
           IF WS-LEAVE-BKG-STATUS = '00' THEN
              PERFORM 1100-LOAD-BOOKING THRU 1100-EXIT
                  UNTIL END-OF-BOOKINGS
                     OR WS-BOOKING-COUNT >= WS-MAX-BOOKINGS
              CLOSE LEAVE-BOOKINGS
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
       1000-EXIT.
           EXIT.

       1100-LOAD-BOOKING.
           READ LEAVE-BOOKINGS
              AT END SET END-OF-BOOKINGS TO TRUE
           END-READ.
           IF NOT END-OF-BOOKINGS THEN
              ADD 1 TO WS-BOOKING-COUNT
              MOVE LEAVE-BOOKING-RECORD
                  TO WS-BKG-RECORD(WS-BOOKING-COUNT)
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

       1300-LOAD-TIMESHEET.
           READ TIMESHEET-TRANSACTIONS
              AT END SET END-OF-TIMESHEETS TO TRUE
           END-READ.
           IF NOT END-OF-TIMESHEETS THEN
              ADD 1 TO WS-TIMESHEET-COUNT
              MOVE TMS-EMP-ID
                  TO WS-TMS-EMP-ID(WS-TIMESHEET-COUNT)
              MOVE TMS-PERIOD
                  TO WS-TMS-PERIOD(WS-TIMESHEET-COUNT)
              MOVE TMS-REG-HOURS
                  TO WS-TMS-REG-HOURS(WS-TIMESHEET-COUNT)
              MOVE TMS-OT-HOURS
                  TO WS-TMS-OT-HOURS(WS-TIMESHEET-COUNT)
              MOVE TMS-APPROVED-FLAG
                  TO WS-TMS-APPROVED(WS-TIMESHEET-COUNT)
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

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- LEAVE APPROVAL --------'.
           DISPLAY 'L - LIST PENDING  I - ONE REQUEST  X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN LIST-PENDING
                 PERFORM 3000-LIST-PENDING THRU 3000-EXIT
              WHEN DECIDE-ONE
                 PERFORM 5000-DECIDE-ONE THRU 5000-EXIT
              WHEN EXIT-APPROVAL
                 SET APPROVAL-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * WHAT IS LEFT OF THE EMPLOYEE'S BALANCE FOR
      * WS-LEAVE-TYPE - THE LEAVE MASTER, LESS APPROVED
      * LEAVE WAITING ON THE TIMESHEET FILE (INCLUDING ANY
      * APPROVED EARLIER IN THIS SESSION).
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

       3000-LIST-PENDING.
           DISPLAY 'PENDING LEAVE REQUESTS:'.
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               VARYING BKG-IDX FROM 1 BY 1
               UNTIL BKG-IDX > WS-BOOKING-COUNT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           MOVE WS-BKG-RECORD(BKG-IDX) TO LEAVE-BOOKING-RECORD.
           IF LB-PENDING THEN
              MOVE LB-LEAVE-DAYS TO WS-DAYS-ED
              DISPLAY '  ' LB-EMP-ID ' ' LB-LEAVE-TYPE ' '
                  LB-FROM-DATE ' - ' LB-TO-DATE ' '
                  WS-DAYS-ED ' DAY(S) KEYED BY ' LB-KEYED-OPER
           END-IF.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE REQUEST, FOUND BY EMPLOYEE AND FIRST DAY AWAY.
      * APPROVAL IS REFUSED WHEN THE BALANCE NO LONGER
      * COVERS IT - THE SUPERVISOR MAY STILL REFUSE IT.
      *-------------------------------------------------
       5000-DECIDE-ONE.
           DISPLAY 'EMPLOYEE ID ?'.
           ACCEPT WS-EMP-ID.
           DISPLAY 'FIRST DAY AWAY (YYYYMMDD) ?'.
           ACCEPT WS-FROM-DATE.

           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           SET BKG-IDX TO 1.
           PERFORM 5100-FIND-BOOKING THRU 5100-EXIT
               UNTIL BKG-IDX > WS-BOOKING-COUNT
                  OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND THEN
              DISPLAY 'NO SUCH PENDING REQUEST ON FILE'
              GO TO 5000-EXIT
           END-IF.

           MOVE LB-LEAVE-TYPE TO WS-LEAVE-TYPE.
           PERFORM 2500-COMPUTE-AVAILABLE THRU 2500-EXIT.
           MOVE LB-LEAVE-DAYS TO WS-DAYS-ED.
           MOVE WS-AVAILABLE TO WS-BAL-ED.
           DISPLAY LB-LEAVE-TYPE ' ' LB-FROM-DATE ' - ' LB-TO-DATE
               ' ' WS-DAYS-ED ' DAY(S) - AVAILABLE ' WS-BAL-ED.
           DISPLAY 'APPROVE (Y) OR REFUSE (N) ?'.
           ACCEPT WS-DECISION.
           IF WS-DECISION = 'Y' THEN
              IF LB-LEAVE-DAYS > WS-AVAILABLE THEN
                 DISPLAY 'BALANCE DOES NOT COVER THE REQUEST'
                     ' - LEFT PENDING'
                 GO TO 5000-EXIT
              END-IF
              MOVE 'A' TO LB-STATUS
              PERFORM 6000-POST-LEAVE THRU 6000-EXIT
              MOVE WS-POSTED-DAYS TO WS-DAYS-ED
              DISPLAY 'REQUEST APPROVED - ' WS-DAYS-ED
                  ' DAY(S) POSTED TO TIMESHEETS'
           ELSE
              MOVE 'R' TO LB-STATUS
              DISPLAY 'REQUEST REFUSED'
           END-IF.
           MOVE WS-SIGNON-ID TO LB-DECIDED-OPER.
           MOVE WS-RUN-DATE  TO LB-DECIDED-DATE.
           MOVE LEAVE-BOOKING-RECORD TO WS-BKG-RECORD(BKG-IDX).
           SET FILES-CHANGED TO TRUE.
       5000-EXIT.
           EXIT.

       5100-FIND-BOOKING.
           MOVE WS-BKG-RECORD(BKG-IDX) TO LEAVE-BOOKING-RECORD.
           IF LB-EMP-ID = WS-EMP-ID
              AND LB-FROM-DATE = WS-FROM-DATE
              AND LB-PENDING THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET BKG-IDX UP BY 1
           END-IF.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DAY OF PAID LEAVE TO THE TIMESHEET FOR EVERY
      * DATE AWAY THAT IS NOT A HOLIDAY.
      *-------------------------------------------------
       6000-POST-LEAVE.
           MOVE ZERO TO WS-POSTED-DAYS.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(LB-FROM-DATE).
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(LB-TO-DATE).
           PERFORM 6100-POST-ONE-DAY THRU 6100-EXIT
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT.
       6000-EXIT.
           EXIT.

       6100-POST-ONE-DAY.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE 'N' TO WS-HOLIDAY-FOUND-SW.
           SET HOL-IDX TO 1.
           SEARCH WS-HOLIDAY-ENTRY
              WHEN WS-HOLIDAY-DATE(HOL-IDX) = WS-DAY-DATE
                 SET HOLIDAY-FOUND TO TRUE
           END-SEARCH.
           IF HOLIDAY-FOUND THEN
              GO TO 6100-EXIT
           END-IF.

           COMPUTE WS-DAY-MONTH = WS-DAY-DATE / 100.
           IF WS-DAY-MONTH < WS-RUN-MONTH THEN
              MOVE WS-RUN-MONTH TO WS-DAY-MONTH
           END-IF.
           MOVE 'N' TO WS-SHEET-FOUND-SW.
           SET TMS-IDX TO 1.
           PERFORM 6200-FIND-SHEET THRU 6200-EXIT
               UNTIL TMS-IDX > WS-TIMESHEET-COUNT
                  OR SHEET-FOUND.
           IF NOT SHEET-FOUND THEN
              IF WS-TIMESHEET-COUNT >= WS-MAX-TIMESHEETS THEN
                 DISPLAY 'TIMESHEET TABLE FULL - ' WS-DAY-DATE
                     ' NOT POSTED'
                 GO TO 6100-EXIT
              END-IF
              ADD 1 TO WS-TIMESHEET-COUNT
              SET TMS-IDX TO WS-TIMESHEET-COUNT
              MOVE WS-EMP-ID    TO WS-TMS-EMP-ID(TMS-IDX)
              MOVE WS-DAY-MONTH TO WS-TMS-PERIOD(TMS-IDX)
              MOVE ZERO TO WS-TMS-REG-HOURS(TMS-IDX)
                           WS-TMS-OT-HOURS(TMS-IDX)
                           WS-TMS-VAC-TAKEN(TMS-IDX)
                           WS-TMS-SICK-TAKEN(TMS-IDX)
              MOVE 'N' TO WS-TMS-APPROVED(TMS-IDX)
           END-IF.

           IF VACATION-LEAVE THEN
              ADD 1 TO WS-TMS-VAC-TAKEN(TMS-IDX)
           ELSE
              ADD 1 TO WS-TMS-SICK-TAKEN(TMS-IDX)
           END-IF.
           ADD 1 TO WS-POSTED-DAYS.
       6100-EXIT.
           EXIT.

       6200-FIND-SHEET.
           IF WS-TMS-EMP-ID(TMS-IDX) = WS-EMP-ID
              AND WS-TMS-PERIOD(TMS-IDX) = WS-DAY-MONTH THEN
              SET SHEET-FOUND TO TRUE
           ELSE
              SET TMS-IDX UP BY 1
           END-IF.
       6200-EXIT.
           EXIT.

       8000-REWRITE-BOOKINGS.
           OPEN OUTPUT LEAVE-BOOKINGS.
           PERFORM 8100-WRITE-ONE-BOOKING THRU 8100-EXIT
               VARYING BKG-IDX FROM 1 BY 1
               UNTIL BKG-IDX > WS-BOOKING-COUNT.
           CLOSE LEAVE-BOOKINGS.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-BOOKING.
           MOVE WS-BKG-RECORD(BKG-IDX) TO LEAVE-BOOKING-RECORD.
           WRITE LEAVE-BOOKING-RECORD.
       8100-EXIT.
           EXIT.

       8200-REWRITE-TIMESHEETS.
           OPEN OUTPUT TIMESHEET-TRANSACTIONS.
           PERFORM 8300-WRITE-ONE-SHEET THRU 8300-EXIT
               VARYING TMS-IDX FROM 1 BY 1
               UNTIL TMS-IDX > WS-TIMESHEET-COUNT.
           CLOSE TIMESHEET-TRANSACTIONS.
       8200-EXIT.
           EXIT.

       8300-WRITE-ONE-SHEET.
           MOVE WS-TMS-EMP-ID(TMS-IDX)     TO TMS-EMP-ID.
           MOVE WS-TMS-PERIOD(TMS-IDX)     TO TMS-PERIOD.
           MOVE WS-TMS-REG-HOURS(TMS-IDX)  TO TMS-REG-HOURS.
           MOVE WS-TMS-OT-HOURS(TMS-IDX)   TO TMS-OT-HOURS.
           MOVE WS-TMS-APPROVED(TMS-IDX)   TO TMS-APPROVED-FLAG.
           MOVE WS-TMS-VAC-TAKEN(TMS-IDX)  TO TMS-VAC-TAKEN.
           MOVE WS-TMS-SICK-TAKEN(TMS-IDX) TO TMS-SICK-TAKEN.
           WRITE TIMESHEET-TRANSACTION-RECORD.
       8300-EXIT.
           EXIT.
