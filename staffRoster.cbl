      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  StaffRoster.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. WEEKLY SHIFT ROSTER FOR
      *               THE RIDES AND GATES, RUN FROM WKLYROST
      *               IN PLACE OF THE WHITEBOARD. THE POSTS
      *               ARE EVERY RIDE ON RIDE-MASTER (LESS ANY
      *               CLOSED FOR MAINTENANCE ON RIDE-STATUS)
      *               AND EVERY GATE SEEN ON THE CLASSIFIED
      *               ARRIVALS. THE PAST WEEK'S SAFETY-AUDIT-
      *               LOG AND ARRIVALS GENERATIONS GIVE THE
      *               AVERAGE LOAD PER POST PER HOUR: A RIDE
      *               NEEDS ONE OPERATOR EACH OPERATING HOUR
      *               AND A SECOND WHEN ITS AVERAGE LOAD
      *               REACHES THE PARM PERCENTAGE OF RATED
      *               CAPACITY; A GATE NEEDS ONE STAFF MEMBER
      *               PER PARM NUMBER OF ARRIVALS AN HOUR,
      *               AT LEAST ONE. OPERATING HOURS COME FROM
      *               THE PARK-HOURS PARM (DEFAULT 08 TO 20).
      *               OPS-DEPARTMENT EMPLOYEES ARE ASSIGNED
      *               HOUR BY HOUR - THE ONE ALREADY ON THE
      *               POST KEEPS IT FIRST - SKIPPING ANYONE
      *               ON APPROVED LEAVE, OVER THE WEEKLY OR
      *               DAILY HOURS LIMIT, NOT YET HIRED OR
      *               TERMINATED, AND FOR A RIDE ANYONE
      *               WITHOUT A CURRENT CERTIFICATION ON IT.
      *               THE ROSTER IS PRINTED AND WRITTEN ONE
      *               ROW PER EMPLOYEE-HOUR FOR THE VARIANCE
      *               RUN. AN HOUR THAT CANNOT BE FULLY
      *               STAFFED RETURNS CODE 4.
      * 15/10/26  AP  OPERATING HOURS NOW COME DAY BY DAY FROM
      *               THE PARK CALENDAR (PARKCALENDAR) IN PLACE
      *               OF THE SINGLE PARKHRS RECORD. EACH DAY OF
      *               THE ROSTER COVERS ITS OWN HOURS, PRINTED
      *               ON ITS DATE LINE, AND A DATE THE
      *               CALENDAR HAS CLOSED IS PRINTED AS CLOSED
      *               WITH NOBODY ROSTERED.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-PARM ASSIGN TO "ROSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-PARM-STATUS.

           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

           SELECT RIDE-STATUS-FILE ASSIGN TO "RIDESTTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-STATUS-STATUS.

           SELECT SAFETY-AUDIT-LOG ASSIGN TO "SAFEAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAFETY-AUDIT-STATUS.

           SELECT ARRIVALS-CLASSIFIED ASSIGN TO "ARRCLSFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVALS-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT LEAVE-BOOKINGS ASSIGN TO "LEAVEBKG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT CERT-MASTER ASSIGN TO "CERTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT ROSTER-WEEK ASSIGN TO "ROSTWEEK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-WEEK-STATUS.

           SELECT ROSTER-REPORT ASSIGN TO "ROSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-REPORT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ROSTER-PARM.
       01  ROSTER-PARM-RECORD.
           05 RP-WEEK-START         PIC 9(08).
           05 RP-MAX-WEEK-HOURS     PIC 9(02).
           05 RP-MAX-DAY-HOURS      PIC 9(02).
           05 RP-GUESTS-PER-STAFF   PIC 9(04).
           05 RP-RIDE-LOAD-PCT      PIC 9(03).
           05 RP-HISTORY-DAYS       PIC 9(02).

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       FD  RIDE-STATUS-FILE.
       01  RIDE-STATUS-RECORD.
           05 RS-RIDE-ID             PIC X(06).
           05 RS-STATUS-CODE         PIC X(01).
              88 RS-CLOSED-MAINT     VALUE 'M'.
           05 RS-EFF-DATE            PIC 9(08).
           05 RS-EFF-TIME            PIC 9(04).

       FD  SAFETY-AUDIT-LOG.
           COPY "safaufd.cpy".

       FD  ARRIVALS-CLASSIFIED.
           COPY "arrcfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  LEAVE-BOOKINGS.
           COPY "lvbkfd.cpy".

       FD  CERT-MASTER.
           COPY "certfd.cpy".

       FD  ROSTER-WEEK.
           COPY "rostwfd.cpy".

       FD  ROSTER-REPORT.
       01  ROSTER-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ROSTER-PARM-STATUS    PIC X(02).
       01  WS-RIDE-MASTER-STATUS    PIC X(02).
       01  WS-RIDE-STATUS-STATUS    PIC X(02).
       01  WS-SAFETY-AUDIT-STATUS   PIC X(02).
       01  WS-ARRIVALS-STATUS       PIC X(02).
       01  WS-EMPLOYEE-STATUS       PIC X(02).
       01  WS-LEAVE-STATUS          PIC X(02).
       01  WS-CERT-STATUS           PIC X(02).
       01  WS-ROSTER-WEEK-STATUS    PIC X(02).
       01  WS-ROSTER-REPORT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-RIDE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RIDES       VALUE 'Y'.
           05 WS-STATUS-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-RIDE-STATUS VALUE 'Y'.
           05 WS-AUDIT-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-AUDIT       VALUE 'Y'.
           05 WS-ARRIVALS-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-ARRIVALS    VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES   VALUE 'Y'.
           05 WS-LEAVE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-LEAVE       VALUE 'Y'.
           05 WS-CERT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CERTS       VALUE 'Y'.
           05 WS-POST-FOUND-SW      PIC X(01).
              88 POST-FOUND         VALUE 'Y'.
           05 WS-ON-LEAVE-SW        PIC X(01).
              88 EMPLOYEE-ON-LEAVE  VALUE 'Y'.
           05 WS-CERTIFIED-SW       PIC X(01).
              88 EMPLOYEE-CERTIFIED VALUE 'Y'.

      *-------------------------------------------------
      * ROSTERING RULES. EVERY ONE CAN BE OVERRIDDEN FROM
      * THE OPTIONAL ROSTER PARM; A ZERO WEEK START MEANS
      * THE MONDAY AFTER THE RUN DATE.
      *-------------------------------------------------
       01  WS-WEEK-START            PIC 9(08) VALUE ZERO.
       01  WS-MAX-WEEK-HOURS        PIC 9(02) VALUE 40.
       01  WS-MAX-DAY-HOURS         PIC 9(02) VALUE 09.
       01  WS-GUESTS-PER-STAFF      PIC 9(04) VALUE 150.
       01  WS-RIDE-LOAD-PCT         PIC 9(03) VALUE 60.
       01  WS-HISTORY-DAYS          PIC 9(02) VALUE 07.

           COPY "pcalparm.cpy".

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DAY-NUMBER        PIC 9(08).
       01  WS-WEEK-DAY-NUMBER       PIC 9(08).
       01  WS-DAY-WORK              PIC 9(08).
       01  WS-DAY-QUOTIENT          PIC 9(08).
       01  WS-WEEKDAY               PIC 9(01).
       01  WS-DAY-SUB               PIC 9(01).
       01  WS-ROSTER-DATE           PIC 9(08).

       01  WS-HOUR                  PIC 9(02).
       01  WS-HOUR-SUB              PIC 9(02) COMP.
       01  WS-AVERAGE-LOAD          PIC 9(07).
       01  WS-POST-NUM              PIC 9(03) COMP.
       01  WS-NEED                  PIC 9(02) COMP.
       01  WS-FILLED                PIC 9(02) COMP.
       01  WS-SHORT                 PIC 9(02) COMP.
       01  WS-PASS                  PIC 9(01).
           88 CONTINUITY-PASS       VALUE 1.

       01  WS-GATE-POST-ID.
           05 FILLER                PIC X(04) VALUE 'GATE'.
           05 WS-GATE-POST-GATE     PIC X(02).
       01  WS-GATE-POST-NAME.
           05 FILLER                PIC X(05) VALUE 'GATE '.
           05 WS-GATE-NAME-GATE     PIC X(02).
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-MAX-POSTS             PIC 9(03) COMP VALUE 100.
       01  WS-POST-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-POST-COUNT
                 INDEXED BY PST-IDX.
              10 WS-POST-ID         PIC X(06).
              10 WS-POST-TYPE       PIC X(01).
                 88 RIDE-POST       VALUE 'R'.
                 88 GATE-POST       VALUE 'G'.
              10 WS-POST-NAME       PIC X(20).
              10 WS-POST-CAPACITY   PIC 9(05).
              10 WS-POST-CLOSED-SW  PIC X(01).
                 88 POST-CLOSED     VALUE 'Y'.
              10 WS-POST-HOUR OCCURS 24 TIMES.
                 15 WS-POST-HISTORY PIC 9(07) COMP.
                 15 WS-POST-REQUIRED PIC 9(02) COMP.

       01  WS-MAX-EMPLOYEES         PIC 9(03) COMP VALUE 500.
       01  WS-EMPLOYEE-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-EMP-ID          PIC X(06).
              10 WS-EMP-NAME        PIC X(20).
              10 WS-EMP-HIRE-DATE   PIC 9(08).
              10 WS-EMP-TERM-DATE   PIC 9(08).
              10 WS-EMP-WEEK-HOURS  PIC 9(03) COMP.
              10 WS-EMP-DAY-HOURS   PIC 9(02) COMP.
              10 WS-EMP-CUR-POST    PIC 9(03) COMP.
              10 WS-EMP-PREV-POST   PIC 9(03) COMP.

       01  WS-MAX-LEAVE             PIC 9(03) COMP VALUE 500.
       01  WS-LEAVE-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-LEAVE-TABLE.
           05 WS-LV-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-LEAVE-COUNT
                 INDEXED BY LV-IDX.
              10 WS-LV-EMP-ID       PIC X(06).
              10 WS-LV-FROM-DATE    PIC 9(08).
              10 WS-LV-TO-DATE      PIC 9(08).

       01  WS-MAX-CERTS             PIC 9(04) COMP VALUE 1000.
       01  WS-CERT-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CERT-COUNT
                 INDEXED BY CRT-IDX.
              10 WS-CERT-OPER-ID    PIC X(06).
              10 WS-CERT-RIDE-ID    PIC X(06).
              10 WS-CERT-FROM-DATE  PIC 9(08).
              10 WS-CERT-TO-DATE    PIC 9(08).

       01  WS-SLOT-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-SHORT-HOURS           PIC 9(07) COMP VALUE ZERO.
       01  WS-ASSIGNED-HOURS        PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-ASSIGNED-LIST         PIC X(28).
       01  WS-LIST-PTR              PIC 9(02) COMP.
       01  WS-HOUR-ED               PIC 99.
       01  WS-NEED-ED               PIC Z9.
       01  WS-SHORT-ED              PIC Z9.
       01  WS-HOURS-ED              PIC ZZ9.
       01  WS-COUNT-ED              PIC ZZZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
           PERFORM 2000-SET-REQUIREMENTS THRU 2000-EXIT
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > WS-POST-COUNT.

           OPEN OUTPUT ROSTER-WEEK.
           PERFORM 3000-ROSTER-DAY THRU 3000-EXIT
               VARYING WS-DAY-SUB FROM 0 BY 1
               UNTIL WS-DAY-SUB > 6.
           CLOSE ROSTER-WEEK.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-SHORT-HOURS > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ROSTER-PARM.
           IF WS-ROSTER-PARM-STATUS = '00' THEN
              READ ROSTER-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RP-WEEK-START       TO WS-WEEK-START
                    MOVE RP-MAX-WEEK-HOURS   TO WS-MAX-WEEK-HOURS
                    MOVE RP-MAX-DAY-HOURS    TO WS-MAX-DAY-HOURS
                    MOVE RP-GUESTS-PER-STAFF TO WS-GUESTS-PER-STAFF
                    MOVE RP-RIDE-LOAD-PCT    TO WS-RIDE-LOAD-PCT
                    MOVE RP-HISTORY-DAYS     TO WS-HISTORY-DAYS
              END-READ
              CLOSE ROSTER-PARM
           END-IF.
           IF WS-GUESTS-PER-STAFF = ZERO THEN
              MOVE 150 TO WS-GUESTS-PER-STAFF
           END-IF.
           IF WS-HISTORY-DAYS = ZERO THEN
              MOVE 7 TO WS-HISTORY-DAYS
           END-IF.

      *-------------------------------------------------
      * DAY 1 OF THE CALENDAR (1 JANUARY 1601) WAS A
      * MONDAY, SO THE REMAINDER OF (DAY NUMBER - 1) / 7
      * IS THE WEEKDAY WITH MONDAY AS ZERO.
      *-------------------------------------------------
           IF WS-WEEK-START = ZERO THEN
              COMPUTE WS-RUN-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              COMPUTE WS-DAY-WORK = WS-RUN-DAY-NUMBER - 1
              DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOTIENT
                  REMAINDER WS-WEEKDAY
              COMPUTE WS-WEEK-DAY-NUMBER =
                  WS-RUN-DAY-NUMBER + 7 - WS-WEEKDAY
           ELSE
              COMPUTE WS-WEEK-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-WEEK-START)
           END-IF.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-DAY-NUMBER).

           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-RIDE THRU 1100-EXIT
                  UNTIL END-OF-RIDES
                     OR WS-POST-COUNT >= WS-MAX-POSTS
              CLOSE RIDE-MASTER
           END-IF.

           OPEN INPUT RIDE-STATUS-FILE.
           IF WS-RIDE-STATUS-STATUS = '00' THEN
              PERFORM 1200-APPLY-RIDE-STATUS THRU 1200-EXIT
                  UNTIL END-OF-RIDE-STATUS
              CLOSE RIDE-STATUS-FILE
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS = '00' THEN
              PERFORM 1300-LOAD-EMPLOYEE THRU 1300-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT LEAVE-BOOKINGS.
           IF WS-LEAVE-STATUS = '00' THEN
              PERFORM 1400-LOAD-LEAVE THRU 1400-EXIT
                  UNTIL END-OF-LEAVE
                     OR WS-LEAVE-COUNT >= WS-MAX-LEAVE
              CLOSE LEAVE-BOOKINGS
           END-IF.

           OPEN INPUT CERT-MASTER.
           IF WS-CERT-STATUS = '00' THEN
              PERFORM 1450-LOAD-CERT THRU 1450-EXIT
                  UNTIL END-OF-CERTS
                     OR WS-CERT-COUNT >= WS-MAX-CERTS
              CLOSE CERT-MASTER
           END-IF.

           OPEN OUTPUT ROSTER-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WEEKLY STAFF ROSTER - WEEK BEGINNING '
               WS-WEEK-START
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-RIDE.
           READ RIDE-MASTER
              AT END SET END-OF-RIDES TO TRUE
           END-READ.
           IF NOT END-OF-RIDES THEN
              ADD 1 TO WS-POST-COUNT
              SET PST-IDX TO WS-POST-COUNT
              PERFORM 1150-CLEAR-POST THRU 1150-EXIT
              MOVE RM-RIDE-ID         TO WS-POST-ID(PST-IDX)
              MOVE 'R'                TO WS-POST-TYPE(PST-IDX)
              MOVE RM-RIDE-NOM        TO WS-POST-NAME(PST-IDX)
              MOVE RM-HOURLY-CAPACITY TO WS-POST-CAPACITY(PST-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1150-CLEAR-POST.
           MOVE 'N'  TO WS-POST-CLOSED-SW(PST-IDX).
           MOVE ZERO TO WS-POST-CAPACITY(PST-IDX).
           PERFORM 1160-CLEAR-POST-HOUR THRU 1160-EXIT
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.
       1150-EXIT.
           EXIT.

       1160-CLEAR-POST-HOUR.
           MOVE ZERO TO WS-POST-HISTORY(PST-IDX, WS-HOUR-SUB).
           MOVE ZERO TO WS-POST-REQUIRED(PST-IDX, WS-HOUR-SUB).
       1160-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE LAST RIDE-STATUS ENTRY FOR A RIDE WINS, AS IN
      * MANEGE. A RIDE CLOSED FOR MAINTENANCE IS NOT
      * STAFFED; A WEATHER CLOSURE IS TAKEN AS PASSING.
      *-------------------------------------------------
       1200-APPLY-RIDE-STATUS.
           READ RIDE-STATUS-FILE
              AT END SET END-OF-RIDE-STATUS TO TRUE
           END-READ.
           IF NOT END-OF-RIDE-STATUS THEN
              MOVE RS-RIDE-ID TO WS-GATE-POST-ID
              PERFORM 1600-FIND-POST THRU 1600-EXIT
              IF POST-FOUND THEN
                 IF RS-CLOSED-MAINT THEN
                    MOVE 'Y' TO WS-POST-CLOSED-SW(PST-IDX)
                 ELSE
                    MOVE 'N' TO WS-POST-CLOSED-SW(PST-IDX)
                 END-IF
              END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEES
              AND EMP-DEPARTMENT = 'OPS' THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              SET EMP-IDX TO WS-EMPLOYEE-COUNT
              MOVE EMP-ID        TO WS-EMP-ID(EMP-IDX)
              MOVE EMP-NOM       TO WS-EMP-NAME(EMP-IDX)
              MOVE EMP-HIRE-DATE TO WS-EMP-HIRE-DATE(EMP-IDX)
              MOVE EMP-TERM-DATE TO WS-EMP-TERM-DATE(EMP-IDX)
              MOVE ZERO TO WS-EMP-WEEK-HOURS(EMP-IDX)
              MOVE ZERO TO WS-EMP-DAY-HOURS(EMP-IDX)
              MOVE ZERO TO WS-EMP-CUR-POST(EMP-IDX)
              MOVE ZERO TO WS-EMP-PREV-POST(EMP-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-LEAVE.
           READ LEAVE-BOOKINGS
              AT END SET END-OF-LEAVE TO TRUE
           END-READ.
           IF NOT END-OF-LEAVE AND LB-APPROVED THEN
              ADD 1 TO WS-LEAVE-COUNT
              MOVE LB-EMP-ID    TO WS-LV-EMP-ID(WS-LEAVE-COUNT)
              MOVE LB-FROM-DATE TO WS-LV-FROM-DATE(WS-LEAVE-COUNT)
              MOVE LB-TO-DATE   TO WS-LV-TO-DATE(WS-LEAVE-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.

       1450-LOAD-CERT.
           READ CERT-MASTER
              AT END SET END-OF-CERTS TO TRUE
           END-READ.
           IF NOT END-OF-CERTS THEN
              ADD 1 TO WS-CERT-COUNT
              MOVE CT-OPERATOR-ID TO WS-CERT-OPER-ID(WS-CERT-COUNT)
              MOVE CT-RIDE-ID     TO WS-CERT-RIDE-ID(WS-CERT-COUNT)
              MOVE CT-CERTIFIED-DATE
                  TO WS-CERT-FROM-DATE(WS-CERT-COUNT)
              MOVE CT-EXPIRY-DATE TO WS-CERT-TO-DATE(WS-CERT-COUNT)
           END-IF.
       1450-EXIT.
           EXIT.

      *-------------------------------------------------
      * LOAD HISTORY - THE PAST WEEK'S GENERATIONS ARE
      * CONCATENATED UNDER ONE DD NAME EACH, SO ONE PASS
      * OF EACH FILE TOTALS THE WHOLE WEEK BY POST AND
      * HOUR. A GATE IS A POST FROM THE FIRST ARRIVAL
      * SEEN THROUGH IT. PARTNER ARRIVALS ('PV') CARRY NO
      * PHYSICAL GATE AND ARE LEFT OUT.
      *-------------------------------------------------
       1500-LOAD-HISTORY.
           OPEN INPUT SAFETY-AUDIT-LOG.
           IF WS-SAFETY-AUDIT-STATUS = '00' THEN
              PERFORM 1510-TALLY-RIDE-LOAD THRU 1510-EXIT
                  UNTIL END-OF-AUDIT
              CLOSE SAFETY-AUDIT-LOG
           END-IF.

           OPEN INPUT ARRIVALS-CLASSIFIED.
           IF WS-ARRIVALS-STATUS = '00' THEN
              PERFORM 1520-TALLY-GATE-LOAD THRU 1520-EXIT
                  UNTIL END-OF-ARRIVALS
              CLOSE ARRIVALS-CLASSIFIED
           END-IF.
       1500-EXIT.
           EXIT.

       1510-TALLY-RIDE-LOAD.
           READ SAFETY-AUDIT-LOG
              AT END SET END-OF-AUDIT TO TRUE
           END-READ.
           IF END-OF-AUDIT THEN
              GO TO 1510-EXIT
           END-IF.
           IF SAL-DECISION NOT = 'ADMITTED'
              AND SAL-DECISION NOT = 'OVERRIDE' THEN
              GO TO 1510-EXIT
           END-IF.
           MOVE SAL-RIDE-ID TO WS-GATE-POST-ID.
           PERFORM 1600-FIND-POST THRU 1600-EXIT.
           IF POST-FOUND THEN
              DIVIDE SAL-TIME BY 1000000 GIVING WS-HOUR
              IF WS-HOUR < 24 THEN
                 COMPUTE WS-HOUR-SUB = WS-HOUR + 1
                 ADD 1 TO WS-POST-HISTORY(PST-IDX, WS-HOUR-SUB)
              END-IF
           END-IF.
       1510-EXIT.
           EXIT.

       1520-TALLY-GATE-LOAD.
           READ ARRIVALS-CLASSIFIED
              AT END SET END-OF-ARRIVALS TO TRUE
           END-READ.
           IF END-OF-ARRIVALS THEN
              GO TO 1520-EXIT
           END-IF.
           IF ARRIVAL-CLASSIFIED-RECORD(1:3) = 'HDR'
              OR ARRIVAL-CLASSIFIED-RECORD(1:3) = 'TRL'
              OR AC-GATE-ID = 'PV'
              OR AC-GATE-ID = SPACES THEN
              GO TO 1520-EXIT
           END-IF.
           MOVE 'GATE'     TO WS-GATE-POST-ID(1:4).
           MOVE AC-GATE-ID TO WS-GATE-POST-GATE.
           PERFORM 1600-FIND-POST THRU 1600-EXIT.
           IF NOT POST-FOUND THEN
              IF WS-POST-COUNT >= WS-MAX-POSTS THEN
                 GO TO 1520-EXIT
              END-IF
              ADD 1 TO WS-POST-COUNT
              SET PST-IDX TO WS-POST-COUNT
              PERFORM 1150-CLEAR-POST THRU 1150-EXIT
              MOVE WS-GATE-POST-ID TO WS-POST-ID(PST-IDX)
              MOVE 'G'             TO WS-POST-TYPE(PST-IDX)
              MOVE AC-GATE-ID      TO WS-GATE-NAME-GATE
              MOVE WS-GATE-POST-NAME TO WS-POST-NAME(PST-IDX)
           END-IF.
           DIVIDE AC-ARRIVAL-TIME BY 100 GIVING WS-HOUR.
           IF WS-HOUR < 24 THEN
              COMPUTE WS-HOUR-SUB = WS-HOUR + 1
              ADD 1 TO WS-POST-HISTORY(PST-IDX, WS-HOUR-SUB)
           END-IF.
       1520-EXIT.
           EXIT.

       1600-FIND-POST.
           MOVE 'N' TO WS-POST-FOUND-SW.
           SET PST-IDX TO 1.
           PERFORM 1610-COMPARE-POST THRU 1610-EXIT
               UNTIL PST-IDX > WS-POST-COUNT OR POST-FOUND.
       1600-EXIT.
           EXIT.

       1610-COMPARE-POST.
           IF WS-POST-ID(PST-IDX) = WS-GATE-POST-ID THEN
              SET POST-FOUND TO TRUE
           ELSE
              SET PST-IDX UP BY 1
           END-IF.
       1610-EXIT.
           EXIT.

      *-------------------------------------------------
      * HEADS REQUIRED PER HOUR FOR ONE POST FROM ITS
      * AVERAGE LOAD OVER THE HISTORY DAYS - FOR EVERY
      * HOUR OF THE DAY, AS EACH ROSTER DAY HAS ITS OWN
      * OPERATING HOURS ON THE PARK CALENDAR.
      *-------------------------------------------------
       2000-SET-REQUIREMENTS.
           IF POST-CLOSED(PST-IDX) THEN
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SET-HOUR-REQUIREMENT THRU 2100-EXIT
               VARYING WS-HOUR FROM 0 BY 1
               UNTIL WS-HOUR > 23.
       2000-EXIT.
           EXIT.

       2100-SET-HOUR-REQUIREMENT.
           COMPUTE WS-HOUR-SUB = WS-HOUR + 1.
           COMPUTE WS-AVERAGE-LOAD ROUNDED =
               WS-POST-HISTORY(PST-IDX, WS-HOUR-SUB)
               / WS-HISTORY-DAYS.
           IF RIDE-POST(PST-IDX) THEN
              MOVE 1 TO WS-POST-REQUIRED(PST-IDX, WS-HOUR-SUB)
              IF WS-POST-CAPACITY(PST-IDX) > ZERO
                 AND WS-AVERAGE-LOAD * 100 >=
                     WS-POST-CAPACITY(PST-IDX) * WS-RIDE-LOAD-PCT
              THEN
                 MOVE 2 TO WS-POST-REQUIRED(PST-IDX, WS-HOUR-SUB)
              END-IF
           ELSE
              COMPUTE WS-POST-REQUIRED(PST-IDX, WS-HOUR-SUB) =
                  (WS-AVERAGE-LOAD + WS-GUESTS-PER-STAFF - 1)
                  / WS-GUESTS-PER-STAFF
              IF WS-POST-REQUIRED(PST-IDX, WS-HOUR-SUB) = ZERO THEN
                 MOVE 1 TO WS-POST-REQUIRED(PST-IDX, WS-HOUR-SUB)
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DAY OF THE ROSTER. DAILY HOURS START AT ZERO
      * AND NOBODY CARRIES A POST OVER FROM YESTERDAY. THE
      * DAY'S OPERATING HOURS COME FROM THE PARK CALENDAR;
      * A CLOSED DATE ROSTERS NOBODY.
      *-------------------------------------------------
       3000-ROSTER-DAY.
           COMPUTE WS-ROSTER-DATE = FUNCTION DATE-OF-INTEGER(
               WS-WEEK-DAY-NUMBER + WS-DAY-SUB).
           PERFORM 3010-START-EMPLOYEE-DAY THRU 3010-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT.
           MOVE WS-ROSTER-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.

           MOVE SPACES TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           IF PCL-PARK-CLOSED THEN
              STRING 'DATE ' WS-ROSTER-DATE '  PARK CLOSED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD
              WRITE ROSTER-REPORT-RECORD
              GO TO 3000-EXIT
           END-IF.
           STRING 'DATE ' WS-ROSTER-DATE '  HOURS '
               PCL-OPEN-TIME '-' PCL-CLOSE-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE 'HR  POST   NAME                 REQ STAFF'
               TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.

           PERFORM 3100-ROSTER-HOUR THRU 3100-EXIT
               VARYING WS-HOUR FROM PCL-OPEN-HOUR BY 1
               UNTIL WS-HOUR >= PCL-CLOSE-HOUR
                  OR WS-HOUR > 23.
       3000-EXIT.
           EXIT.

       3010-START-EMPLOYEE-DAY.
           MOVE ZERO TO WS-EMP-DAY-HOURS(EMP-IDX).
           MOVE ZERO TO WS-EMP-CUR-POST(EMP-IDX).
           MOVE ZERO TO WS-EMP-PREV-POST(EMP-IDX).
       3010-EXIT.
           EXIT.

       3100-ROSTER-HOUR.
           COMPUTE WS-HOUR-SUB = WS-HOUR + 1.
           PERFORM 3110-ROLL-EMPLOYEE-HOUR THRU 3110-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT.
           PERFORM 3200-STAFF-POST THRU 3200-EXIT
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > WS-POST-COUNT.
       3100-EXIT.
           EXIT.

       3110-ROLL-EMPLOYEE-HOUR.
           MOVE WS-EMP-CUR-POST(EMP-IDX)
               TO WS-EMP-PREV-POST(EMP-IDX).
           MOVE ZERO TO WS-EMP-CUR-POST(EMP-IDX).
       3110-EXIT.
           EXIT.

      *-------------------------------------------------
      * FILL ONE POST FOR ONE HOUR. THE FIRST PASS KEEPS
      * WHOEVER WORKED THE POST LAST HOUR ON IT, THE
      * SECOND TAKES ANY ELIGIBLE EMPLOYEE.
      *-------------------------------------------------
       3200-STAFF-POST.
           MOVE WS-POST-REQUIRED(PST-IDX, WS-HOUR-SUB) TO WS-NEED.
           IF WS-NEED = ZERO THEN
              GO TO 3200-EXIT
           END-IF.
           SET WS-POST-NUM TO PST-IDX.
           MOVE ZERO TO WS-FILLED.
           MOVE SPACES TO WS-ASSIGNED-LIST.
           MOVE 1 TO WS-LIST-PTR.
           ADD WS-NEED TO WS-SLOT-COUNT.

           MOVE 1 TO WS-PASS.
           PERFORM 3300-TRY-EMPLOYEE THRU 3300-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
                  OR WS-FILLED >= WS-NEED.
           MOVE 2 TO WS-PASS.
           PERFORM 3300-TRY-EMPLOYEE THRU 3300-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
                  OR WS-FILLED >= WS-NEED.

           MOVE WS-HOUR TO WS-HOUR-ED.
           MOVE WS-NEED TO WS-NEED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-HOUR-ED 'H ' WS-POST-ID(PST-IDX) ' '
               WS-POST-NAME(PST-IDX) ' ' WS-NEED-ED '  '
               WS-ASSIGNED-LIST
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-FILLED < WS-NEED THEN
              COMPUTE WS-SHORT = WS-NEED - WS-FILLED
              ADD WS-SHORT TO WS-SHORT-HOURS
              MOVE WS-SHORT TO WS-SHORT-ED
              MOVE '** SHORT' TO WS-REPORT-LINE(68:8)
              MOVE WS-SHORT-ED TO WS-REPORT-LINE(77:2)
           END-IF.
           MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
       3200-EXIT.
           EXIT.

       3300-TRY-EMPLOYEE.
           IF WS-EMP-CUR-POST(EMP-IDX) NOT = ZERO THEN
              GO TO 3300-EXIT
           END-IF.
           IF CONTINUITY-PASS
              AND WS-EMP-PREV-POST(EMP-IDX) NOT = WS-POST-NUM THEN
              GO TO 3300-EXIT
           END-IF.
           IF WS-EMP-WEEK-HOURS(EMP-IDX) >= WS-MAX-WEEK-HOURS
              OR WS-EMP-DAY-HOURS(EMP-IDX) >= WS-MAX-DAY-HOURS THEN
              GO TO 3300-EXIT
           END-IF.
           IF WS-EMP-HIRE-DATE(EMP-IDX) > WS-ROSTER-DATE THEN
              GO TO 3300-EXIT
           END-IF.
           IF WS-EMP-TERM-DATE(EMP-IDX) NOT = ZERO
              AND WS-EMP-TERM-DATE(EMP-IDX) <= WS-ROSTER-DATE THEN
              GO TO 3300-EXIT
           END-IF.
           PERFORM 3400-CHECK-LEAVE THRU 3400-EXIT.
           IF EMPLOYEE-ON-LEAVE THEN
              GO TO 3300-EXIT
           END-IF.
           IF RIDE-POST(PST-IDX) THEN
              PERFORM 3500-CHECK-CERTIFIED THRU 3500-EXIT
              IF NOT EMPLOYEE-CERTIFIED THEN
                 GO TO 3300-EXIT
              END-IF
           END-IF.

           MOVE WS-POST-NUM TO WS-EMP-CUR-POST(EMP-IDX).
           ADD 1 TO WS-EMP-DAY-HOURS(EMP-IDX).
           ADD 1 TO WS-EMP-WEEK-HOURS(EMP-IDX).
           ADD 1 TO WS-FILLED.
           ADD 1 TO WS-ASSIGNED-HOURS.
           IF WS-LIST-PTR < 28 THEN
              STRING WS-EMP-ID(EMP-IDX) ' '
                  DELIMITED BY SIZE INTO WS-ASSIGNED-LIST
                  WITH POINTER WS-LIST-PTR
              END-STRING
           END-IF.

           MOVE WS-ROSTER-DATE     TO RW-DATE.
           MOVE WS-HOUR            TO RW-HOUR.
           MOVE WS-POST-ID(PST-IDX) TO RW-POST-ID.
           MOVE WS-EMP-ID(EMP-IDX) TO RW-EMP-ID.
           WRITE ROSTER-WEEK-RECORD.
       3300-EXIT.
           EXIT.

       3400-CHECK-LEAVE.
           MOVE 'N' TO WS-ON-LEAVE-SW.
           SET LV-IDX TO 1.
           PERFORM 3410-COMPARE-LEAVE THRU 3410-EXIT
               UNTIL LV-IDX > WS-LEAVE-COUNT OR EMPLOYEE-ON-LEAVE.
       3400-EXIT.
           EXIT.

       3410-COMPARE-LEAVE.
           IF WS-LV-EMP-ID(LV-IDX) = WS-EMP-ID(EMP-IDX)
              AND WS-LV-FROM-DATE(LV-IDX) <= WS-ROSTER-DATE
              AND WS-LV-TO-DATE(LV-IDX) >= WS-ROSTER-DATE THEN
              SET EMPLOYEE-ON-LEAVE TO TRUE
           ELSE
              SET LV-IDX UP BY 1
           END-IF.
       3410-EXIT.
           EXIT.

      *-------------------------------------------------
      * A RIDE IS ONLY EVER ROSTERED TO AN OPERATOR WHO
      * WILL HOLD A CURRENT CERTIFICATION ON IT THAT DAY -
      * OTHERWISE MANEGE WOULD FLAG EVERY ADMISSION.
      *-------------------------------------------------
       3500-CHECK-CERTIFIED.
           MOVE 'N' TO WS-CERTIFIED-SW.
           SET CRT-IDX TO 1.
           PERFORM 3510-COMPARE-CERT THRU 3510-EXIT
               UNTIL CRT-IDX > WS-CERT-COUNT
                  OR EMPLOYEE-CERTIFIED.
       3500-EXIT.
           EXIT.

       3510-COMPARE-CERT.
           IF WS-CERT-OPER-ID(CRT-IDX) = WS-EMP-ID(EMP-IDX)
              AND WS-CERT-RIDE-ID(CRT-IDX) = WS-POST-ID(PST-IDX)
              AND WS-CERT-FROM-DATE(CRT-IDX) <= WS-ROSTER-DATE
              AND WS-CERT-TO-DATE(CRT-IDX) >= WS-ROSTER-DATE THEN
              SET EMPLOYEE-CERTIFIED TO TRUE
           ELSE
              SET CRT-IDX UP BY 1
           END-IF.
       3510-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE 'HOURS ROSTERED BY EMPLOYEE' TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           PERFORM 8100-PRINT-EMPLOYEE THRU 8100-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT.

           MOVE SPACES TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE WS-SLOT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STAFF-HOURS REQUIRED   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE WS-ASSIGNED-HOURS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STAFF-HOURS ROSTERED   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           MOVE WS-SHORT-HOURS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STAFF-HOURS SHORT      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
           CLOSE ROSTER-REPORT.
       8000-EXIT.
           EXIT.

       8100-PRINT-EMPLOYEE.
           MOVE WS-EMP-WEEK-HOURS(EMP-IDX) TO WS-HOURS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-EMP-ID(EMP-IDX) ' ' WS-EMP-NAME(EMP-IDX)
               ' ' WS-HOURS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ROSTER-REPORT-RECORD.
           WRITE ROSTER-REPORT-RECORD.
       8100-EXIT.
           EXIT.
