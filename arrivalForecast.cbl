      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ArrivalForecast.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SEVEN-DAY ARRIVALS
      *               FORECAST FOR GATE AND RIDE STAFFING,
      *               RUN FROM ARRFCST EACH NIGHT AFTER THE
      *               DAILY CYCLE. THE EXPECTED WALK-UP TRADE
      *               FOR A DAY IS THE AVERAGE ADMISSIONS ON
      *               THAT DAY OF THE WEEK OVER THE PARM
      *               NUMBER OF WEEKS OF VISIT-HISTORY (THE
      *               AGE-BRACKET SUMMARY TOTALS WHEN THE
      *               HISTORY HOLDS NO SUCH DAY). GROUP
      *               BOOKINGS FOR THE DATE (PARTY PLUS
      *               CHAPERONES) AND PRESALE VOUCHERS NOT YET
      *               REDEEMED FOR IT ARE ADDED ON TOP. THE
      *               DAY IS SPREAD OVER THE HOURS BY THE
      *               ARRIVALS BY HOUR PROFILE OF THE SAME
      *               WEEKDAY IN THE AGE-BRACKET SUMMARY
      *               GENERATIONS. A HOLIDAY-CALENDAR DATE IS
      *               A CLOSED DAY AND FORECASTS NOTHING. A
      *               DAY WHOSE FORECAST REACHES THE GATE-HOLD
      *               LEVEL (FIRE-MARSHAL CAPACITY LESS THE
      *               HOLD MARGIN) IS FLAGGED AND RETURNS
      *               CODE 4.
      * 15/10/26  AP  EACH FORECAST DAY TAKES ITS OPERATING
      *               HOURS FROM THE PARK CALENDAR
      *               (PARKCALENDAR) IN PLACE OF THE SINGLE
      *               PARKHRS RECORD. A DATE THE CALENDAR HAS
      *               CLOSED FORECASTS NOTHING, LIKE A
      *               HOLIDAY, AND THE HOURLY PROFILE IS
      *               SPREAD OVER THE DAY'S OWN HOURS ONLY.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-PARM ASSIGN TO "FCSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-PARM-STATUS.

           SELECT VISIT-HISTORY ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

           SELECT AGE-BRACKET-SUMMARY ASSIGN TO "AGESUMRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-SUMMARY-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.

           SELECT GROUP-BOOKINGS ASSIGN TO "GRPBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-BOOK-STATUS.

           SELECT PRESALE-VOUCHERS ASSIGN TO "PRESALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESALE-STATUS.

           SELECT PARK-CAPACITY-PARM ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-PARM-STATUS.

           SELECT CAPACITY-MARGIN-PARM ASSIGN TO "CAPMARGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-MARGIN-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO "ARRFCST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-RPT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  FORECAST-PARM.
       01  FORECAST-PARM-RECORD.
           05 FP-START-DATE         PIC 9(08).
           05 FP-HISTORY-WEEKS      PIC 9(02).

       FD  VISIT-HISTORY.
       01  VISIT-HISTORY-RECORD.
           05 VH-VISITOR-ID         PIC X(10).
           05 VH-VISIT-DATE         PIC 9(08).
           05 VH-SPEND-AMOUNT       PIC 9(05)V99.

       FD  AGE-BRACKET-SUMMARY.
       01  AGE-BRACKET-SUMMARY-RECORD PIC X(60).

       FD  HOLIDAY-CALENDAR.
       01  HOLIDAY-RECORD.
           05 HOL-DATE              PIC 9(08).

       FD  GROUP-BOOKINGS.
       01  GROUP-BOOKING-RECORD.
           05 GB-GROUP-ID           PIC X(08).
           05 GB-PARTY-SIZE         PIC 9(04).
           05 GB-CHAPERONE-COUNT    PIC 9(03).
           05 GB-GROUP-RATE         PIC 9(05)V99.
           05 GB-VISIT-DATE         PIC 9(08).

       FD  PRESALE-VOUCHERS.
       01  PRESALE-VOUCHER-RECORD.
           05 PV-VOUCHER-ID         PIC X(10).
           05 PV-VISITOR-ID         PIC X(10).
           05 PV-SALE-DATE          PIC 9(08).
           05 PV-VISIT-DATE         PIC 9(08).
           05 PV-AMOUNT-PAID        PIC 9(05)V99.
           05 PV-REDEEMED-FLAG      PIC X(01).
              88 PV-REDEEMED        VALUE 'Y'.

       FD  PARK-CAPACITY-PARM.
       01  PARK-CAPACITY-PARM-RECORD.
           05 PCP-MAX-OCCUPANCY     PIC 9(05).

       FD  CAPACITY-MARGIN-PARM.
       01  CAPACITY-MARGIN-RECORD.
           05 CMP-HOLD-MARGIN       PIC 9(05).

       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FORECAST-PARM-STATUS  PIC X(02).
       01  WS-VISIT-HIST-STATUS     PIC X(02).
       01  WS-AGE-SUMMARY-STATUS    PIC X(02).
       01  WS-HOLIDAYS-STATUS       PIC X(02).
       01  WS-GROUP-BOOK-STATUS     PIC X(02).
       01  WS-PRESALE-STATUS        PIC X(02).
       01  WS-CAPACITY-PARM-STATUS  PIC X(02).
       01  WS-CAP-MARGIN-STATUS     PIC X(02).
       01  WS-FORECAST-RPT-STATUS   PIC X(02).

       01  WS-SWITCHES.
           05 WS-VISIT-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-VISITS      VALUE 'Y'.
           05 WS-SUMMARY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SUMMARY     VALUE 'Y'.
           05 WS-HOLIDAY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HOLIDAYS    VALUE 'Y'.
           05 WS-GROUP-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-GROUPS      VALUE 'Y'.
           05 WS-PRESALE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-PRESALES    VALUE 'Y'.
           05 WS-SUMMARY-DAY-SW     PIC X(01) VALUE 'N'.
              88 SUMMARY-DAY-KNOWN  VALUE 'Y'.

      *-------------------------------------------------
      * FORECAST RULES. BOTH CAN BE OVERRIDDEN FROM THE
      * OPTIONAL FORECAST PARM; A ZERO START DATE MEANS
      * THE DAY AFTER THE RUN DATE.
      *-------------------------------------------------
       01  WS-START-DATE            PIC 9(08) VALUE ZERO.
       01  WS-HISTORY-WEEKS         PIC 9(02) VALUE 08.

       01  WS-PARK-CAPACITY         PIC 9(05) VALUE 5000.
       01  WS-HOLD-MARGIN           PIC 9(05) VALUE 50.
       01  WS-HOLD-LEVEL            PIC S9(06) COMP.
       01  WS-OPEN-HOUR             PIC 9(02).
       01  WS-CLOSE-HOUR            PIC 9(02).

           COPY "pcalparm.cpy".

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DAY-NUMBER        PIC 9(08).
       01  WS-START-DAY-NUMBER      PIC 9(08).
       01  WS-HISTORY-FROM-DATE     PIC 9(08).
       01  WS-DAY-NUMBER            PIC 9(08).
       01  WS-DAY-WORK              PIC 9(08).
       01  WS-DAY-QUOTIENT          PIC 9(08).
       01  WS-WORK-DATE             PIC 9(08).
       01  WS-WEEKDAY               PIC 9(01).
       01  WS-WEEKDAY-SUB           PIC 9(01) COMP.
       01  WS-DAY-SUB               PIC 9(01) COMP.
       01  WS-HOUR                  PIC 9(02).
       01  WS-HOUR-SUB              PIC 9(02) COMP.

       01  WS-WEEKDAY-NAMES.
           05 FILLER                PIC X(21)
                 VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WEEKDAY-NAME       PIC X(03) OCCURS 7 TIMES.

       01  WS-MAX-HOLIDAYS          PIC 9(03) COMP VALUE 100.
       01  WS-HOLIDAY-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-HOLIDAY-COUNT
                 INDEXED BY HOL-IDX.
              10 WS-HOLIDAY-DATE    PIC 9(08).

      *-------------------------------------------------
      * HISTORY BY DAY OF THE WEEK (MONDAY FIRST). THE
      * VISIT-HISTORY DAYS AND ADMISSIONS GIVE THE DAILY
      * AVERAGE; THE SUMMARY DAYS AND TOTAL ARE THE
      * FALLBACK; THE HOUR COUNTS ARE THE HOURLY PROFILE.
      *-------------------------------------------------
       01  WS-WEEKDAY-TABLE.
           05 WS-WD-ENTRY OCCURS 7 TIMES.
              10 WS-WD-HIST-DAYS    PIC 9(05) COMP VALUE ZERO.
              10 WS-WD-HIST-VISITS  PIC 9(09) COMP VALUE ZERO.
              10 WS-WD-SUMM-DAYS    PIC 9(05) COMP VALUE ZERO.
              10 WS-WD-SUMM-VISITS  PIC 9(09) COMP VALUE ZERO.
              10 WS-WD-PROFILE-TOTAL PIC 9(09) COMP VALUE ZERO.
              10 WS-WD-HOUR-COUNT   PIC 9(09) COMP VALUE ZERO
                    OCCURS 24 TIMES.

       01  WS-ALL-PROFILE-TOTAL     PIC 9(09) COMP VALUE ZERO.
       01  WS-ALL-HOUR-TABLE.
           05 WS-ALL-HOUR-COUNT     PIC 9(09) COMP VALUE ZERO
                 OCCURS 24 TIMES.

      *-------------------------------------------------
      * THE SEVEN FORECAST DAYS.
      *-------------------------------------------------
       01  WS-FORECAST-TABLE.
           05 WS-FC-ENTRY OCCURS 7 TIMES.
              10 WS-FC-DATE         PIC 9(08).
              10 WS-FC-WEEKDAY-SUB  PIC 9(01) COMP.
              10 WS-FC-CLOSED-SW    PIC X(01).
                 88 FC-PARK-CLOSED  VALUE 'Y' 'C'.
                 88 FC-CALENDAR-CLOSED VALUE 'C'.
              10 WS-FC-OPEN-HOUR    PIC 9(02).
              10 WS-FC-CLOSE-HOUR   PIC 9(02).
              10 WS-FC-HOLD-SW      PIC X(01).
                 88 FC-GATE-HOLD    VALUE 'Y'.
              10 WS-FC-HISTORY      PIC 9(07) COMP.
              10 WS-FC-GROUPS       PIC 9(07) COMP.
              10 WS-FC-PRESOLD      PIC 9(07) COMP.
              10 WS-FC-TOTAL        PIC 9(07) COMP.
              10 WS-FC-PEAK-HOUR    PIC 9(02).
              10 WS-FC-PEAK-COUNT   PIC 9(07) COMP.
              10 WS-FC-HOUR-COUNT   PIC 9(07) COMP
                    OCCURS 24 TIMES.

       01  WS-HIST-CURRENT-DATE     PIC 9(08) VALUE ZERO.
       01  WS-HIST-CURRENT-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-SUMMARY-WEEKDAY-SUB   PIC 9(01) COMP.
       01  WS-SUMMARY-COUNT         PIC 9(07) COMP.
       01  WS-PROFILE-TOTAL         PIC 9(09) COMP.
       01  WS-PROFILE-HOUR          PIC 9(09) COMP.
       01  WS-OPEN-HOURS            PIC 9(02) COMP.

       01  WS-HOLD-DAY-COUNT        PIC 9(01) COMP VALUE ZERO.
       01  WS-CLOSED-DAY-COUNT      PIC 9(01) COMP VALUE ZERO.
       01  WS-HIST-DAYS-READ        PIC 9(05) COMP VALUE ZERO.
       01  WS-SUMM-DAYS-READ        PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-ROW-TOTAL             PIC 9(07) COMP.
       01  WS-LINE-POS              PIC 9(02) COMP.
       01  WS-HOUR-ED               PIC 99.
       01  WS-DAY-ED                PIC 99.
       01  WS-COUNT-ED              PIC ZZZZZZ9.
       01  WS-CELL-ED               PIC ZZZZZ9.
       01  WS-CAPACITY-ED           PIC ZZZZ9.
       01  WS-HOLD-ED               PIC -ZZZZ9.
       01  WS-WEEKS-ED              PIC Z9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-VISIT-HISTORY THRU 2000-EXIT.
           PERFORM 3000-LOAD-AGE-SUMMARY THRU 3000-EXIT.
           PERFORM 4000-BUILD-FORECAST-DAY THRU 4000-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           PERFORM 8000-PRINT-FORECAST THRU 8000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.

           IF WS-HOLD-DAY-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT FORECAST-PARM.
           IF WS-FORECAST-PARM-STATUS = '00' THEN
              READ FORECAST-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE FP-START-DATE    TO WS-START-DATE
                    MOVE FP-HISTORY-WEEKS TO WS-HISTORY-WEEKS
              END-READ
              CLOSE FORECAST-PARM
           END-IF.
           IF WS-HISTORY-WEEKS = ZERO THEN
              MOVE 8 TO WS-HISTORY-WEEKS
           END-IF.

           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           IF WS-START-DATE = ZERO THEN
              COMPUTE WS-START-DAY-NUMBER = WS-RUN-DAY-NUMBER + 1
           ELSE
              COMPUTE WS-START-DAY-NUMBER =
                  FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           END-IF.
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-DAY-NUMBER).
           COMPUTE WS-DAY-NUMBER =
               WS-RUN-DAY-NUMBER - (WS-HISTORY-WEEKS * 7).
           COMPUTE WS-HISTORY-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

           OPEN INPUT PARK-CAPACITY-PARM.
           IF WS-CAPACITY-PARM-STATUS = '00' THEN
              READ PARK-CAPACITY-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PCP-MAX-OCCUPANCY TO WS-PARK-CAPACITY
              END-READ
              CLOSE PARK-CAPACITY-PARM
           END-IF.

           OPEN INPUT CAPACITY-MARGIN-PARM.
           IF WS-CAP-MARGIN-STATUS = '00' THEN
              READ CAPACITY-MARGIN-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CMP-HOLD-MARGIN TO WS-HOLD-MARGIN
              END-READ
              CLOSE CAPACITY-MARGIN-PARM
           END-IF.

           COMPUTE WS-HOLD-LEVEL =
               WS-PARK-CAPACITY - WS-HOLD-MARGIN.

           OPEN INPUT HOLIDAY-CALENDAR.
           IF WS-HOLIDAYS-STATUS = '00' THEN
              PERFORM 1200-LOAD-HOLIDAY THRU 1200-EXIT
                  UNTIL END-OF-HOLIDAYS
                     OR WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
              CLOSE HOLIDAY-CALENDAR
           END-IF.

           PERFORM 1100-SET-FORECAST-DAY THRU 1100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.

           OPEN INPUT GROUP-BOOKINGS.
           IF WS-GROUP-BOOK-STATUS = '00' THEN
              PERFORM 1300-LOAD-GROUP-BOOKING THRU 1300-EXIT
                  UNTIL END-OF-GROUPS
              CLOSE GROUP-BOOKINGS
           END-IF.

           OPEN INPUT PRESALE-VOUCHERS.
           IF WS-PRESALE-STATUS = '00' THEN
              PERFORM 1400-LOAD-PRESALE THRU 1400-EXIT
                  UNTIL END-OF-PRESALES
              CLOSE PRESALE-VOUCHERS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SET-FORECAST-DAY.
           INITIALIZE WS-FC-ENTRY(WS-DAY-SUB).
           COMPUTE WS-DAY-NUMBER =
               WS-START-DAY-NUMBER + WS-DAY-SUB - 1.
           COMPUTE WS-FC-DATE(WS-DAY-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-FC-DATE(WS-DAY-SUB) TO WS-WORK-DATE.
           PERFORM 1900-COMPUTE-WEEKDAY THRU 1900-EXIT.
           MOVE WS-WEEKDAY-SUB TO WS-FC-WEEKDAY-SUB(WS-DAY-SUB).

           MOVE 'N' TO WS-FC-CLOSED-SW(WS-DAY-SUB).
           MOVE 'N' TO WS-FC-HOLD-SW(WS-DAY-SUB).
           SET HOL-IDX TO 1.
           PERFORM 1110-CHECK-HOLIDAY THRU 1110-EXIT
               UNTIL HOL-IDX > WS-HOLIDAY-COUNT
                  OR FC-PARK-CLOSED(WS-DAY-SUB).

           MOVE WS-FC-DATE(WS-DAY-SUB) TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           MOVE PCL-OPEN-HOUR  TO WS-FC-OPEN-HOUR(WS-DAY-SUB).
           MOVE PCL-CLOSE-HOUR TO WS-FC-CLOSE-HOUR(WS-DAY-SUB).
           IF PCL-PARK-CLOSED
              AND NOT FC-PARK-CLOSED(WS-DAY-SUB) THEN
              MOVE 'C' TO WS-FC-CLOSED-SW(WS-DAY-SUB)
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CHECK-HOLIDAY.
           IF WS-HOLIDAY-DATE(HOL-IDX) = WS-FC-DATE(WS-DAY-SUB) THEN
              MOVE 'Y' TO WS-FC-CLOSED-SW(WS-DAY-SUB)
           END-IF.
           SET HOL-IDX UP BY 1.
       1110-EXIT.
           EXIT.

       1200-LOAD-HOLIDAY.
           READ HOLIDAY-CALENDAR
              AT END SET END-OF-HOLIDAYS TO TRUE
           END-READ.
           IF NOT END-OF-HOLIDAYS THEN
              ADD 1 TO WS-HOLIDAY-COUNT
              MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A BOOKED GROUP ARRIVES AS ITS PARTY PLUS ITS
      * CHAPERONES.
      *-------------------------------------------------
       1300-LOAD-GROUP-BOOKING.
           READ GROUP-BOOKINGS
              AT END SET END-OF-GROUPS TO TRUE
           END-READ.
           IF END-OF-GROUPS THEN
              GO TO 1300-EXIT
           END-IF.
           MOVE GB-VISIT-DATE TO WS-WORK-DATE.
           PERFORM 1800-FIND-FORECAST-DAY THRU 1800-EXIT.
           IF WS-DAY-SUB NOT > 7 THEN
              ADD GB-PARTY-SIZE GB-CHAPERONE-COUNT
                  TO WS-FC-GROUPS(WS-DAY-SUB)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-PRESALE.
           READ PRESALE-VOUCHERS
              AT END SET END-OF-PRESALES TO TRUE
           END-READ.
           IF END-OF-PRESALES OR PV-REDEEMED THEN
              GO TO 1400-EXIT
           END-IF.
           MOVE PV-VISIT-DATE TO WS-WORK-DATE.
           PERFORM 1800-FIND-FORECAST-DAY THRU 1800-EXIT.
           IF WS-DAY-SUB NOT > 7 THEN
              ADD 1 TO WS-FC-PRESOLD(WS-DAY-SUB)
           END-IF.
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * WS-DAY-SUB COMES BACK 1-7 FOR A DATE INSIDE THE
      * FORECAST WINDOW, 8 OTHERWISE.
      *-------------------------------------------------
       1800-FIND-FORECAST-DAY.
           MOVE 1 TO WS-DAY-SUB.
           PERFORM 1810-COMPARE-FORECAST-DAY THRU 1810-EXIT
               UNTIL WS-DAY-SUB > 7
                  OR WS-FC-DATE(WS-DAY-SUB) = WS-WORK-DATE.
       1800-EXIT.
           EXIT.

       1810-COMPARE-FORECAST-DAY.
           ADD 1 TO WS-DAY-SUB.
       1810-EXIT.
           EXIT.

      *-------------------------------------------------
      * DAY 1 OF THE CALENDAR (1 JANUARY 1601) WAS A
      * MONDAY, SO THE REMAINDER OF (DAY NUMBER - 1) / 7
      * IS THE WEEKDAY WITH MONDAY AS ZERO. THE TABLE
      * SUBSCRIPT IS ONE MORE.
      *-------------------------------------------------
       1900-COMPUTE-WEEKDAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           COMPUTE WS-DAY-WORK = WS-DAY-NUMBER - 1.
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-WEEKDAY.
           COMPUTE WS-WEEKDAY-SUB = WS-WEEKDAY + 1.
       1900-EXIT.
           EXIT.

      *-------------------------------------------------
      * VISIT-HISTORY IS APPENDED ONE RUN DATE AT A TIME,
      * SO EACH DATE'S ADMISSIONS ARE CONTIGUOUS. EVERY
      * DATE INSIDE THE HISTORY WINDOW ADDS ONE DAY AND
      * ITS ADMISSIONS TO ITS WEEKDAY.
      *-------------------------------------------------
       2000-LOAD-VISIT-HISTORY.
           OPEN INPUT VISIT-HISTORY.
           IF WS-VISIT-HIST-STATUS NOT = '00' THEN
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-VISIT THRU 2100-EXIT
               UNTIL END-OF-VISITS.
           PERFORM 2200-CLOSE-HISTORY-DAY THRU 2200-EXIT.
           CLOSE VISIT-HISTORY.
       2000-EXIT.
           EXIT.

       2100-READ-VISIT.
           READ VISIT-HISTORY
              AT END SET END-OF-VISITS TO TRUE
           END-READ.
           IF END-OF-VISITS THEN
              GO TO 2100-EXIT
           END-IF.
           IF VH-VISIT-DATE < WS-HISTORY-FROM-DATE
              OR VH-VISIT-DATE > WS-RUN-DATE THEN
              GO TO 2100-EXIT
           END-IF.
           IF VH-VISIT-DATE NOT = WS-HIST-CURRENT-DATE THEN
              PERFORM 2200-CLOSE-HISTORY-DAY THRU 2200-EXIT
              MOVE VH-VISIT-DATE TO WS-HIST-CURRENT-DATE
           END-IF.
           ADD 1 TO WS-HIST-CURRENT-COUNT.
       2100-EXIT.
           EXIT.

       2200-CLOSE-HISTORY-DAY.
           IF WS-HIST-CURRENT-COUNT > ZERO THEN
              MOVE WS-HIST-CURRENT-DATE TO WS-WORK-DATE
              PERFORM 1900-COMPUTE-WEEKDAY THRU 1900-EXIT
              ADD 1 TO WS-WD-HIST-DAYS(WS-WEEKDAY-SUB)
              ADD WS-HIST-CURRENT-COUNT
                  TO WS-WD-HIST-VISITS(WS-WEEKDAY-SUB)
              ADD 1 TO WS-HIST-DAYS-READ
           END-IF.
           MOVE ZERO TO WS-HIST-CURRENT-COUNT.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE AGE-BRACKET SUMMARY GENERATIONS (ONE DD
      * CONCATENATING THEM). EACH DAY OPENS WITH THE
      * 'DAILY' HEADER CARRYING THE RUN DATE IN COLUMNS
      * 37-44; ITS 'TOTAL' LINE AND ITS 'HOUR' LINES
      * CARRY THE COUNT IN COLUMNS 17-21.
      *-------------------------------------------------
       3000-LOAD-AGE-SUMMARY.
           OPEN INPUT AGE-BRACKET-SUMMARY.
           IF WS-AGE-SUMMARY-STATUS NOT = '00' THEN
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-SCAN-SUMMARY-LINE THRU 3100-EXIT
               UNTIL END-OF-SUMMARY.
           CLOSE AGE-BRACKET-SUMMARY.
       3000-EXIT.
           EXIT.

       3100-SCAN-SUMMARY-LINE.
           READ AGE-BRACKET-SUMMARY
              AT END SET END-OF-SUMMARY TO TRUE
           END-READ.
           IF END-OF-SUMMARY THEN
              GO TO 3100-EXIT
           END-IF.

           IF AGE-BRACKET-SUMMARY-RECORD(1:5) = 'DAILY' THEN
              MOVE 'N' TO WS-SUMMARY-DAY-SW
              IF AGE-BRACKET-SUMMARY-RECORD(37:8) IS NUMERIC THEN
                 MOVE AGE-BRACKET-SUMMARY-RECORD(37:8)
                     TO WS-WORK-DATE
                 PERFORM 1900-COMPUTE-WEEKDAY THRU 1900-EXIT
                 MOVE WS-WEEKDAY-SUB TO WS-SUMMARY-WEEKDAY-SUB
                 MOVE 'Y' TO WS-SUMMARY-DAY-SW
                 ADD 1 TO WS-SUMM-DAYS-READ
              END-IF
              GO TO 3100-EXIT
           END-IF.

           IF NOT SUMMARY-DAY-KNOWN THEN
              GO TO 3100-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN AGE-BRACKET-SUMMARY-RECORD(1:5) = 'TOTAL'
                 COMPUTE WS-SUMMARY-COUNT = FUNCTION NUMVAL(
                     AGE-BRACKET-SUMMARY-RECORD(17:5))
                 ADD 1 TO WS-WD-SUMM-DAYS(WS-SUMMARY-WEEKDAY-SUB)
                 ADD WS-SUMMARY-COUNT
                     TO WS-WD-SUMM-VISITS(WS-SUMMARY-WEEKDAY-SUB)
              WHEN AGE-BRACKET-SUMMARY-RECORD(1:4) = 'HOUR'
                 AND AGE-BRACKET-SUMMARY-RECORD(6:2) IS NUMERIC
                 MOVE AGE-BRACKET-SUMMARY-RECORD(6:2) TO WS-HOUR
                 IF WS-HOUR < 24 THEN
                    COMPUTE WS-HOUR-SUB = WS-HOUR + 1
                    COMPUTE WS-SUMMARY-COUNT = FUNCTION NUMVAL(
                        AGE-BRACKET-SUMMARY-RECORD(17:5))
                    ADD WS-SUMMARY-COUNT TO WS-WD-HOUR-COUNT
                        (WS-SUMMARY-WEEKDAY-SUB, WS-HOUR-SUB)
                    ADD WS-SUMMARY-COUNT TO WS-WD-PROFILE-TOTAL
                        (WS-SUMMARY-WEEKDAY-SUB)
                    ADD WS-SUMMARY-COUNT
                        TO WS-ALL-HOUR-COUNT(WS-HOUR-SUB)
                    ADD WS-SUMMARY-COUNT TO WS-ALL-PROFILE-TOTAL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE FORECAST DAY. A CLOSED DAY FORECASTS NOTHING.
      * THE WALK-UP AVERAGE IS ROUNDED TO WHOLE GUESTS;
      * BOOKED GROUPS AND PRESOLD GUESTS ARE ADDED TO IT.
      *-------------------------------------------------
       4000-BUILD-FORECAST-DAY.
           IF FC-PARK-CLOSED(WS-DAY-SUB) THEN
              ADD 1 TO WS-CLOSED-DAY-COUNT
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-FC-WEEKDAY-SUB(WS-DAY-SUB) TO WS-WEEKDAY-SUB.
           EVALUATE TRUE
              WHEN WS-WD-HIST-DAYS(WS-WEEKDAY-SUB) > ZERO
                 COMPUTE WS-FC-HISTORY(WS-DAY-SUB) ROUNDED =
                     WS-WD-HIST-VISITS(WS-WEEKDAY-SUB)
                     / WS-WD-HIST-DAYS(WS-WEEKDAY-SUB)
              WHEN WS-WD-SUMM-DAYS(WS-WEEKDAY-SUB) > ZERO
                 COMPUTE WS-FC-HISTORY(WS-DAY-SUB) ROUNDED =
                     WS-WD-SUMM-VISITS(WS-WEEKDAY-SUB)
                     / WS-WD-SUMM-DAYS(WS-WEEKDAY-SUB)
              WHEN OTHER
                 MOVE ZERO TO WS-FC-HISTORY(WS-DAY-SUB)
           END-EVALUATE.

           COMPUTE WS-FC-TOTAL(WS-DAY-SUB) =
               WS-FC-HISTORY(WS-DAY-SUB) + WS-FC-GROUPS(WS-DAY-SUB)
               + WS-FC-PRESOLD(WS-DAY-SUB).

      *    HOURLY PROFILE - THE SAME WEEKDAY, ELSE ALL DAYS,
      *    ELSE FLAT - TAKEN OVER THE DAY'S OWN OPERATING
      *    HOURS ON THE PARK CALENDAR.
           MOVE WS-FC-OPEN-HOUR(WS-DAY-SUB)  TO WS-OPEN-HOUR.
           MOVE WS-FC-CLOSE-HOUR(WS-DAY-SUB) TO WS-CLOSE-HOUR.
           MOVE ZERO TO WS-PROFILE-TOTAL.
           PERFORM 4050-SUM-PROFILE-HOUR THRU 4050-EXIT
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.
           IF WS-CLOSE-HOUR > WS-OPEN-HOUR THEN
              COMPUTE WS-OPEN-HOURS = WS-CLOSE-HOUR - WS-OPEN-HOUR
           ELSE
              MOVE 1 TO WS-OPEN-HOURS
           END-IF.

           PERFORM 4100-SPREAD-HOUR THRU 4100-EXIT
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.

      *    ADMISSIONS STOP AT THE HOLD LEVEL. THE FORECAST
      *    TAKES NO CREDIT FOR GUESTS LEAVING DURING THE DAY,
      *    SO THE DAY'S ARRIVALS ARE THE IN-PARK CEILING.
           IF WS-FC-TOTAL(WS-DAY-SUB) >= WS-HOLD-LEVEL THEN
              MOVE 'Y' TO WS-FC-HOLD-SW(WS-DAY-SUB)
              ADD 1 TO WS-HOLD-DAY-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE PROFILE COUNT FOR ONE HOUR, ADDED TO THE
      * PROFILE TOTAL WHEN THE PARK IS OPEN IN THAT HOUR.
      *-------------------------------------------------
       4050-SUM-PROFILE-HOUR.
           IF WS-HOUR-SUB > WS-OPEN-HOUR
              AND WS-HOUR-SUB NOT > WS-CLOSE-HOUR THEN
              PERFORM 4060-PICK-PROFILE-HOUR THRU 4060-EXIT
              ADD WS-PROFILE-HOUR TO WS-PROFILE-TOTAL
           END-IF.
       4050-EXIT.
           EXIT.

       4060-PICK-PROFILE-HOUR.
           EVALUATE TRUE
              WHEN WS-WD-PROFILE-TOTAL(WS-WEEKDAY-SUB) > ZERO
                 MOVE WS-WD-HOUR-COUNT(WS-WEEKDAY-SUB, WS-HOUR-SUB)
                     TO WS-PROFILE-HOUR
              WHEN WS-ALL-PROFILE-TOTAL > ZERO
                 MOVE WS-ALL-HOUR-COUNT(WS-HOUR-SUB)
                     TO WS-PROFILE-HOUR
              WHEN OTHER
                 MOVE ZERO TO WS-PROFILE-HOUR
           END-EVALUATE.
       4060-EXIT.
           EXIT.

       4100-SPREAD-HOUR.
           IF WS-HOUR-SUB NOT > WS-OPEN-HOUR
              OR WS-HOUR-SUB > WS-CLOSE-HOUR THEN
              MOVE ZERO TO WS-FC-HOUR-COUNT(WS-DAY-SUB, WS-HOUR-SUB)
              GO TO 4100-EXIT
           END-IF.
           PERFORM 4060-PICK-PROFILE-HOUR THRU 4060-EXIT.

           IF WS-PROFILE-TOTAL > ZERO THEN
              COMPUTE WS-FC-HOUR-COUNT(WS-DAY-SUB, WS-HOUR-SUB)
                  ROUNDED = WS-FC-TOTAL(WS-DAY-SUB)
                  * WS-PROFILE-HOUR / WS-PROFILE-TOTAL
           ELSE
              COMPUTE WS-FC-HOUR-COUNT(WS-DAY-SUB, WS-HOUR-SUB)
                  ROUNDED = WS-FC-TOTAL(WS-DAY-SUB)
                  / WS-OPEN-HOURS
           END-IF.

           IF WS-FC-HOUR-COUNT(WS-DAY-SUB, WS-HOUR-SUB)
              > WS-FC-PEAK-COUNT(WS-DAY-SUB) THEN
              MOVE WS-FC-HOUR-COUNT(WS-DAY-SUB, WS-HOUR-SUB)
                  TO WS-FC-PEAK-COUNT(WS-DAY-SUB)
              COMPUTE WS-FC-PEAK-HOUR(WS-DAY-SUB) = WS-HOUR-SUB - 1
           END-IF.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE FORECAST REPORT - ONE LINE PER DAY, THEN THE
      * EXPECTED ARRIVALS BY HOUR WITH ONE COLUMN PER
      * DAY. HOURS WITH NOTHING EXPECTED ARE LEFT OUT.
      *-------------------------------------------------
       8000-PRINT-FORECAST.
           OPEN OUTPUT FORECAST-REPORT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SEVEN-DAY ARRIVALS FORECAST FROM ' WS-START-DATE
               '  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

           MOVE WS-PARK-CAPACITY TO WS-CAPACITY-ED.
           MOVE WS-HOLD-LEVEL    TO WS-HOLD-ED.
           MOVE WS-HISTORY-WEEKS TO WS-WEEKS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FIRE-MARSHAL CAPACITY ' WS-CAPACITY-ED
               '  GATE-HOLD LEVEL ' WS-HOLD-ED
               '  HISTORY ' WS-WEEKS-ED ' WEEKS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

           MOVE SPACES TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'DATE     DAY WALK-UP   GROUPS  PRESOLD    TOTAL'
               TO WS-REPORT-LINE(1:47).
           MOVE 'PEAK HOUR  STATUS' TO WS-REPORT-LINE(50:17).
           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

           PERFORM 8100-PRINT-DAY-LINE THRU 8100-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.

           MOVE SPACES TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE 'EXPECTED ARRIVALS BY HOUR' TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'HOUR' TO WS-REPORT-LINE(1:4).
           MOVE 6 TO WS-LINE-POS.
           PERFORM 8150-PRINT-DAY-HEADING THRU 8150-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

           PERFORM 8200-PRINT-HOUR-ROW THRU 8200-EXIT
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.

           MOVE SPACES TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-HOLD-DAY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAYS FORECAST TO REACH THE GATE HOLD  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.

           CLOSE FORECAST-REPORT.
       8000-EXIT.
           EXIT.

       8100-PRINT-DAY-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FC-DATE(WS-DAY-SUB) TO WS-REPORT-LINE(1:8).
           MOVE WS-WEEKDAY-NAME(WS-FC-WEEKDAY-SUB(WS-DAY-SUB))
               TO WS-REPORT-LINE(10:3).

           IF FC-CALENDAR-CLOSED(WS-DAY-SUB) THEN
              MOVE 'CLOSED - CALENDAR' TO WS-REPORT-LINE(61:17)
              MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD
              WRITE FORECAST-REPORT-RECORD
              GO TO 8100-EXIT
           END-IF.
           IF FC-PARK-CLOSED(WS-DAY-SUB) THEN
              MOVE 'CLOSED - HOLIDAY' TO WS-REPORT-LINE(61:16)
              MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD
              WRITE FORECAST-REPORT-RECORD
              GO TO 8100-EXIT
           END-IF.

           MOVE WS-FC-HISTORY(WS-DAY-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(14:7).
           MOVE WS-FC-GROUPS(WS-DAY-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(23:7).
           MOVE WS-FC-PRESOLD(WS-DAY-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(32:7).
           MOVE WS-FC-TOTAL(WS-DAY-SUB) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(41:7).
           IF WS-FC-PEAK-COUNT(WS-DAY-SUB) > ZERO THEN
              MOVE WS-FC-PEAK-HOUR(WS-DAY-SUB) TO WS-HOUR-ED
              MOVE WS-HOUR-ED TO WS-REPORT-LINE(52:2)
              MOVE 'H' TO WS-REPORT-LINE(54:1)
           END-IF.
           IF FC-GATE-HOLD(WS-DAY-SUB) THEN
              MOVE 'GATE HOLD LIKELY' TO WS-REPORT-LINE(61:16)
           ELSE
              MOVE 'OK' TO WS-REPORT-LINE(61:2)
           END-IF.
           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
       8100-EXIT.
           EXIT.

       8150-PRINT-DAY-HEADING.
           MOVE WS-WEEKDAY-NAME(WS-FC-WEEKDAY-SUB(WS-DAY-SUB))
               TO WS-REPORT-LINE(WS-LINE-POS + 1:3).
           MOVE WS-FC-DATE(WS-DAY-SUB)(7:2) TO WS-DAY-ED.
           MOVE WS-DAY-ED TO WS-REPORT-LINE(WS-LINE-POS + 4:2).
           ADD 7 TO WS-LINE-POS.
       8150-EXIT.
           EXIT.

       8200-PRINT-HOUR-ROW.
           MOVE ZERO TO WS-ROW-TOTAL.
           PERFORM 8210-ADD-HOUR-CELL THRU 8210-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           IF WS-ROW-TOTAL = ZERO THEN
              GO TO 8200-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           COMPUTE WS-HOUR-ED = WS-HOUR-SUB - 1.
           MOVE WS-HOUR-ED TO WS-REPORT-LINE(1:2).
           MOVE 'H' TO WS-REPORT-LINE(3:1).
           MOVE 6 TO WS-LINE-POS.
           PERFORM 8220-PRINT-HOUR-CELL THRU 8220-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
       8200-EXIT.
           EXIT.

       8210-ADD-HOUR-CELL.
           ADD WS-FC-HOUR-COUNT(WS-DAY-SUB, WS-HOUR-SUB)
               TO WS-ROW-TOTAL.
       8210-EXIT.
           EXIT.

       8220-PRINT-HOUR-CELL.
           MOVE WS-FC-HOUR-COUNT(WS-DAY-SUB, WS-HOUR-SUB)
               TO WS-CELL-ED.
           MOVE WS-CELL-ED TO WS-REPORT-LINE(WS-LINE-POS:6).
           ADD 7 TO WS-LINE-POS.
       8220-EXIT.
           EXIT.

       9000-FINALIZE.
           DISPLAY 'HISTORY DAYS READ     : ' WS-HIST-DAYS-READ.
           DISPLAY 'SUMMARY DAYS READ     : ' WS-SUMM-DAYS-READ.
           DISPLAY 'DAYS CLOSED           : ' WS-CLOSED-DAY-COUNT.
           DISPLAY 'DAYS AT GATE HOLD     : ' WS-HOLD-DAY-COUNT.
       9000-EXIT.
           EXIT.
