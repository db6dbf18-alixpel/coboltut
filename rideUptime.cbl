      *               INCIDENT COUNT PER RIDE. OPERATING
      *               HOURS COME FROM THE OPTIONAL PARK-
      *               HOURS PARM (DEFAULT 08 TO 20).
      * 15/10/26  AP  OPERATING HOURS NOW COME DATE BY DATE
      *               FROM THE PARK CALENDAR (PARKCALENDAR) IN
      *               PLACE OF THE SINGLE PARKHRS RECORD. A
      *               DATE THE CALENDAR HAS CLOSED ADDS NO
      *               HOURS, SO WINTER WEEKDAYS NO LONGER SHOW
      *               AS DOWNTIME, AND A LATE OR EVENT DAY
      *               COUNTS ITS OWN HOURS.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH       PIC 9(06).

       FD  HOLIDAY-CALENDAR.
       01  HOLIDAY-RECORD.
           05 HOL-DATE               PIC 9(08).
       01  WS-RIDE-STATUS-STATUS     PIC X(02).
       01  WS-INCIDENT-STATUS        PIC X(02).
       01  WS-MONTH-PARM-STATUS      PIC X(02).
       01  WS-HOLIDAYS-STATUS        PIC X(02).
       01  WS-UPTIME-RETURN-STATUS   PIC X(02).

       01  WS-REPORT-MONTH           PIC 9(06).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-INCIDENT-MONTH         PIC 9(06).

           COPY "pcalparm.cpy".

       01  WS-MAX-RIDES              PIC 9(03) COMP VALUE 200.
       01  WS-RIDE-COUNT             PIC 9(03) COMP VALUE ZERO.
              CLOSE REPORT-MONTH-PARM
           END-IF.

           OPEN INPUT HOLIDAY-CALENDAR.
           IF WS-HOLIDAYS-STATUS = '00' THEN
              PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT

      *-------------------------------------------------
      * EVERY REAL, NON-HOLIDAY CALENDAR DATE OF THE
      * MONTH THE PARK WAS OPEN (PARK CALENDAR)
      * CONTRIBUTES ITS OPERATING HOURS TO EVERY
      * RIDE'S TOTAL (MONTHLYCYCLE'S CALENDAR WALK). A
      * DAY NUMBER THAT IS NOT A REAL DATE - THE 31ST OF
      * A SHORT MONTH - IS SKIPPED.
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-CHECK-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           IF PCL-PARK-CLOSED THEN
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2200-TALLY-ONE-HOUR THRU 2200-EXIT
               VARYING WS-CHECK-HOUR FROM PCL-OPEN-HOUR BY 1
               UNTIL WS-CHECK-HOUR >= PCL-CLOSE-HOUR.
       2100-EXIT.
           EXIT.

