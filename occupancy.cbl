      *               CARRIES THE PRESALE VOUCHER ID. A
      *               PRESOLD VISITOR IS IN THE PARK LIKE
      *               ANY OTHER, SO THE TALLY IS UNCHANGED.
      * 15/10/26  AP  THE CARS IN THE CAR PARK AT THE END OF
      *               EACH HOUR (CAR-PARK-OCCUPANCY, WRITTEN
      *               BY CARPARKREVENUE EARLIER IN THE CYCLE)
      *               PRINT IN A CARS COLUMN BESIDE THE IN-
      *               PARK COUNT. THE FILE IS OPTIONAL - WITH
      *               NONE THE COLUMN PRINTS ZERO.
      * 15/10/26  AP  THE DAY'S OPERATING HOURS COME FROM THE
      *               DATED PARK CALENDAR (PARKCALENDAR) AND
      *               HEAD THE REPORT. AN HOUR OUTSIDE THEM
      *               WITH NO MOVEMENT AND NO CARS IS LEFT
      *               OFF; ONE WITH MOVEMENT IS PRINTED AND
      *               MARKED OUTSIDE HOURS.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-PARM-STATUS.

           SELECT CAR-PARK-OCCUPANCY ASSIGN TO "CPKOCCUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPK-OCCUP-STATUS.

           SELECT OCCUPANCY-REPORT ASSIGN TO "OCCUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCCUPANCY-RPT-STATUS.
       01  PARK-CAPACITY-PARM-RECORD.
           05 PCP-MAX-OCCUPANCY     PIC 9(05).

       FD  CAR-PARK-OCCUPANCY.
           COPY "cpkofd.cpy".

       FD  OCCUPANCY-REPORT.
       01  OCCUPANCY-REPORT-RECORD  PIC X(60).

       01  WS-ARR-CLSFD-STATUS      PIC X(02).
       01  WS-DEPARTURES-STATUS     PIC X(02).
       01  WS-CAPACITY-PARM-STATUS  PIC X(02).
       01  WS-CPK-OCCUP-STATUS      PIC X(02).
       01  WS-OCCUPANCY-RPT-STATUS  PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

              88 END-OF-ARRIVALS    VALUE 'Y'.
           05 WS-DEPARTURES-EOF-SW  PIC X(01) VALUE 'N'.
              88 END-OF-DEPARTURES  VALUE 'Y'.
           05 WS-CAR-PARK-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-CAR-PARK    VALUE 'Y'.

       01  WS-MAX-OCCUPANCY         PIC 9(05) VALUE 5000.

           COPY "pcalparm.cpy".

       01  WS-HOUR-TABLE.
           05 WS-HOUR-ENTRY OCCURS 24 TIMES.
              10 WS-HOUR-ARRIVALS   PIC 9(05) COMP VALUE ZERO.
              10 WS-HOUR-EXITS      PIC 9(05) COMP VALUE ZERO.
              10 WS-HOUR-CARS       PIC 9(05) COMP VALUE ZERO.

       01  WS-HOUR                  PIC 9(02).
       01  WS-HOUR-SUB              PIC 9(02) COMP.
       01  WS-EXITS-ED              PIC ZZZZ9.
       01  WS-OCCUPANCY-ED          PIC -ZZZZZ9.
       01  WS-CAPACITY-ED           PIC ZZZZ9.
       01  WS-CARS-ED               PIC ZZZZ9.
       01  WS-OUTSIDE-HOURS-SW      PIC X(01).
           88 OUTSIDE-HOURS         VALUE 'Y'.

       LINKAGE SECTION.
           COPY "cycparm.cpy".
           GOBACK.

       1000-INITIALIZE.
           MOVE CYC-RUN-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           PERFORM 1200-LOAD-CAPACITY-PARM THRU 1200-EXIT.
           PERFORM 1300-LOAD-CAR-PARK THRU 1300-EXIT.
           OPEN INPUT ARRIVALS-CLASSIFIED.
           OPEN INPUT DEPARTURES.
           PERFORM 2900-READ-ARRIVAL THRU 2900-EXIT.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * CAR-PARK-OCCUPANCY IS OPTIONAL TOO - ONE RECORD PER
      * HOUR WITH THE CARS IN AT THE END OF THE HOUR.
      *-------------------------------------------------
       1300-LOAD-CAR-PARK.
           OPEN INPUT CAR-PARK-OCCUPANCY.
           IF WS-CPK-OCCUP-STATUS = '00' THEN
              PERFORM 1310-LOAD-CAR-PARK-HOUR THRU 1310-EXIT
                  UNTIL END-OF-CAR-PARK
              CLOSE CAR-PARK-OCCUPANCY
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LOAD-CAR-PARK-HOUR.
           READ CAR-PARK-OCCUPANCY
              AT END SET END-OF-CAR-PARK TO TRUE
           END-READ.
           IF NOT END-OF-CAR-PARK AND CPO-HOUR < 24 THEN
              COMPUTE WS-HOUR-SUB = CPO-HOUR + 1
              MOVE CPO-CARS-IN TO WS-HOUR-CARS(WS-HOUR-SUB)
           END-IF.
       1310-EXIT.
           EXIT.

       2000-TALLY-ARRIVAL.
           IF ARRIVAL-CLASSIFIED-RECORD(1:3) = 'HDR'
              OR ARRIVAL-CLASSIFIED-RECORD(1:3) = 'TRL' THEN
               DELIMITED BY SIZE INTO OCCUPANCY-REPORT-RECORD.
           WRITE OCCUPANCY-REPORT-RECORD.

           MOVE SPACES TO OCCUPANCY-REPORT-RECORD.
           EVALUATE TRUE
              WHEN PCL-PARK-CLOSED
                 MOVE 'PARK CLOSED ON THE CALENDAR'
                     TO OCCUPANCY-REPORT-RECORD
              WHEN PCL-EVENT-DAY
                 STRING 'OPERATING HOURS ' PCL-OPEN-TIME '-'
                     PCL-CLOSE-TIME '  EVENT ' PCL-EVENT-NAME
                     DELIMITED BY SIZE INTO OCCUPANCY-REPORT-RECORD
              WHEN OTHER
                 STRING 'OPERATING HOURS ' PCL-OPEN-TIME '-'
                     PCL-CLOSE-TIME
                     DELIMITED BY SIZE INTO OCCUPANCY-REPORT-RECORD
           END-EVALUATE.
           WRITE OCCUPANCY-REPORT-RECORD.

           MOVE 'HOUR  ARRIVALS  EXITS  IN-PARK   CARS'
               TO OCCUPANCY-REPORT-RECORD.
           WRITE OCCUPANCY-REPORT-RECORD.

           ADD WS-HOUR-ARRIVALS(WS-HOUR-SUB) TO WS-OCCUPANCY.
           SUBTRACT WS-HOUR-EXITS(WS-HOUR-SUB) FROM WS-OCCUPANCY.

           COMPUTE WS-HOUR = WS-HOUR-SUB - 1.
           IF PCL-PARK-CLOSED
              OR WS-HOUR < PCL-OPEN-HOUR
              OR WS-HOUR NOT < PCL-CLOSE-HOUR THEN
              MOVE 'Y' TO WS-OUTSIDE-HOURS-SW
           ELSE
              MOVE 'N' TO WS-OUTSIDE-HOURS-SW
           END-IF.
           IF OUTSIDE-HOURS
              AND WS-HOUR-ARRIVALS(WS-HOUR-SUB) = ZERO
              AND WS-HOUR-EXITS(WS-HOUR-SUB) = ZERO
              AND WS-HOUR-CARS(WS-HOUR-SUB) = ZERO
              AND WS-OCCUPANCY = ZERO THEN
              GO TO 8110-EXIT
           END-IF.

           COMPUTE WS-HOUR-ED = WS-HOUR-SUB - 1.
           MOVE WS-HOUR-ARRIVALS(WS-HOUR-SUB) TO WS-ARRIVALS-ED.
           MOVE WS-HOUR-EXITS(WS-HOUR-SUB)    TO WS-EXITS-ED.
           MOVE WS-OCCUPANCY                  TO WS-OCCUPANCY-ED.
           MOVE WS-HOUR-CARS(WS-HOUR-SUB)     TO WS-CARS-ED.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-HOUR-ED 'H   ' WS-ARRIVALS-ED '     '
               WS-EXITS-ED '  ' WS-OCCUPANCY-ED '  ' WS-CARS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF OUTSIDE-HOURS THEN
              MOVE 'OUTSIDE HOURS' TO WS-REPORT-LINE(42:13)
           END-IF.
           MOVE WS-REPORT-LINE TO OCCUPANCY-REPORT-RECORD.
           WRITE OCCUPANCY-REPORT-RECORD.

