      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  RainCheck.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE OCCUPANCY STEP. WALKS THE
      *               BUSINESS DATE'S OPERATING DAY IN FIVE-
      *               MINUTE SLOTS AGAINST THE RIDE-STATUS
      *               FILE (LAST ENTRY AT OR BEFORE THE SLOT
      *               WINS - RIDEUPTIME'S RULE) AND COUNTS
      *               THE SLOTS WHERE THE PARK WAS SHUT FOR
      *               WEATHER - EVERY RIDE ON RIDE-MASTER
      *               CLOSED 'W' - OR WHERE AT LEAST THE
      *               THRESHOLD NUMBER OF MAJOR RIDES (HOURLY
      *               CAPACITY AT OR ABOVE THE PARM FIGURE)
      *               WERE CLOSED 'W'. WHEN THAT COVERS AT
      *               LEAST THE PARM PERCENTAGE OF THE
      *               OPERATING DAY, EVERY VISITOR WHO PAID
      *               AT THE GATE (AC-PRICE ABOVE ZERO) AND
      *               WAS ADMITTED BEFORE THE CLOSURE BEGAN
      *               IS ISSUED A RAIN-CHECK VOUCHER. THE
      *               VOUCHER IS APPENDED TO THE NEW PRESALE
      *               VOUCHER MASTER GATECONSOLIDATE WROTE
      *               EARLIER IN THE CYCLE, IN THE SAME
      *               LAYOUT, VALID FROM THE NEXT DAY, SO IT
      *               IS REDEEMED AT THE GATE THROUGH THE
      *               EXISTING PRESALE VOUCHER MATCH. THE
      *               LISTING GIVES EACH VOUCHER, THE NUMBER
      *               ISSUED AND THE REVENUE AT RISK.
      *               THRESHOLDS COME FROM THE OPTIONAL
      *               RAIN-CHECK PARM (DEFAULTS: MAJOR RIDE
      *               CAPACITY 1000, 2 MAJOR RIDES, 25 PER
      *               CENT OF THE DAY); OPERATING HOURS FROM
      *               THE OPTIONAL PARK-HOURS PARM (DEFAULT
      *               08 TO 20).
      * 15/10/26  AP  THE OPERATING DAY NOW COMES FROM THE
      *               BUSINESS DATE'S ENTRY ON THE PARK
      *               CALENDAR (PARKCALENDAR) IN PLACE OF THE
      *               SINGLE PARKHRS RECORD. A DATE THE
      *               CALENDAR HAS CLOSED HAS NO OPERATING
      *               DAY, SO NO RAIN CHECKS ARE ISSUED.
      * 15/10/26  AP  EACH RAIN CHECK ISSUED TO A KNOWN VISITOR
      *               IS QUEUED ON THE NOTIFICATION QUEUE
      *               (TEMPLATE RAINCHK) SO NOTIFYDISPATCH
      *               TELLS THE GUEST THE VOUCHER NUMBER.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

           SELECT RIDE-STATUS-FILE ASSIGN TO "RIDESTTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-STATUS-STATUS.

           SELECT RAIN-CHECK-PARM ASSIGN TO "RAINPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAIN-PARM-STATUS.

           SELECT ARRIVALS-CLASSIFIED ASSIGN TO "ARRCLSFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-CLSFD-STATUS.

           SELECT PRESALE-VOUCHERS-OUT ASSIGN TO "PRESALEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESALE-OUT-STATUS.

           SELECT RAIN-CHECK-REPORT ASSIGN TO "RAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAIN-RPT-STATUS.

           COPY "ntfqsel.cpy".

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       FD  RIDE-STATUS-FILE.
       01  RIDE-STATUS-RECORD.
           05 RS-RIDE-ID             PIC X(06).
           05 RS-STATUS-CODE         PIC X(01).
           05 RS-EFF-DATE            PIC 9(08).
           05 RS-EFF-TIME            PIC 9(04).

       FD  RAIN-CHECK-PARM.
       01  RAIN-CHECK-PARM-RECORD.
           05 RNP-MAJOR-CAPACITY     PIC 9(05).
           05 RNP-MAJOR-THRESHOLD    PIC 9(03).
           05 RNP-MIN-PCT            PIC 9(03).

       FD  ARRIVALS-CLASSIFIED.
           COPY "arrcfd.cpy".

       FD  PRESALE-VOUCHERS-OUT.
       01  PRESALE-VOUCHER-OUT-RECORD.
           05 PVO-VOUCHER-ID        PIC X(10).
           05 PVO-VISITOR-ID        PIC X(10).
           05 PVO-SALE-DATE         PIC 9(08).
           05 PVO-VISIT-DATE        PIC 9(08).
           05 PVO-AMOUNT-PAID       PIC 9(05)V99.
           05 PVO-REDEEMED-FLAG     PIC X(01).

       FD  RAIN-CHECK-REPORT.
       01  RAIN-CHECK-REPORT-RECORD  PIC X(70).

           COPY "ntfqfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS       PIC X(02).
       01  WS-RIDE-MASTER-STATUS     PIC X(02).
       01  WS-RIDE-STATUS-STATUS     PIC X(02).
       01  WS-RAIN-PARM-STATUS       PIC X(02).
       01  WS-ARR-CLSFD-STATUS       PIC X(02).
       01  WS-PRESALE-OUT-STATUS     PIC X(02).
       01  WS-RAIN-RPT-STATUS        PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-RIDE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-RIDES        VALUE 'Y'.
           05 WS-STATUS-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RIDE-STATUS  VALUE 'Y'.
           05 WS-ARRIVALS-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-ARRIVALS     VALUE 'Y'.
           05 WS-CLOSURE-SW          PIC X(01) VALUE 'N'.
              88 CLOSURE-STARTED     VALUE 'Y'.
           05 WS-QUALIFY-SW          PIC X(01) VALUE 'N'.
              88 CLOSURE-QUALIFIES   VALUE 'Y'.

       01  WS-OPEN-HOUR              PIC 9(02).
       01  WS-CLOSE-HOUR             PIC 9(02).

           COPY "pcalparm.cpy".

       01  WS-MAJOR-CAPACITY         PIC 9(05) VALUE 01000.
       01  WS-MAJOR-THRESHOLD        PIC 9(03) VALUE 002.
       01  WS-MIN-PCT                PIC 9(03) VALUE 025.

       01  WS-MAX-RIDES              PIC 9(03) COMP VALUE 200.
       01  WS-RIDE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-RIDE-TABLE.
           05 WS-RIDE-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-RIDE-COUNT
                 INDEXED BY RD-IDX.
              10 WS-RIDE-ID          PIC X(06).
              10 WS-RIDE-MAJOR-SW    PIC X(01).
                 88 RIDE-IS-MAJOR    VALUE 'Y'.

       01  WS-MAX-STATUS-ENTRIES     PIC 9(04) COMP VALUE 1000.
       01  WS-STATUS-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-STATUS-TABLE.
           05 WS-STATUS-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-STATUS-COUNT
                 INDEXED BY ST-IDX.
              10 WS-ST-RIDE-ID       PIC X(06).
              10 WS-ST-CODE          PIC X(01).
              10 WS-ST-STAMP         PIC 9(12).

       01  WS-DAY-MINUTES            PIC 9(04) COMP.
       01  WS-SLOT-MINUTE            PIC 9(04) COMP.
       01  WS-SLOT-HOUR              PIC 9(02).
       01  WS-SLOT-MIN               PIC 9(02).
       01  WS-SLOT-TIME              PIC 9(04).
       01  WS-SLOT-STAMP             PIC 9(12).
       01  WS-BEST-STAMP             PIC 9(12).
       01  WS-SLOT-STATUS            PIC X(01).
           88 SLOT-CLOSED-WEATHER    VALUE 'W'.
       01  WS-WEATHER-RIDES          PIC 9(03) COMP.
       01  WS-WEATHER-MAJORS         PIC 9(03) COMP.
       01  WS-CLOSED-MINUTES         PIC 9(04) COMP VALUE ZERO.
       01  WS-CLOSURE-START          PIC 9(04) VALUE ZERO.
       01  WS-NEXT-DATE              PIC 9(08).
       01  WS-DATE-INT               PIC S9(09) COMP.

       01  WS-VOUCHER-ID.
           05 FILLER                 PIC X(01) VALUE 'R'.
           05 WS-VID-MMDD            PIC 9(04).
           05 WS-VID-SEQ             PIC 9(05).

       01  WS-ISSUED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-AT-RISK-TOTAL          PIC 9(07)V99 VALUE ZERO.

       01  WS-REPORT-LINE            PIC X(70).
       01  WS-COUNT-ED               PIC ZZZZ9.
       01  WS-COUNT-ED2              PIC ZZZZ9.
       01  WS-AMOUNT-ED              PIC ZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MEASURE-CLOSURE THRU 2000-EXIT.
           PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
           IF CLOSURE-QUALIFIES THEN
              PERFORM 3000-ISSUE-RAIN-CHECKS THRU 3000-EXIT
           END-IF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.

           MOVE ZERO TO CYC-RETURN-CODE.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           MOVE CYC-RUN-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           MOVE PCL-OPEN-HOUR  TO WS-OPEN-HOUR.
           MOVE PCL-CLOSE-HOUR TO WS-CLOSE-HOUR.

           OPEN INPUT RAIN-CHECK-PARM.
           IF WS-RAIN-PARM-STATUS = '00' THEN
              READ RAIN-CHECK-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RNP-MAJOR-CAPACITY  TO WS-MAJOR-CAPACITY
                    MOVE RNP-MAJOR-THRESHOLD TO WS-MAJOR-THRESHOLD
                    MOVE RNP-MIN-PCT         TO WS-MIN-PCT
              END-READ
              CLOSE RAIN-CHECK-PARM
           END-IF.

           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-RIDE THRU 1100-EXIT
                  UNTIL END-OF-RIDES
                     OR WS-RIDE-COUNT >= WS-MAX-RIDES
              CLOSE RIDE-MASTER
           END-IF.

           OPEN INPUT RIDE-STATUS-FILE.
           IF WS-RIDE-STATUS-STATUS = '00' THEN
              PERFORM 1200-LOAD-ONE-STATUS THRU 1200-EXIT
                  UNTIL END-OF-RIDE-STATUS
                     OR WS-STATUS-COUNT >= WS-MAX-STATUS-ENTRIES
              CLOSE RIDE-STATUS-FILE
           END-IF.

           COMPUTE WS-DAY-MINUTES =
               (WS-CLOSE-HOUR - WS-OPEN-HOUR) * 60.
       1000-EXIT.
           EXIT.

       1100-LOAD-RIDE.
           READ RIDE-MASTER
              AT END SET END-OF-RIDES TO TRUE
           END-READ.
           IF NOT END-OF-RIDES THEN
              ADD 1 TO WS-RIDE-COUNT
              MOVE RM-RIDE-ID TO WS-RIDE-ID(WS-RIDE-COUNT)
              MOVE 'N' TO WS-RIDE-MAJOR-SW(WS-RIDE-COUNT)
              IF RM-HOURLY-CAPACITY >= WS-MAJOR-CAPACITY THEN
                 MOVE 'Y' TO WS-RIDE-MAJOR-SW(WS-RIDE-COUNT)
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-STATUS.
           READ RIDE-STATUS-FILE
              AT END SET END-OF-RIDE-STATUS TO TRUE
           END-READ.
           IF NOT END-OF-RIDE-STATUS THEN
              ADD 1 TO WS-STATUS-COUNT
              MOVE RS-RIDE-ID TO WS-ST-RIDE-ID(WS-STATUS-COUNT)
              MOVE RS-STATUS-CODE TO WS-ST-CODE(WS-STATUS-COUNT)
              COMPUTE WS-ST-STAMP(WS-STATUS-COUNT) =
                  RS-EFF-DATE * 10000 + RS-EFF-TIME
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE OPERATING DAY IN FIVE-MINUTE SLOTS. A SLOT IS
      * A WEATHER-CLOSURE SLOT WHEN EVERY RIDE IS CLOSED
      * 'W' (THE PARK IS SHUT) OR WHEN THE THRESHOLD
      * NUMBER OF MAJOR RIDES ARE. THE FIRST SUCH SLOT IS
      * THE CLOSURE START THE ADMISSIONS ARE CUT AT.
      *-------------------------------------------------
       2000-MEASURE-CLOSURE.
           IF WS-RIDE-COUNT = ZERO OR WS-DAY-MINUTES = ZERO THEN
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHECK-SLOT THRU 2100-EXIT
               VARYING WS-SLOT-MINUTE FROM 0 BY 5
               UNTIL WS-SLOT-MINUTE >= WS-DAY-MINUTES.
           IF CLOSURE-STARTED
              AND WS-CLOSED-MINUTES * 100
                  >= WS-DAY-MINUTES * WS-MIN-PCT THEN
              SET CLOSURE-QUALIFIES TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-SLOT.
           DIVIDE WS-SLOT-MINUTE BY 60 GIVING WS-SLOT-HOUR
               REMAINDER WS-SLOT-MIN.
           ADD WS-OPEN-HOUR TO WS-SLOT-HOUR.
           COMPUTE WS-SLOT-TIME = WS-SLOT-HOUR * 100 + WS-SLOT-MIN.
           COMPUTE WS-SLOT-STAMP = CYC-RUN-DATE * 10000
               + WS-SLOT-TIME.
           MOVE ZERO TO WS-WEATHER-RIDES.
           MOVE ZERO TO WS-WEATHER-MAJORS.
           PERFORM 2200-CHECK-RIDE-SLOT THRU 2200-EXIT
               VARYING RD-IDX FROM 1 BY 1
               UNTIL RD-IDX > WS-RIDE-COUNT.
           IF WS-WEATHER-RIDES = WS-RIDE-COUNT
              OR WS-WEATHER-MAJORS >= WS-MAJOR-THRESHOLD THEN
              ADD 5 TO WS-CLOSED-MINUTES
              IF NOT CLOSURE-STARTED THEN
                 SET CLOSURE-STARTED TO TRUE
                 MOVE WS-SLOT-TIME TO WS-CLOSURE-START
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-RIDE-SLOT.
           MOVE 'O' TO WS-SLOT-STATUS.
           MOVE ZERO TO WS-BEST-STAMP.
           PERFORM 2210-SCAN-STATUS-ENTRY THRU 2210-EXIT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STATUS-COUNT.
           IF SLOT-CLOSED-WEATHER THEN
              ADD 1 TO WS-WEATHER-RIDES
              IF RIDE-IS-MAJOR(RD-IDX) THEN
                 ADD 1 TO WS-WEATHER-MAJORS
              END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-STATUS-ENTRY.
           IF WS-ST-RIDE-ID(ST-IDX) = WS-RIDE-ID(RD-IDX)
              AND WS-ST-STAMP(ST-IDX) NOT > WS-SLOT-STAMP
              AND WS-ST-STAMP(ST-IDX) >= WS-BEST-STAMP THEN
              MOVE WS-ST-STAMP(ST-IDX) TO WS-BEST-STAMP
              MOVE WS-ST-CODE(ST-IDX)  TO WS-SLOT-STATUS
           END-IF.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NEW PRESALE VOUCHER MASTER WAS WRITTEN BY
      * GATECONSOLIDATE EARLIER IN THE CYCLE AND IS STILL
      * ALLOCATED, SO THE RAIN CHECKS ARE ADDED TO ITS
      * END. WITH NO PRESALES ON FILE TODAY THERE IS NO
      * MASTER YET (STATUS 35) AND ONE IS STARTED HERE.
      *-------------------------------------------------
       3000-ISSUE-RAIN-CHECKS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CYC-RUN-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-NEXT-DATE.
           MOVE CYC-RUN-DATE(5:4) TO WS-VID-MMDD.

           OPEN EXTEND PRESALE-VOUCHERS-OUT.
           IF WS-PRESALE-OUT-STATUS = '35' THEN
              OPEN OUTPUT PRESALE-VOUCHERS-OUT
           END-IF.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
           OPEN INPUT ARRIVALS-CLASSIFIED.
           IF WS-ARR-CLSFD-STATUS NOT = '00' THEN
              SET END-OF-ARRIVALS TO TRUE
           END-IF.
           PERFORM 3100-CHECK-ARRIVAL THRU 3100-EXIT
               UNTIL END-OF-ARRIVALS.
           IF WS-ARR-CLSFD-STATUS = '00' OR '10' THEN
              CLOSE ARRIVALS-CLASSIFIED
           END-IF.
           CLOSE PRESALE-VOUCHERS-OUT.
           CLOSE NOTIFICATION-QUEUE.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * PRESOLD, PARTNER AND FREE ADMISSIONS CARRY A ZERO
      * AC-PRICE - NOTHING WAS PAID AT THE GATE, SO NO
      * RAIN CHECK. VISITORS WHO CAME IN ONCE THE CLOSURE
      * HAD BEGUN KNEW THE WEATHER WHEN THEY PAID.
      *-------------------------------------------------
       3100-CHECK-ARRIVAL.
           READ ARRIVALS-CLASSIFIED
              AT END
                 SET END-OF-ARRIVALS TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           IF ARRIVAL-CLASSIFIED-RECORD(1:3) = 'HDR'
              OR ARRIVAL-CLASSIFIED-RECORD(1:3) = 'TRL' THEN
              GO TO 3100-EXIT
           END-IF.
           IF AC-PRICE = ZERO
              OR AC-ARRIVAL-TIME NOT < WS-CLOSURE-START THEN
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-ISSUED-COUNT.
           MOVE WS-ISSUED-COUNT TO WS-VID-SEQ.
           MOVE SPACES          TO PRESALE-VOUCHER-OUT-RECORD.
           MOVE WS-VOUCHER-ID   TO PVO-VOUCHER-ID.
           MOVE AC-VISITOR-ID   TO PVO-VISITOR-ID.
           MOVE CYC-RUN-DATE    TO PVO-SALE-DATE.
           MOVE WS-NEXT-DATE    TO PVO-VISIT-DATE.
           MOVE AC-PRICE        TO PVO-AMOUNT-PAID.
           MOVE 'N'             TO PVO-REDEEMED-FLAG.
           WRITE PRESALE-VOUCHER-OUT-RECORD.
           ADD AC-PRICE TO WS-AT-RISK-TOTAL.

           MOVE AC-PRICE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-VOUCHER-ID ' ' AC-VISITOR-ID ' '
               AC-VISITOR-NOM ' ' AC-ARRIVAL-TIME ' '
               AC-GATE-ID ' ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RAIN-CHECK-REPORT-RECORD.
           WRITE RAIN-CHECK-REPORT-RECORD.

           IF AC-VISITOR-ID NOT = SPACES THEN
              MOVE SPACES          TO NOTIFICATION-QUEUE-RECORD
              MOVE CYC-RUN-DATE    TO NQ-QUEUED-DATE
              MOVE 'RAINCHK'       TO NQ-SOURCE
              SET NQ-GUEST         TO TRUE
              MOVE AC-VISITOR-ID   TO NQ-RECIPIENT-ID
              MOVE 'RAINCHK'       TO NQ-TEMPLATE-CODE
              MOVE WS-VOUCHER-ID   TO NQ-VARIABLE(1)
              MOVE WS-NEXT-DATE    TO NQ-VARIABLE(2)
              MOVE WS-AMOUNT-ED    TO NQ-VARIABLE(3)
              WRITE NOTIFICATION-QUEUE-RECORD
           END-IF.
       3100-EXIT.
           EXIT.

       7000-PRINT-HEADINGS.
           OPEN OUTPUT RAIN-CHECK-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RAIN CHECKS  BUSINESS DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RAIN-CHECK-REPORT-RECORD.
           WRITE RAIN-CHECK-REPORT-RECORD.

           MOVE WS-CLOSED-MINUTES TO WS-COUNT-ED.
           MOVE WS-DAY-MINUTES    TO WS-COUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WEATHER CLOSURE MINUTES ' WS-COUNT-ED
               ' OF ' WS-COUNT-ED2 '  FROM ' WS-CLOSURE-START
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RAIN-CHECK-REPORT-RECORD.
           WRITE RAIN-CHECK-REPORT-RECORD.

           IF CLOSURE-QUALIFIES THEN
              MOVE 'VOUCHER    VISITOR    NAME                 TIME'
                  TO WS-REPORT-LINE
              MOVE ' GT      AMOUNT' TO WS-REPORT-LINE(48:15)
           ELSE
              MOVE 'CLOSURE BELOW THRESHOLD - NO RAIN CHECKS ISSUED'
                  TO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO RAIN-CHECK-REPORT-RECORD.
           WRITE RAIN-CHECK-REPORT-RECORD.
       7000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE WS-ISSUED-COUNT  TO WS-COUNT-ED.
           MOVE WS-AT-RISK-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RAIN CHECKS ISSUED ' WS-COUNT-ED
               '   REVENUE AT RISK ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RAIN-CHECK-REPORT-RECORD.
           WRITE RAIN-CHECK-REPORT-RECORD.
           CLOSE RAIN-CHECK-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'RAINCHECK'      TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF CLOSURE-QUALIFIES THEN
              MOVE WS-ISSUED-COUNT TO WS-COUNT-ED
              STRING 'RAIN CHECKS ISSUED ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO CLR-MESSAGE
           ELSE
              MOVE 'NO QUALIFYING WEATHER CLOSURE' TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
