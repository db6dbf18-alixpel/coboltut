      *               OR REFUSED WITH A REASON ON THE ISSUE
      *               REPORT ONCE AN HOUR IS FULL. ANY
      *               REFUSAL RETURNS CODE 4.
      * 15/10/26  AP  RETURN-TIME BOARDING SLOTS FOR GUESTS
      *               REGISTERED FOR ACCESSIBILITY. A REQUEST
      *               CARRYING THE GUEST'S MEMBERSHIP ID IS
      *               CHECKED ON CUSTOMER-MASTER (FLAG Y,
      *               REVIEW DATE NOT PASSED) AND ISSUED FROM
      *               THE SAME RM-HOURLY-CAPACITY POOL, ABLE
      *               TO DRAW PAST THE RESERVED SHARE UP TO
      *               THE FULL RATED CAPACITY SO THE GUEST
      *               NEVER QUEUES. UNREGISTERED REQUESTS ARE
      *               REFUSED 'ACCESS NOT VALID'.
      * 15/10/26  AP  A SLOT HOUR OUTSIDE THE DAY'S OPERATING
      *               HOURS ON THE PARK CALENDAR (PARKCALENDAR)
      *               - OR ANY HOUR OF A DAY THE CALENDAR HAS
      *               CLOSED - IS REFUSED 'PARK CLOSED THEN'
      *               INSTEAD OF BEING ISSUED.
      * 15/10/26  AP  AN ACCESSIBILITY RETURN-TIME SLOT IS
      *               CONFIRMED TO THE MEMBER THROUGH THE
      *               NOTIFICATION QUEUE (TEMPLATE RIDESLOT)
      *               FOR NOTIFYDISPATCH TO SEND.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESV-REPORT-STATUS.

           COPY "custmsel.cpy".
           COPY "ntfqsel.cpy".

      **************************
       DATA DIVISION.
      **************************
           05 RQ-RIDE-ID             PIC X(06).
           05 RQ-VISITOR-ID          PIC X(06).
           05 RQ-SLOT-HOUR           PIC 9(02).
           05 RQ-ACCESS-MEMBER-ID    PIC X(10).

       FD  SLOT-SPLIT-PARM.
       01  SLOT-SPLIT-PARM-RECORD.
       FD  RESERVATION-REPORT.
       01  RESERVATION-REPORT-RECORD PIC X(60).

           COPY "custmfd.cpy".
           COPY "ntfqfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RIDE-MASTER-STATUS     PIC X(02).
       01  WS-RESV-REQUEST-STATUS    PIC X(02).
       01  WS-SLOT-PARM-STATUS       PIC X(02).
       01  WS-RESERVATIONS-STATUS    PIC X(02).
       01  WS-RESV-REPORT-STATUS     PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-RIDE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-REQUESTS     VALUE 'Y'.
           05 WS-RIDE-FOUND-SW       PIC X(01).
              88 RIDE-FOUND          VALUE 'Y'.
           05 WS-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
              88 MASTER-OPEN         VALUE 'Y'.
           05 WS-ACCESS-VALID-SW     PIC X(01).
              88 ACCESS-REGISTRATION-VALID VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(08).

           COPY "pcalparm.cpy".

       01  WS-RESERVE-PCT            PIC 9(02) VALUE 70.

              10 WS-RIDE-ID          PIC X(06).
              10 WS-RIDE-NOM         PIC X(20).
              10 WS-RIDE-SLOTS-HOUR  PIC 9(05) COMP.
              10 WS-RIDE-RATED-HOUR  PIC 9(05) COMP.
              10 WS-RIDE-HOUR-ENTRY OCCURS 24 TIMES.
                 15 WS-HOUR-ISSUED   PIC 9(05) COMP.

       01  WS-HOUR-SUB               PIC 9(02) COMP.
       01  WS-ISSUED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-ACCESS-ISSUED-COUNT    PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE            PIC X(60).
       01  WS-COUNT-ED               PIC ZZZZ9.
      * NO FILE 70 PERCENT OF EVERY HOUR IS RESERVABLE.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET MASTER-OPEN TO TRUE
           END-IF.

           OPEN INPUT SLOT-SPLIT-PARM.
           IF WS-SLOT-PARM-STATUS = '00' THEN
              READ SLOT-SPLIT-PARM
           END-IF.

           OPEN OUTPUT RIDE-RESERVATIONS.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
           OPEN OUTPUT RESERVATION-REPORT.
           MOVE 'VIRTUAL QUEUE - RESERVATION ISSUE'
               TO RESERVATION-REPORT-RECORD.
              MOVE RM-RIDE-NOM TO WS-RIDE-NOM(WS-RIDE-COUNT)
              COMPUTE WS-RIDE-SLOTS-HOUR(WS-RIDE-COUNT) =
                  RM-HOURLY-CAPACITY * WS-RESERVE-PCT / 100
              MOVE RM-HOURLY-CAPACITY
                  TO WS-RIDE-RATED-HOUR(WS-RIDE-COUNT)
              PERFORM 1110-ZERO-HOUR THRU 1110-EXIT
                  VARYING WS-HOUR-SUB FROM 1 BY 1
                  UNTIL WS-HOUR-SUB > 24
              WHEN RQ-SLOT-HOUR > 23
                 MOVE 'INVALID SLOT HOUR' TO WS-REPORT-LINE
                 PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
              WHEN PCL-PARK-CLOSED
                OR RQ-SLOT-HOUR < PCL-OPEN-HOUR
                OR RQ-SLOT-HOUR NOT < PCL-CLOSE-HOUR
                 MOVE 'PARK CLOSED THEN' TO WS-REPORT-LINE
                 PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
              WHEN RQ-ACCESS-MEMBER-ID NOT = SPACES
                 PERFORM 2500-ACCESS-SLOT THRU 2500-EXIT
              WHEN OTHER
                 COMPUTE WS-HOUR-SUB = RQ-SLOT-HOUR + 1
                 IF WS-HOUR-ISSUED(RD-IDX, WS-HOUR-SUB)
       2110-EXIT.
           EXIT.

      *-------------------------------------------------
      * RETURN-TIME BOARDING SLOT FOR A GUEST REGISTERED
      * FOR ACCESSIBILITY (MEMBERSHIP ID ON THE REQUEST),
      * SO THEY DO NOT STAND IN THE PHYSICAL QUEUE. THE
      * SLOT COMES FROM THE SAME HOURLY POOL AS EVERY
      * OTHER RESERVATION BUT MAY DRAW PAST THE RESERVED
      * SHARE INTO THE WALK-UP SLACK, UP TO THE FULL
      * RATED CAPACITY - MANEGE SEES IT AS AN ORDINARY
      * RESERVATION AND TAKES IT OFF THE SLACK. AN
      * UNREGISTERED OR LAPSED REGISTRATION IS REFUSED.
      *-------------------------------------------------
       2500-ACCESS-SLOT.
           MOVE 'N' TO WS-ACCESS-VALID-SW.
           IF MASTER-OPEN THEN
              MOVE RQ-ACCESS-MEMBER-ID TO CUM-VISITOR-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUM-ACCESS-REGISTERED
                       AND CUM-ACCESS-REVIEW-DATE >= WS-RUN-DATE
                       THEN
                       SET ACCESS-REGISTRATION-VALID TO TRUE
                    END-IF
              END-READ
           END-IF.

           IF NOT ACCESS-REGISTRATION-VALID THEN
              MOVE 'ACCESS NOT VALID' TO WS-REPORT-LINE
              PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
              GO TO 2500-EXIT
           END-IF.

           COMPUTE WS-HOUR-SUB = RQ-SLOT-HOUR + 1.
           IF WS-HOUR-ISSUED(RD-IDX, WS-HOUR-SUB)
              >= WS-RIDE-RATED-HOUR(RD-IDX) THEN
              MOVE 'HOUR FULLY BOOKED' TO WS-REPORT-LINE
              PERFORM 8200-WRITE-REFUSAL THRU 8200-EXIT
              GO TO 2500-EXIT
           END-IF.

           PERFORM 3000-ISSUE-RESERVATION THRU 3000-EXIT.
           ADD 1 TO WS-ACCESS-ISSUED-COUNT.

           MOVE SPACES              TO NOTIFICATION-QUEUE-RECORD.
           MOVE WS-RUN-DATE         TO NQ-QUEUED-DATE.
           MOVE 'RIDERESV'          TO NQ-SOURCE.
           SET NQ-GUEST             TO TRUE.
           MOVE RQ-ACCESS-MEMBER-ID TO NQ-RECIPIENT-ID.
           MOVE 'RIDESLOT'          TO NQ-TEMPLATE-CODE.
           MOVE WS-RIDE-NOM(RD-IDX) TO NQ-VARIABLE(1).
           MOVE WS-RUN-DATE         TO NQ-VARIABLE(2).
           MOVE RQ-SLOT-HOUR        TO NQ-VARIABLE(3).
           WRITE NOTIFICATION-QUEUE-RECORD.
       2500-EXIT.
           EXIT.

       3000-ISSUE-RESERVATION.
           ADD 1 TO WS-HOUR-ISSUED(RD-IDX, WS-HOUR-SUB).
           ADD 1 TO WS-ISSUED-COUNT.
           IF WS-RESV-REQUEST-STATUS = '00' THEN
              CLOSE RESERVATION-REQUESTS
           END-IF.
           IF MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE RIDE-RESERVATIONS.
           CLOSE NOTIFICATION-QUEUE.
       8000-EXIT.
           EXIT.

           MOVE WS-REPORT-LINE TO RESERVATION-REPORT-RECORD.
           WRITE RESERVATION-REPORT-RECORD.

           MOVE WS-ACCESS-ISSUED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OF WHICH ACCESSIBILITY SLOTS ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RESERVATION-REPORT-RECORD.
           WRITE RESERVATION-REPORT-RECORD.

           CLOSE RESERVATION-REPORT.
       8100-EXIT.
           EXIT.
