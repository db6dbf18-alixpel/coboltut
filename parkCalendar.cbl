      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ParkCalendar.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. THE ONE PLACE THE PARK'S
      *               OPERATING HOURS FOR A DATE ARE WORKED
      *               OUT (SHARED PCALPARM AREA, SIGNPARM'S
      *               PATTERN), REPLACING THE SINGLE PARKHRS
      *               RECORD EVERY PROGRAM USED TO READ FOR
      *               EVERY DAY OF THE YEAR. THE DATED
      *               CALENDAR (PARKCAL, PARKCFD LAYOUT) IS
      *               LOADED ON THE FIRST CALL AND KEPT. A
      *               DATE ON FILE TAKES ITS OWN STATUS AND
      *               TIMES; ANY OTHER DATE TAKES THE
      *               STANDING LINE DATED ZERO, AND WITH NO
      *               STANDING LINE THE PARK IS OPEN 0800 TO
      *               2000 AS PARKHRS DEFAULTED. AN EVENT ON
      *               THE DATE OPENS THE PARK FOR THE EVENT
      *               EVEN ON A CLOSED DAY, OR STRETCHES AN
      *               OPEN DAY TO COVER IT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARK-CALENDAR ASSIGN TO "PARKCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARK-CAL-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  PARK-CALENDAR.
           COPY "parkcfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARK-CAL-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05 WS-LOADED-SW          PIC X(01) VALUE 'N'.
              88 TABLE-LOADED       VALUE 'Y'.
           05 WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-CALENDAR    VALUE 'Y'.
           05 WS-DATE-FOUND-SW      PIC X(01).
              88 DATE-FOUND         VALUE 'Y'.
           05 WS-SEARCH-DONE-SW     PIC X(01).
              88 SEARCH-DONE        VALUE 'Y'.

      *-------------------------------------------------
      * STANDING HOURS FOR A DATE NOT ON THE CALENDAR -
      * REPLACED BY THE LINE DATED ZERO WHEN THERE IS ONE.
      *-------------------------------------------------
       01  WS-STANDING-DAY.
           05 WS-STD-STATUS         PIC X(01) VALUE 'O'.
           05 WS-STD-OPEN-TIME      PIC 9(04) VALUE 0800.
           05 WS-STD-CLOSE-TIME     PIC 9(04) VALUE 2000.

       01  WS-DAY-STATUS            PIC X(01).
           88 DAY-CLOSED            VALUE 'C'.
       01  WS-DAY-OPEN-TIME         PIC 9(04).
       01  WS-DAY-CLOSE-TIME        PIC 9(04).
       01  WS-EVENT-NAME            PIC X(20).
       01  WS-EVENT-OPEN-TIME       PIC 9(04).
       01  WS-EVENT-CLOSE-TIME      PIC 9(04).
       01  WS-CLOSE-MINUTES         PIC 9(02).

       01  WS-MAX-DATES             PIC 9(04) COMP VALUE 1500.
       01  WS-DATE-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-CALENDAR-TABLE.
           05 WS-CAL-ENTRY OCCURS 1 TO 1500 TIMES
                 DEPENDING ON WS-DATE-COUNT
                 INDEXED BY CAL-IDX.
              10 WS-CAL-DATE        PIC 9(08).
              10 WS-CAL-STATUS      PIC X(01).
              10 WS-CAL-OPEN-TIME   PIC 9(04).
              10 WS-CAL-CLOSE-TIME  PIC 9(04).
              10 WS-CAL-EVENT-NAME  PIC X(20).
              10 WS-CAL-EVENT-OPEN  PIC 9(04).
              10 WS-CAL-EVENT-CLOSE PIC 9(04).

       LINKAGE SECTION.
           COPY "pcalparm.cpy".

      ***************************
       PROCEDURE DIVISION USING PCL-PARM-AREA.
      ***************************
       0000-MAINLINE.
           IF NOT TABLE-LOADED THEN
              PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
           END-IF.
           PERFORM 2000-LOOKUP-DATE THRU 2000-EXIT.
           GOBACK.

       1000-LOAD-CALENDAR.
           OPEN INPUT PARK-CALENDAR.
           IF WS-PARK-CAL-STATUS = '00' THEN
              PERFORM 1100-LOAD-ONE-DATE THRU 1100-EXIT
                  UNTIL END-OF-CALENDAR
                     OR WS-DATE-COUNT >= WS-MAX-DATES
              CLOSE PARK-CALENDAR
           END-IF.
           SET TABLE-LOADED TO TRUE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-DATE.
           READ PARK-CALENDAR
              AT END SET END-OF-CALENDAR TO TRUE
           END-READ.
           IF END-OF-CALENDAR THEN
              GO TO 1100-EXIT
           END-IF.
           IF PC-CAL-DATE = ZERO THEN
              MOVE PC-DAY-STATUS   TO WS-STD-STATUS
              MOVE PC-OPEN-TIME    TO WS-STD-OPEN-TIME
              MOVE PC-CLOSE-TIME   TO WS-STD-CLOSE-TIME
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-DATE-COUNT.
           MOVE PC-CAL-DATE    TO WS-CAL-DATE(WS-DATE-COUNT).
           MOVE PC-DAY-STATUS  TO WS-CAL-STATUS(WS-DATE-COUNT).
           MOVE PC-OPEN-TIME   TO WS-CAL-OPEN-TIME(WS-DATE-COUNT).
           MOVE PC-CLOSE-TIME  TO WS-CAL-CLOSE-TIME(WS-DATE-COUNT).
           MOVE PC-EVENT-NAME  TO WS-CAL-EVENT-NAME(WS-DATE-COUNT).
           MOVE PC-EVENT-OPEN-TIME
               TO WS-CAL-EVENT-OPEN(WS-DATE-COUNT).
           MOVE PC-EVENT-CLOSE-TIME
               TO WS-CAL-EVENT-CLOSE(WS-DATE-COUNT).
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CALENDAR IS IN DATE ORDER, SO THE SEARCH
      * STOPS AT THE FIRST LINE PAST THE DATE WANTED.
      *-------------------------------------------------
       2000-LOOKUP-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SW.
           MOVE 'N' TO WS-SEARCH-DONE-SW.
           SET CAL-IDX TO 1.
           PERFORM 2100-COMPARE-DATE THRU 2100-EXIT
               UNTIL CAL-IDX > WS-DATE-COUNT OR SEARCH-DONE.

           IF DATE-FOUND THEN
              MOVE WS-CAL-STATUS(CAL-IDX)      TO WS-DAY-STATUS
              MOVE WS-CAL-OPEN-TIME(CAL-IDX)   TO WS-DAY-OPEN-TIME
              MOVE WS-CAL-CLOSE-TIME(CAL-IDX)  TO WS-DAY-CLOSE-TIME
              MOVE WS-CAL-EVENT-NAME(CAL-IDX)  TO WS-EVENT-NAME
              MOVE WS-CAL-EVENT-OPEN(CAL-IDX)  TO WS-EVENT-OPEN-TIME
              MOVE WS-CAL-EVENT-CLOSE(CAL-IDX) TO WS-EVENT-CLOSE-TIME
           ELSE
              MOVE WS-STD-STATUS     TO WS-DAY-STATUS
              MOVE WS-STD-OPEN-TIME  TO WS-DAY-OPEN-TIME
              MOVE WS-STD-CLOSE-TIME TO WS-DAY-CLOSE-TIME
              MOVE SPACES            TO WS-EVENT-NAME
              MOVE ZERO              TO WS-EVENT-OPEN-TIME
              MOVE ZERO              TO WS-EVENT-CLOSE-TIME
           END-IF.

           MOVE WS-EVENT-NAME TO PCL-EVENT-NAME.
           EVALUATE TRUE
              WHEN WS-EVENT-NAME NOT = SPACES
               AND WS-EVENT-CLOSE-TIME > WS-EVENT-OPEN-TIME
                 PERFORM 2200-APPLY-EVENT THRU 2200-EXIT
              WHEN DAY-CLOSED
                 SET PCL-PARK-CLOSED TO TRUE
                 MOVE ZERO TO PCL-OPEN-TIME
                 MOVE ZERO TO PCL-CLOSE-TIME
              WHEN OTHER
                 MOVE 'O' TO PCL-DAY-STATUS
                 MOVE WS-DAY-OPEN-TIME  TO PCL-OPEN-TIME
                 MOVE WS-DAY-CLOSE-TIME TO PCL-CLOSE-TIME
           END-EVALUATE.

           IF PCL-PARK-CLOSED THEN
              MOVE ZERO TO PCL-OPEN-HOUR
              MOVE ZERO TO PCL-CLOSE-HOUR
           ELSE
              DIVIDE PCL-OPEN-TIME BY 100 GIVING PCL-OPEN-HOUR
              DIVIDE PCL-CLOSE-TIME BY 100 GIVING PCL-CLOSE-HOUR
                  REMAINDER WS-CLOSE-MINUTES
              IF WS-CLOSE-MINUTES > ZERO THEN
                 ADD 1 TO PCL-CLOSE-HOUR
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COMPARE-DATE.
           EVALUATE TRUE
              WHEN WS-CAL-DATE(CAL-IDX) = PCL-DATE
                 SET DATE-FOUND TO TRUE
                 SET SEARCH-DONE TO TRUE
              WHEN WS-CAL-DATE(CAL-IDX) > PCL-DATE
                 SET SEARCH-DONE TO TRUE
              WHEN OTHER
                 SET CAL-IDX UP BY 1
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN EVENT OPENS A CLOSED DAY FOR THE EVENT WINDOW
      * ONLY; ON AN OPEN DAY THE PARK OPENS AT THE EARLIER
      * OF THE TWO OPENINGS AND CLOSES AT THE LATER OF THE
      * TWO CLOSINGS.
      *-------------------------------------------------
       2200-APPLY-EVENT.
           SET PCL-EVENT-DAY TO TRUE.
           IF DAY-CLOSED THEN
              MOVE WS-EVENT-OPEN-TIME  TO PCL-OPEN-TIME
              MOVE WS-EVENT-CLOSE-TIME TO PCL-CLOSE-TIME
              GO TO 2200-EXIT
           END-IF.
           MOVE WS-DAY-OPEN-TIME  TO PCL-OPEN-TIME.
           MOVE WS-DAY-CLOSE-TIME TO PCL-CLOSE-TIME.
           IF WS-EVENT-OPEN-TIME < PCL-OPEN-TIME THEN
              MOVE WS-EVENT-OPEN-TIME TO PCL-OPEN-TIME
           END-IF.
           IF WS-EVENT-CLOSE-TIME > PCL-CLOSE-TIME THEN
              MOVE WS-EVENT-CLOSE-TIME TO PCL-CLOSE-TIME
           END-IF.
       2200-EXIT.
           EXIT.
