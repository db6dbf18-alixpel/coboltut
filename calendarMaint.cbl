      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CalendarMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MAINTENANCE OF THE PARK
      *               OPERATING CALENDAR (PARKCAL, PARKCFD
      *               LAYOUT) - CERTMAINT'S SHAPE,
      *               SUPERVISOR SIGN-ON ONLY. A SETS ONE
      *               DATE OPEN WITH ITS HOURS OR CLOSED. R
      *               SETS A RANGE OF DATES THE SAME WAY FOR
      *               THE WEEKDAYS PICKED (WINTER WEEKENDS,
      *               JULY LATE OPENINGS). E PUTS AN EVENT
      *               WITH ITS OWN HOURS ON A DATE, OR TAKES
      *               IT OFF. D DROPS A DATE BACK TO THE
      *               STANDING HOURS, WHICH F SETS. L LISTS
      *               THE CALENDAR FROM A DATE. EVERY CHANGE
      *               IS STAMPED WITH THE SIGNED-ON
      *               SUPERVISOR AND WRITTEN TO THE SHARED
      *               ACTIVITY-AUDIT FILE. THE FILE IS KEPT
      *               IN DATE ORDER AND REWRITTEN WHOLE AT
      *               EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARK-CALENDAR ASSIGN TO "PARKCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARK-CAL-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  PARK-CALENDAR.
           COPY "parkcfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARK-CAL-STATUS        PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-CAL-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-CALENDAR     VALUE 'Y'.
           05 WS-DATE-FOUND-SW       PIC X(01).
              88 DATE-FOUND          VALUE 'Y'.
           05 WS-SEARCH-DONE-SW      PIC X(01).
              88 SEARCH-DONE         VALUE 'Y'.
           05 WS-HOURS-OK-SW         PIC X(01).
              88 HOURS-OK            VALUE 'Y'.
           05 WS-TIME-OK-SW          PIC X(01).
              88 TIME-OK             VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 SET-DATE               VALUE 'A'.
           88 SET-RANGE              VALUE 'R'.
           88 SET-EVENT              VALUE 'E'.
           88 DROP-DATE              VALUE 'D'.
           88 SET-STANDING           VALUE 'F'.
           88 LIST-CALENDAR          VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-DATE-IN                PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YEAR           PIC 9(04).
           05 WS-DATE-MONTH          PIC 9(02).
           05 WS-DATE-DAY            PIC 9(02).
       01  WS-TIME-IN                PIC 9(04).
       01  WS-TIME-PARTS REDEFINES WS-TIME-IN.
           05 WS-TIME-HOUR           PIC 9(02).
           05 WS-TIME-MINUTE         PIC 9(02).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.

      *-------------------------------------------------
      * WHAT A FUNCTION IS ABOUT TO PUT ON A DATE.
      *-------------------------------------------------
       01  WS-CAL-DATE-IN            PIC 9(08).
       01  WS-STATUS-IN              PIC X(01).
           88 STATUS-OPEN            VALUE 'O'.
           88 STATUS-CLOSED          VALUE 'C'.
       01  WS-OPEN-TIME-IN           PIC 9(04).
       01  WS-CLOSE-TIME-IN          PIC 9(04).
       01  WS-EVENT-NAME-IN          PIC X(20).
       01  WS-EVENT-OPEN-IN          PIC 9(04).
       01  WS-EVENT-CLOSE-IN         PIC 9(04).

      *-------------------------------------------------
      * DATE RANGE AND WEEKDAY PICK FOR R - ONE Y OR N
      * PER DAY, MONDAY FIRST.
      *-------------------------------------------------
       01  WS-FROM-DATE              PIC 9(08).
       01  WS-TO-DATE                PIC 9(08).
       01  WS-FROM-DAY-NUMBER        PIC 9(08) COMP.
       01  WS-TO-DAY-NUMBER          PIC 9(08) COMP.
       01  WS-DAY-NUMBER             PIC 9(08) COMP.
       01  WS-DAY-WORK               PIC 9(08) COMP.
       01  WS-DAY-QUOTIENT           PIC 9(08) COMP.
       01  WS-WEEKDAY                PIC 9(01).
       01  WS-WEEKDAY-SUB            PIC 9(01) COMP.
       01  WS-MAX-RANGE-DAYS         PIC 9(03) COMP VALUE 400.
       01  WS-RANGE-DAYS-SET         PIC 9(03) COMP.
       01  WS-WEEKDAY-PICK           PIC X(07).
       01  WS-WEEKDAY-FLAGS REDEFINES WS-WEEKDAY-PICK.
           05 WS-WEEKDAY-FLAG        PIC X(01) OCCURS 7 TIMES.

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).
       01  WS-LIST-LABEL             PIC X(08).
       01  WS-LIST-COUNT             PIC 9(04) COMP.

       01  WS-INSERT-SUB             PIC 9(04) COMP.
       01  WS-SHIFT-SUB              PIC 9(04) COMP.
       01  WS-MAX-DATES              PIC 9(04) COMP VALUE 1500.
       01  WS-DATE-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-CALENDAR-TABLE.
           05 WS-CAL-ENTRY OCCURS 1 TO 1500 TIMES
                 DEPENDING ON WS-DATE-COUNT
                 INDEXED BY CAL-IDX.
              10 WS-CAL-RECORD       PIC X(59).
              10 WS-CAL-FIELDS REDEFINES WS-CAL-RECORD.
                 15 WS-CAL-DATE      PIC 9(08).
                 15 WS-CAL-STATUS    PIC X(01).
                 15 WS-CAL-OPEN-TIME PIC 9(04).
                 15 WS-CAL-CLOSE-TIME
                                     PIC 9(04).
                 15 WS-CAL-EVENT-NAME
                                     PIC X(20).
                 15 WS-CAL-EVENT-OPEN
                                     PIC 9(04).
                 15 WS-CAL-EVENT-CLOSE
                                     PIC 9(04).
                 15 WS-CAL-CHG-OPER  PIC X(06).
                 15 WS-CAL-CHG-DATE  PIC 9(08).
              10 WS-CAL-DROPPED-SW   PIC X(01).
                 88 CAL-DROPPED      VALUE 'Y'.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-CALENDAR THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY CHANGE THE
      * PARK'S OPENING HOURS. A CLERK SIGN-ON IS REFUSED
      * OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'CALENDARMNT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'CALENDAR MAINTENANCE REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARK-CALENDAR.
           IF WS-PARK-CAL-STATUS = '00' THEN
              PERFORM 1100-LOAD-DATE THRU 1100-EXIT
                  UNTIL END-OF-CALENDAR
                     OR WS-DATE-COUNT >= WS-MAX-DATES
              CLOSE PARK-CALENDAR
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-DATE.
           READ PARK-CALENDAR
              AT END SET END-OF-CALENDAR TO TRUE
           END-READ.
           IF NOT END-OF-CALENDAR THEN
              ADD 1 TO WS-DATE-COUNT
              MOVE PARK-CALENDAR-RECORD
                  TO WS-CAL-RECORD(WS-DATE-COUNT)
              MOVE 'N' TO WS-CAL-DROPPED-SW(WS-DATE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '--------- PARK OPERATING CALENDAR ---------'.
           DISPLAY 'A - SET A DATE        R - SET A DATE RANGE'.
           DISPLAY 'E - EVENT ON A DATE   D - DROP A DATE'.
           DISPLAY 'F - STANDING HOURS    L - LIST'.
           DISPLAY 'X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN SET-DATE
                 PERFORM 3000-SET-DATE THRU 3000-EXIT
              WHEN SET-RANGE
                 PERFORM 3100-SET-RANGE THRU 3100-EXIT
              WHEN SET-EVENT
                 PERFORM 3200-SET-EVENT THRU 3200-EXIT
              WHEN DROP-DATE
                 PERFORM 4000-DROP-DATE THRU 4000-EXIT
              WHEN SET-STANDING
                 PERFORM 3300-SET-STANDING THRU 3300-EXIT
              WHEN LIST-CALENDAR
                 PERFORM 5000-LIST-CALENDAR THRU 5000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DATE OPEN WITH ITS HOURS, OR CLOSED. AN EVENT
      * ALREADY ON THE DATE STAYS ON IT.
      *-------------------------------------------------
       3000-SET-DATE.
           DISPLAY 'DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           IF WS-DATE-IN = ZERO THEN
              DISPLAY 'INVALID DATE - NOT SET'
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-DATE-IN TO WS-CAL-DATE-IN.
           PERFORM 6000-LOCATE-DATE THRU 6000-EXIT.
           IF DATE-FOUND AND NOT CAL-DROPPED(CAL-IDX) THEN
              DISPLAY 'CURRENTLY ' WS-CAL-STATUS(CAL-IDX) ' '
                  WS-CAL-OPEN-TIME(CAL-IDX) '-'
                  WS-CAL-CLOSE-TIME(CAL-IDX)
           END-IF.
           PERFORM 6100-ACCEPT-HOURS THRU 6100-EXIT.
           IF NOT HOURS-OK THEN
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'SET ' WS-CAL-DATE-IN ' ' WS-STATUS-IN ' '
               WS-OPEN-TIME-IN '-' WS-CLOSE-TIME-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT SET'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 7000-APPLY-HOURS THRU 7000-EXIT.
           IF DATE-FOUND THEN
              DISPLAY 'DATE ' WS-CAL-DATE-IN ' SET'
           END-IF.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE SAME HOURS ON EVERY PICKED WEEKDAY FROM ONE
      * DATE TO ANOTHER - E.G. NNNNNYY FOR WEEKENDS ONLY.
      *-------------------------------------------------
       3100-SET-RANGE.
           DISPLAY 'FROM DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           MOVE WS-DATE-IN TO WS-FROM-DATE.
           DISPLAY 'TO DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           MOVE WS-DATE-IN TO WS-TO-DATE.
           IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
              OR WS-TO-DATE < WS-FROM-DATE THEN
              DISPLAY 'INVALID DATE RANGE - NOT SET'
              GO TO 3100-EXIT
           END-IF.
           COMPUTE WS-FROM-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-FROM-DAY-NUMBER = ZERO
              OR WS-TO-DAY-NUMBER = ZERO THEN
              DISPLAY 'INVALID DATE RANGE - NOT SET'
              GO TO 3100-EXIT
           END-IF.
           IF WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER
              >= WS-MAX-RANGE-DAYS THEN
              DISPLAY 'RANGE IS OVER ' WS-MAX-RANGE-DAYS
                  ' DAYS - NOT SET'
              GO TO 3100-EXIT
           END-IF.

           DISPLAY 'WEEKDAYS MTWTFSS (Y/N EACH, E.G. NNNNNYY) ?'.
           MOVE SPACES TO WS-WEEKDAY-PICK.
           ACCEPT WS-WEEKDAY-PICK.
           INSPECT WS-WEEKDAY-PICK REPLACING ALL SPACE BY 'N'.
           PERFORM 6100-ACCEPT-HOURS THRU 6100-EXIT.
           IF NOT HOURS-OK THEN
              GO TO 3100-EXIT
           END-IF.

           DISPLAY 'SET ' WS-FROM-DATE ' TO ' WS-TO-DATE ' '
               WS-WEEKDAY-PICK ' ' WS-STATUS-IN ' '
               WS-OPEN-TIME-IN '-' WS-CLOSE-TIME-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT SET'
              GO TO 3100-EXIT
           END-IF.

           MOVE ZERO TO WS-RANGE-DAYS-SET.
           PERFORM 3110-SET-RANGE-DAY THRU 3110-EXIT
               VARYING WS-DAY-NUMBER FROM WS-FROM-DAY-NUMBER BY 1
               UNTIL WS-DAY-NUMBER > WS-TO-DAY-NUMBER.
           DISPLAY WS-RANGE-DAYS-SET ' DATES SET'.
       3100-EXIT.
           EXIT.

       3110-SET-RANGE-DAY.
           COMPUTE WS-DAY-WORK = WS-DAY-NUMBER - 1.
           DIVIDE WS-DAY-WORK BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-WEEKDAY.
           COMPUTE WS-WEEKDAY-SUB = WS-WEEKDAY + 1.
           IF WS-WEEKDAY-FLAG(WS-WEEKDAY-SUB) NOT = 'Y' THEN
              GO TO 3110-EXIT
           END-IF.
           COMPUTE WS-CAL-DATE-IN =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           PERFORM 6000-LOCATE-DATE THRU 6000-EXIT.
           PERFORM 7000-APPLY-HOURS THRU 7000-EXIT.
           IF DATE-FOUND THEN
              ADD 1 TO WS-RANGE-DAYS-SET
           END-IF.
       3110-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN EVENT CARRIES ITS OWN HOURS - ON A CLOSED DATE
      * THE PARK OPENS FOR THE EVENT ONLY, ON AN OPEN DATE
      * THE DAY STRETCHES TO COVER IT. A BLANK NAME TAKES
      * THE EVENT OFF. A DATE NOT YET ON THE CALENDAR IS
      * ADDED WITH THE STANDING HOURS.
      *-------------------------------------------------
       3200-SET-EVENT.
           DISPLAY 'DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           IF WS-DATE-IN = ZERO THEN
              DISPLAY 'INVALID DATE - NO EVENT SET'
              GO TO 3200-EXIT
           END-IF.
           MOVE WS-DATE-IN TO WS-CAL-DATE-IN.
           PERFORM 6000-LOCATE-DATE THRU 6000-EXIT.
           IF DATE-FOUND AND NOT CAL-DROPPED(CAL-IDX)
              AND WS-CAL-EVENT-NAME(CAL-IDX) NOT = SPACES THEN
              DISPLAY 'CURRENT EVENT ' WS-CAL-EVENT-NAME(CAL-IDX)
                  ' ' WS-CAL-EVENT-OPEN(CAL-IDX) '-'
                  WS-CAL-EVENT-CLOSE(CAL-IDX)
           END-IF.

           DISPLAY 'EVENT NAME (BLANK TO TAKE OFF) ?'.
           MOVE SPACES TO WS-EVENT-NAME-IN.
           ACCEPT WS-EVENT-NAME-IN.
           MOVE ZERO TO WS-EVENT-OPEN-IN.
           MOVE ZERO TO WS-EVENT-CLOSE-IN.
           IF WS-EVENT-NAME-IN NOT = SPACES THEN
              DISPLAY 'EVENT OPENS (HHMM) ?'
              PERFORM 6300-ACCEPT-TIME THRU 6300-EXIT
              MOVE WS-TIME-IN TO WS-EVENT-OPEN-IN
              IF TIME-OK THEN
                 DISPLAY 'EVENT CLOSES (HHMM) ?'
                 PERFORM 6300-ACCEPT-TIME THRU 6300-EXIT
                 MOVE WS-TIME-IN TO WS-EVENT-CLOSE-IN
              END-IF
              IF NOT TIME-OK
                 OR WS-EVENT-CLOSE-IN NOT > WS-EVENT-OPEN-IN THEN
                 DISPLAY 'INVALID EVENT HOURS - NO EVENT SET'
                 GO TO 3200-EXIT
              END-IF
           END-IF.

           DISPLAY 'EVENT ON ' WS-CAL-DATE-IN ' '
               WS-EVENT-NAME-IN ' ' WS-EVENT-OPEN-IN '-'
               WS-EVENT-CLOSE-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NO EVENT SET'
              GO TO 3200-EXIT
           END-IF.

           IF NOT DATE-FOUND OR CAL-DROPPED(CAL-IDX) THEN
              PERFORM 6500-STANDING-HOURS THRU 6500-EXIT
              PERFORM 7000-APPLY-HOURS THRU 7000-EXIT
              IF NOT DATE-FOUND THEN
                 GO TO 3200-EXIT
              END-IF
           END-IF.
           MOVE WS-CAL-RECORD(CAL-IDX) TO WS-AUDIT-BEFORE.
           MOVE WS-EVENT-NAME-IN  TO WS-CAL-EVENT-NAME(CAL-IDX).
           MOVE WS-EVENT-OPEN-IN  TO WS-CAL-EVENT-OPEN(CAL-IDX).
           MOVE WS-EVENT-CLOSE-IN TO WS-CAL-EVENT-CLOSE(CAL-IDX).
           MOVE WS-SIGNON-ID      TO WS-CAL-CHG-OPER(CAL-IDX).
           MOVE WS-TODAY-DATE     TO WS-CAL-CHG-DATE(CAL-IDX).
           MOVE WS-CAL-RECORD(CAL-IDX) TO WS-AUDIT-AFTER.
           MOVE 'C' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'EVENT RECORDED'.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE STANDING HOURS ARE THE LINE DATED ZERO - WHAT
      * EVERY DATE NOT ON THE CALENDAR GETS.
      *-------------------------------------------------
       3300-SET-STANDING.
           MOVE ZERO TO WS-CAL-DATE-IN.
           PERFORM 6000-LOCATE-DATE THRU 6000-EXIT.
           IF DATE-FOUND AND NOT CAL-DROPPED(CAL-IDX) THEN
              DISPLAY 'STANDING ' WS-CAL-STATUS(CAL-IDX) ' '
                  WS-CAL-OPEN-TIME(CAL-IDX) '-'
                  WS-CAL-CLOSE-TIME(CAL-IDX)
           ELSE
              DISPLAY 'NO STANDING HOURS ON FILE - 0800-2000'
           END-IF.
           PERFORM 6100-ACCEPT-HOURS THRU 6100-EXIT.
           IF NOT HOURS-OK THEN
              GO TO 3300-EXIT
           END-IF.

           DISPLAY 'STANDING HOURS ' WS-STATUS-IN ' '
               WS-OPEN-TIME-IN '-' WS-CLOSE-TIME-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT SET'
              GO TO 3300-EXIT
           END-IF.
           PERFORM 7000-APPLY-HOURS THRU 7000-EXIT.
           IF DATE-FOUND THEN
              DISPLAY 'STANDING HOURS SET'
           END-IF.
       3300-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DROPPED DATE LEAVES THE FILE WHEN IT IS
      * REWRITTEN AND GOES BACK TO THE STANDING HOURS.
      *-------------------------------------------------
       4000-DROP-DATE.
           DISPLAY 'DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           MOVE WS-DATE-IN TO WS-CAL-DATE-IN.
           PERFORM 6000-LOCATE-DATE THRU 6000-EXIT.
           IF WS-CAL-DATE-IN = ZERO
              OR NOT DATE-FOUND OR CAL-DROPPED(CAL-IDX) THEN
              DISPLAY 'DATE ' WS-CAL-DATE-IN
                  ' IS NOT ON THE CALENDAR'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'DROP ' WS-CAL-DATE-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT DROPPED'
              GO TO 4000-EXIT
           END-IF.
           MOVE WS-CAL-RECORD(CAL-IDX) TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE 'D' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           SET CAL-DROPPED(CAL-IDX) TO TRUE.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'DATE DROPPED'.
       4000-EXIT.
           EXIT.

       5000-LIST-CALENDAR.
           DISPLAY 'LIST FROM DATE (YYYYMMDD, 0 FOR ALL) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           DISPLAY 'DATE     S OPEN CLOSE EVENT                '
               'FROM TO'.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-DATE-COUNT.
           IF WS-LIST-COUNT = ZERO THEN
              DISPLAY 'NO DATES ON THE CALENDAR'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           IF CAL-DROPPED(CAL-IDX) THEN
              GO TO 5100-EXIT
           END-IF.
           IF WS-CAL-DATE(CAL-IDX) = ZERO THEN
              MOVE 'STANDING' TO WS-LIST-LABEL
           ELSE
              IF WS-CAL-DATE(CAL-IDX) < WS-DATE-IN THEN
                 GO TO 5100-EXIT
              END-IF
              MOVE WS-CAL-DATE(CAL-IDX) TO WS-LIST-LABEL
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           IF WS-CAL-EVENT-NAME(CAL-IDX) = SPACES THEN
              DISPLAY WS-LIST-LABEL ' '
                  WS-CAL-STATUS(CAL-IDX) ' '
                  WS-CAL-OPEN-TIME(CAL-IDX) ' '
                  WS-CAL-CLOSE-TIME(CAL-IDX)
           ELSE
              DISPLAY WS-LIST-LABEL ' '
                  WS-CAL-STATUS(CAL-IDX) ' '
                  WS-CAL-OPEN-TIME(CAL-IDX) ' '
                  WS-CAL-CLOSE-TIME(CAL-IDX) '  '
                  WS-CAL-EVENT-NAME(CAL-IDX) ' '
                  WS-CAL-EVENT-OPEN(CAL-IDX) ' '
                  WS-CAL-EVENT-CLOSE(CAL-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE TABLE IS KEPT IN DATE ORDER. A DATE NOT ON IT
      * LEAVES CAL-IDX AT THE SLOT IT WOULD GO INTO.
      *-------------------------------------------------
       6000-LOCATE-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SW.
           MOVE 'N' TO WS-SEARCH-DONE-SW.
           SET CAL-IDX TO 1.
           PERFORM 6010-COMPARE-DATE THRU 6010-EXIT
               UNTIL CAL-IDX > WS-DATE-COUNT OR SEARCH-DONE.
       6000-EXIT.
           EXIT.

       6010-COMPARE-DATE.
           EVALUATE TRUE
              WHEN WS-CAL-DATE(CAL-IDX) = WS-CAL-DATE-IN
                 SET DATE-FOUND TO TRUE
                 SET SEARCH-DONE TO TRUE
              WHEN WS-CAL-DATE(CAL-IDX) > WS-CAL-DATE-IN
                 SET SEARCH-DONE TO TRUE
              WHEN OTHER
                 SET CAL-IDX UP BY 1
           END-EVALUATE.
       6010-EXIT.
           EXIT.

      *-------------------------------------------------
      * OPEN WITH OPENING AND CLOSING TIMES, OR CLOSED.
      *-------------------------------------------------
       6100-ACCEPT-HOURS.
           MOVE 'N' TO WS-HOURS-OK-SW.
           MOVE ZERO TO WS-OPEN-TIME-IN.
           MOVE ZERO TO WS-CLOSE-TIME-IN.
           DISPLAY 'O - OPEN   C - CLOSED ?'.
           ACCEPT WS-STATUS-IN.
           IF STATUS-CLOSED THEN
              SET HOURS-OK TO TRUE
              GO TO 6100-EXIT
           END-IF.
           IF NOT STATUS-OPEN THEN
              DISPLAY 'STATUS MUST BE O OR C - NOT SET'
              GO TO 6100-EXIT
           END-IF.
           DISPLAY 'OPENS (HHMM) ?'.
           PERFORM 6300-ACCEPT-TIME THRU 6300-EXIT.
           MOVE WS-TIME-IN TO WS-OPEN-TIME-IN.
           IF TIME-OK THEN
              DISPLAY 'CLOSES (HHMM) ?'
              PERFORM 6300-ACCEPT-TIME THRU 6300-EXIT
              MOVE WS-TIME-IN TO WS-CLOSE-TIME-IN
           END-IF.
           IF NOT TIME-OK
              OR WS-CLOSE-TIME-IN NOT > WS-OPEN-TIME-IN THEN
              DISPLAY 'INVALID OPENING HOURS - NOT SET'
              GO TO 6100-EXIT
           END-IF.
           SET HOURS-OK TO TRUE.
       6100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DATE THAT IS NOT A PLAUSIBLE CALENDAR DATE COMES
      * BACK AS ZERO.
      *-------------------------------------------------
       6200-ACCEPT-DATE.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN IS NOT NUMERIC
              OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
              OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31 THEN
              MOVE ZERO TO WS-DATE-IN
           END-IF.
       6200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A TIME OF DAY HHMM, 0000 TO 2400.
      *-------------------------------------------------
       6300-ACCEPT-TIME.
           MOVE 'N' TO WS-TIME-OK-SW.
           ACCEPT WS-TIME-IN.
           IF WS-TIME-IN IS NUMERIC
              AND WS-TIME-MINUTE < 60
              AND (WS-TIME-HOUR < 24 OR WS-TIME-IN = 2400) THEN
              SET TIME-OK TO TRUE
           END-IF.
       6300-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE STANDING HOURS, FOR AN EVENT ON A DATE NOT
      * YET ON THE CALENDAR - PARKCALENDAR'S OWN DEFAULT
      * WHEN THERE IS NO STANDING LINE.
      *-------------------------------------------------
       6500-STANDING-HOURS.
           MOVE 'O'  TO WS-STATUS-IN.
           MOVE 0800 TO WS-OPEN-TIME-IN.
           MOVE 2000 TO WS-CLOSE-TIME-IN.
           IF WS-DATE-COUNT > ZERO THEN
              IF WS-CAL-DATE(1) = ZERO
                 AND NOT CAL-DROPPED(1) THEN
                 MOVE WS-CAL-STATUS(1)     TO WS-STATUS-IN
                 MOVE WS-CAL-OPEN-TIME(1)  TO WS-OPEN-TIME-IN
                 MOVE WS-CAL-CLOSE-TIME(1) TO WS-CLOSE-TIME-IN
              END-IF
           END-IF.
       6500-EXIT.
           EXIT.

      *-------------------------------------------------
      * PUT WS-STATUS-IN AND ITS TIMES ON WS-CAL-DATE-IN,
      * CAL-IDX HAVING BEEN SET BY 6000-LOCATE-DATE. A NEW
      * DATE IS SLOTTED IN AT CAL-IDX; WHEN THE TABLE IS
      * FULL DATE-FOUND IS LEFT OFF AND NOTHING CHANGES.
      *-------------------------------------------------
       7000-APPLY-HOURS.
           IF NOT DATE-FOUND THEN
              IF WS-DATE-COUNT >= WS-MAX-DATES THEN
                 DISPLAY 'CALENDAR TABLE IS FULL - '
                     WS-CAL-DATE-IN ' NOT SET'
                 GO TO 7000-EXIT
              END-IF
              PERFORM 7100-MAKE-ROOM THRU 7100-EXIT
              MOVE SPACES TO WS-AUDIT-BEFORE
              MOVE 'A' TO WS-AUDIT-ACTION
              SET DATE-FOUND TO TRUE
           ELSE
              IF CAL-DROPPED(CAL-IDX) THEN
                 MOVE SPACES TO WS-AUDIT-BEFORE
                 MOVE 'A' TO WS-AUDIT-ACTION
                 MOVE SPACES TO WS-CAL-EVENT-NAME(CAL-IDX)
                 MOVE ZERO   TO WS-CAL-EVENT-OPEN(CAL-IDX)
                 MOVE ZERO   TO WS-CAL-EVENT-CLOSE(CAL-IDX)
                 MOVE 'N' TO WS-CAL-DROPPED-SW(CAL-IDX)
              ELSE
                 MOVE WS-CAL-RECORD(CAL-IDX) TO WS-AUDIT-BEFORE
                 MOVE 'C' TO WS-AUDIT-ACTION
              END-IF
           END-IF.
           MOVE WS-STATUS-IN     TO WS-CAL-STATUS(CAL-IDX).
           MOVE WS-OPEN-TIME-IN  TO WS-CAL-OPEN-TIME(CAL-IDX).
           MOVE WS-CLOSE-TIME-IN TO WS-CAL-CLOSE-TIME(CAL-IDX).
           MOVE WS-SIGNON-ID     TO WS-CAL-CHG-OPER(CAL-IDX).
           MOVE WS-TODAY-DATE    TO WS-CAL-CHG-DATE(CAL-IDX).
           MOVE WS-CAL-RECORD(CAL-IDX) TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           ADD 1 TO WS-CHANGE-COUNT.
       7000-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY DATE FROM CAL-IDX ON MOVES DOWN ONE SLOT AND
      * A CLEAR LINE FOR WS-CAL-DATE-IN TAKES CAL-IDX.
      *-------------------------------------------------
       7100-MAKE-ROOM.
           SET WS-INSERT-SUB TO CAL-IDX.
           ADD 1 TO WS-DATE-COUNT.
           PERFORM 7110-SHIFT-ONE THRU 7110-EXIT
               VARYING WS-SHIFT-SUB FROM WS-DATE-COUNT BY -1
               UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB.
           SET CAL-IDX TO WS-INSERT-SUB.
           MOVE SPACES TO WS-CAL-RECORD(CAL-IDX).
           MOVE WS-CAL-DATE-IN TO WS-CAL-DATE(CAL-IDX).
           MOVE ZERO TO WS-CAL-EVENT-OPEN(CAL-IDX).
           MOVE ZERO TO WS-CAL-EVENT-CLOSE(CAL-IDX).
           MOVE 'N' TO WS-CAL-DROPPED-SW(CAL-IDX).
       7100-EXIT.
           EXIT.

       7110-SHIFT-ONE.
           MOVE WS-CAL-ENTRY(WS-SHIFT-SUB - 1)
               TO WS-CAL-ENTRY(WS-SHIFT-SUB).
       7110-EXIT.
           EXIT.

       8000-REWRITE-CALENDAR.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT PARK-CALENDAR.
           PERFORM 8100-WRITE-ONE-DATE THRU 8100-EXIT
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > WS-DATE-COUNT.
           CLOSE PARK-CALENDAR.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-DATE.
           IF NOT CAL-DROPPED(CAL-IDX) THEN
              MOVE WS-CAL-RECORD(CAL-IDX) TO PARK-CALENDAR-RECORD
              WRITE PARK-CALENDAR-RECORD
           END-IF.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE PER
      * DATE ADDED, CHANGED OR DROPPED.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'CALENDARMNT'   TO AA-PROGRAM.
           MOVE WS-SIGNON-ID    TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-ACTION TO AA-ACTION.
           MOVE WS-CAL-DATE-IN  TO AA-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE TO AA-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER  TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.
