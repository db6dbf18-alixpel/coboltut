      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  PeriodMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPERVISOR CONTROL OF THE
      *               ACCOUNTING PERIOD MASTER (PRDMAST,
      *               PRDMFD LAYOUT) - BUDGETMAINT'S SHAPE,
      *               SUPERVISOR SIGN-ON ONLY. A AUTHORISES
      *               THE CLOSE OF AN OPEN MONTH, STAMPING THE
      *               SIGNED-ON SUPERVISOR; PERIODCLOSE AT THE
      *               END OF THE MONTHLY CYCLE CLOSES ONLY A
      *               MONTH AUTHORISED HERE. W WITHDRAWS AN
      *               AUTHORISATION THE CYCLE HAS NOT YET
      *               ACTED ON. L LISTS THE PERIODS WITH THEIR
      *               STATUS AND ADJUSTMENT COUNTS. A CLOSED
      *               MONTH CANNOT BE REOPENED HERE - LATE
      *               ITEMS GO THROUGH AS ADJUSTMENTS. THE
      *               FILE IS REWRITTEN WHOLE AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-MASTER ASSIGN TO "PRDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  PERIOD-MASTER.
           COPY "prdmfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS          PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-PERIOD-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-PERIODS      VALUE 'Y'.
           05 WS-PERIOD-FOUND-SW     PIC X(01).
              88 PERIOD-FOUND        VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 AUTHORISE-CLOSE        VALUE 'A'.
           88 WITHDRAW-CLOSE         VALUE 'W'.
           88 LIST-PERIODS           VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-MONTH         PIC 9(06).
           05 FILLER                 PIC 9(02).
       01  WS-MONTH-IN               PIC 9(06).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-IN.
           05 WS-MONTH-YEAR          PIC 9(04).
           05 WS-MONTH-MONTH         PIC 9(02).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-STATUS-TEXT            PIC X(15).

       01  WS-MAX-PERIODS            PIC 9(03) COMP VALUE 240.
       01  WS-PERIOD-COUNT           PIC 9(03) COMP VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05 WS-PRD-ENTRY OCCURS 1 TO 240 TIMES
                 DEPENDING ON WS-PERIOD-COUNT
                 INDEXED BY PRD-IDX.
              10 WS-PRD-RECORD       PIC X(34).
              10 WS-PRD-FIELDS REDEFINES WS-PRD-RECORD.
                 15 WS-PRD-MONTH     PIC 9(06).
                 15 WS-PRD-STATUS    PIC X(01).
                    88 WS-PRD-OPEN   VALUE 'O'.
                    88 WS-PRD-CLOSED VALUE 'C'.
                    88 WS-PRD-ADJUSTED VALUE 'A'.
                 15 WS-PRD-AUTH-OPER PIC X(06).
                 15 WS-PRD-AUTH-DATE PIC 9(08).
                 15 WS-PRD-CLOSE-DATE PIC 9(08).
                 15 WS-PRD-ADJ-COUNT PIC 9(05).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-PERIODS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY AUTHORISE A
      * PERIOD CLOSE. A CLERK SIGN-ON IS REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'PERIODMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'ACCOUNTING PERIOD CONTROL REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PERIOD-MASTER.
           IF WS-PERIOD-STATUS = '00' THEN
              PERFORM 1100-LOAD-PERIOD THRU 1100-EXIT
                  UNTIL END-OF-PERIODS
                     OR WS-PERIOD-COUNT >= WS-MAX-PERIODS
              CLOSE PERIOD-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-PERIOD.
           READ PERIOD-MASTER
              AT END SET END-OF-PERIODS TO TRUE
           END-READ.
           IF NOT END-OF-PERIODS THEN
              ADD 1 TO WS-PERIOD-COUNT
              MOVE PERIOD-MASTER-RECORD
                  TO WS-PRD-RECORD(WS-PERIOD-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- ACCOUNTING PERIOD CONTROL ----------'.
           DISPLAY 'A - AUTHORISE CLOSE   W - WITHDRAW AUTHORITY'.
           DISPLAY 'L - LIST              X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN AUTHORISE-CLOSE
                 PERFORM 3000-AUTHORISE-CLOSE THRU 3000-EXIT
              WHEN WITHDRAW-CLOSE
                 PERFORM 4000-WITHDRAW-CLOSE THRU 4000-EXIT
              WHEN LIST-PERIODS
                 PERFORM 5000-LIST-PERIODS THRU 5000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * AUTHORITY FOR THE MONTHLY CYCLE TO CLOSE A MONTH -
      * THE CURRENT MONTH (THE CYCLE RUNS ON ITS LAST DAY)
      * OR AN EARLIER ONE STILL OPEN, NEVER A MONTH TO
      * COME. A MONTH NOT YET ON FILE IS ADDED AS OPEN.
      *-------------------------------------------------
       3000-AUTHORISE-CLOSE.
           PERFORM 6000-ACCEPT-MONTH THRU 6000-EXIT.
           IF WS-MONTH-IN = ZERO THEN
              DISPLAY 'INVALID MONTH - NOT AUTHORISED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-MONTH-IN > WS-TODAY-MONTH THEN
              DISPLAY 'MONTH ' WS-MONTH-IN ' IS STILL TO COME'
                  ' - NOT AUTHORISED'
              GO TO 3000-EXIT
           END-IF.
           IF PERIOD-FOUND THEN
              IF NOT WS-PRD-OPEN(PRD-IDX) THEN
                 DISPLAY 'MONTH ' WS-MONTH-IN
                     ' IS ALREADY CLOSED'
                 GO TO 3000-EXIT
              END-IF
              IF WS-PRD-AUTH-OPER(PRD-IDX) NOT = SPACES THEN
                 DISPLAY 'CLOSE ALREADY AUTHORISED BY '
                     WS-PRD-AUTH-OPER(PRD-IDX) ' ON '
                     WS-PRD-AUTH-DATE(PRD-IDX) ' - RESTAMPING'
              END-IF
           ELSE
              IF WS-PERIOD-COUNT >= WS-MAX-PERIODS THEN
                 DISPLAY 'PERIOD TABLE IS FULL - NOT AUTHORISED'
                 GO TO 3000-EXIT
              END-IF
           END-IF.

           DISPLAY 'AUTHORISE CLOSE OF ' WS-MONTH-IN
               ' AT THE NEXT MONTHLY CYCLE (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT AUTHORISED'
              GO TO 3000-EXIT
           END-IF.

           IF NOT PERIOD-FOUND THEN
              ADD 1 TO WS-PERIOD-COUNT
              SET PRD-IDX TO WS-PERIOD-COUNT
              MOVE SPACES TO WS-PRD-RECORD(PRD-IDX)
              MOVE WS-MONTH-IN TO WS-PRD-MONTH(PRD-IDX)
              MOVE 'O' TO WS-PRD-STATUS(PRD-IDX)
              MOVE ZERO TO WS-PRD-CLOSE-DATE(PRD-IDX)
              MOVE ZERO TO WS-PRD-ADJ-COUNT(PRD-IDX)
           END-IF.
           MOVE WS-SIGNON-ID  TO WS-PRD-AUTH-OPER(PRD-IDX).
           MOVE WS-TODAY-DATE TO WS-PRD-AUTH-DATE(PRD-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'CLOSE AUTHORISED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN AUTHORITY STILL WAITING FOR THE CYCLE MAY BE
      * TAKEN BACK. ONCE THE MONTH HAS CLOSED IT STAYS
      * CLOSED.
      *-------------------------------------------------
       4000-WITHDRAW-CLOSE.
           PERFORM 6000-ACCEPT-MONTH THRU 6000-EXIT.
           IF NOT PERIOD-FOUND THEN
              DISPLAY 'NO PERIOD ' WS-MONTH-IN ' ON FILE'
              GO TO 4000-EXIT
           END-IF.
           IF NOT WS-PRD-OPEN(PRD-IDX) THEN
              DISPLAY 'MONTH ' WS-MONTH-IN
                  ' IS ALREADY CLOSED - NOT WITHDRAWN'
              GO TO 4000-EXIT
           END-IF.
           IF WS-PRD-AUTH-OPER(PRD-IDX) = SPACES THEN
              DISPLAY 'NO CLOSE AUTHORISED FOR ' WS-MONTH-IN
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'WITHDRAW CLOSE AUTHORITY FOR ' WS-MONTH-IN
               ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT WITHDRAWN'
              GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WS-PRD-AUTH-OPER(PRD-IDX).
           MOVE ZERO   TO WS-PRD-AUTH-DATE(PRD-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'CLOSE AUTHORITY WITHDRAWN'.
       4000-EXIT.
           EXIT.

       5000-LIST-PERIODS.
           DISPLAY 'MONTH  STATUS          AUTH   ON       CLOSED'
               '    ADJ'.
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PERIOD-COUNT.
           IF WS-PERIOD-COUNT = ZERO THEN
              DISPLAY 'NO PERIODS ON FILE - EVERY MONTH IS OPEN'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           EVALUATE TRUE
              WHEN WS-PRD-CLOSED(PRD-IDX)
                 MOVE 'CLOSED'         TO WS-STATUS-TEXT
              WHEN WS-PRD-ADJUSTED(PRD-IDX)
                 MOVE 'CLOSED/ADJUST'  TO WS-STATUS-TEXT
              WHEN WS-PRD-AUTH-OPER(PRD-IDX) NOT = SPACES
                 MOVE 'OPEN/AUTHORISED' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'OPEN'           TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY WS-PRD-MONTH(PRD-IDX) ' '
               WS-STATUS-TEXT ' '
               WS-PRD-AUTH-OPER(PRD-IDX) ' '
               WS-PRD-AUTH-DATE(PRD-IDX) ' '
               WS-PRD-CLOSE-DATE(PRD-IDX) ' '
               WS-PRD-ADJ-COUNT(PRD-IDX).
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE MONTH FOR A FUNCTION, LOOKED UP IN THE PERIOD
      * TABLE. A MONTH THAT IS NOT A PLAUSIBLE YYYYMM
      * COMES BACK AS ZERO.
      *-------------------------------------------------
       6000-ACCEPT-MONTH.
           DISPLAY 'MONTH (YYYYMM) ?'.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN IS NOT NUMERIC
              OR WS-MONTH-MONTH < 1 OR WS-MONTH-MONTH > 12 THEN
              MOVE ZERO TO WS-MONTH-IN
           END-IF.

           MOVE 'N' TO WS-PERIOD-FOUND-SW.
           SET PRD-IDX TO 1.
           PERFORM 6010-COMPARE-PERIOD THRU 6010-EXIT
               UNTIL PRD-IDX > WS-PERIOD-COUNT OR PERIOD-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-PERIOD.
           IF WS-PRD-MONTH(PRD-IDX) = WS-MONTH-IN THEN
              SET PERIOD-FOUND TO TRUE
           ELSE
              SET PRD-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

       8000-REWRITE-PERIODS.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT PERIOD-MASTER.
           PERFORM 8100-WRITE-ONE-PERIOD THRU 8100-EXIT
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PERIOD-COUNT.
           CLOSE PERIOD-MASTER.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-PERIOD.
           MOVE WS-PRD-RECORD(PRD-IDX) TO PERIOD-MASTER-RECORD.
           WRITE PERIOD-MASTER-RECORD.
       8100-EXIT.
           EXIT.
