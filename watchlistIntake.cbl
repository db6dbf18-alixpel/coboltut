      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  WatchlistIntake.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. INTAKE OF THE GOVERNMENT'S
      *               PUBLISHED SANCTIONS WATCHLIST (WLPUBL),
      *               RUN WHENEVER A NEW EDITION ARRIVES. EACH
      *               ENTRY NEEDS AN ID AND A NAME AND AN ID
      *               MAY APPEAR ONLY ONCE; ANYTHING ELSE IS
      *               LISTED ON THE INTAKE REPORT (WLSTRPT)
      *               AND SKIPPED. EVERY NAME IS NORMALIZED
      *               THROUGH THE SHARED NAMESCREEN MODULE SO
      *               THE LIST AND THE PARTIES SCREENED
      *               AGAINST IT ARE PREPARED THE SAME WAY,
      *               AND THE WATCHLIST MASTER (WATCHLST) IS
      *               REBUILT WHOLE. AN EDITION THAT YIELDS
      *               NO USABLE ENTRY LEAVES THE CURRENT LIST
      *               IN PLACE AND RETURNS CODE 8; SKIPPED
      *               ENTRIES RETURN CODE 4. THE NEXT
      *               SCREENING RUN IN THE DAILY CYCLE
      *               SCREENS EVERY PARTY AGAINST THE NEW
      *               EDITION.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLISHED-LIST ASSIGN TO "WLPUBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUBLISHED-STATUS.

           SELECT WATCHLIST ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT INTAKE-REPORT ASSIGN TO "WLSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  PUBLISHED-LIST.
       01  PUBLISHED-LIST-RECORD.
           05 PWL-ENTRY-ID          PIC X(10).
           05 PWL-LIST-CODE         PIC X(04).
           05 PWL-LISTED-DATE       PIC 9(08).
           05 PWL-NAME              PIC X(40).

       FD  WATCHLIST.
           COPY "wlstfd.cpy".

       FD  INTAKE-REPORT.
       01  INTAKE-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PUBLISHED-STATUS      PIC X(02).
       01  WS-WATCHLIST-STATUS      PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05 WS-PUBLISHED-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-PUBLISHED   VALUE 'Y'.
           05 WS-DUPLICATE-SW       PIC X(01).
              88 DUPLICATE-ENTRY    VALUE 'Y'.

       COPY "scrnparm.cpy".

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-SKIP-REASON           PIC X(30).

       01  WS-MAX-ENTRIES           PIC 9(04) COMP VALUE 3000.
       01  WS-ENTRY-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-ENTRY-TABLE.
           05 WS-ENT-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-ENTRY-COUNT
                 INDEXED BY ENT-IDX.
              10 WS-ENT-RECORD      PIC X(102).

       01  WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TAKE-ENTRY THRU 2000-EXIT
               UNTIL END-OF-PUBLISHED.
           CLOSE PUBLISHED-LIST.

           IF WS-ENTRY-COUNT = ZERO THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO USABLE ENTRY IN THE PUBLISHED LIST - '
                  'CURRENT WATCHLIST KEPT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
              PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 3000-WRITE-WATCHLIST THRU 3000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.

           IF WS-SKIPPED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT INTAKE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SANCTIONS WATCHLIST INTAKE - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.

           OPEN INPUT PUBLISHED-LIST.
           IF WS-PUBLISHED-STATUS NOT = '00' THEN
              DISPLAY 'WATCHLISTINTAKE - NO PUBLISHED LIST (WLPUBL)'
                  ' - STATUS ' WS-PUBLISHED-STATUS
              MOVE 'NO PUBLISHED LIST TO TAKE IN'
                  TO WS-REPORT-LINE
              PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
              CLOSE INTAKE-REPORT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 2900-READ-PUBLISHED THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PUBLISHED ENTRY - CHECKED, NORMALIZED AND
      * TABLED. THE MASTER IS ONLY WRITTEN ONCE THE WHOLE
      * EDITION HAS BEEN READ.
      *-------------------------------------------------
       2000-TAKE-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-SKIP-REASON.
           EVALUATE TRUE
              WHEN PWL-ENTRY-ID = SPACES
                 MOVE 'NO ENTRY ID' TO WS-SKIP-REASON
              WHEN PWL-NAME = SPACES
                 MOVE 'NO NAME' TO WS-SKIP-REASON
              WHEN WS-ENTRY-COUNT >= WS-MAX-ENTRIES
                 MOVE 'WATCHLIST TABLE FULL' TO WS-SKIP-REASON
           END-EVALUATE.
           IF WS-SKIP-REASON = SPACES THEN
              MOVE 'N' TO WS-DUPLICATE-SW
              PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT
                  VARYING ENT-IDX FROM 1 BY 1
                  UNTIL ENT-IDX > WS-ENTRY-COUNT
                     OR DUPLICATE-ENTRY
              IF DUPLICATE-ENTRY THEN
                 MOVE 'DUPLICATE ENTRY ID' TO WS-SKIP-REASON
              END-IF
           END-IF.
           IF WS-SKIP-REASON NOT = SPACES THEN
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'SKIPPED ' PWL-ENTRY-ID ' '
                  PWL-NAME(1:30) ' ' WS-SKIP-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
              GO TO 2000-READ-NEXT
           END-IF.

           MOVE 'N'              TO SCR-FUNCTION.
           MOVE 'WLSTINTAKE'     TO SCR-PROGRAM.
           MOVE PWL-NAME         TO SCR-PARTY-NAME.
           CALL 'NAMESCREEN' USING SCR-PARM-AREA.

           MOVE SPACES TO WATCHLIST-RECORD.
           MOVE PWL-ENTRY-ID    TO WL-ENTRY-ID.
           MOVE PWL-LIST-CODE   TO WL-LIST-CODE.
           IF PWL-LISTED-DATE IS NUMERIC THEN
              MOVE PWL-LISTED-DATE TO WL-LISTED-DATE
           ELSE
              MOVE ZERO TO WL-LISTED-DATE
           END-IF.
           MOVE SCR-NORM-NAME   TO WL-MATCH-NAME.
           MOVE PWL-NAME        TO WL-PUBLISHED-NAME.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WATCHLIST-RECORD TO WS-ENT-RECORD(WS-ENTRY-COUNT).
       2000-READ-NEXT.
           PERFORM 2900-READ-PUBLISHED THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-DUPLICATE.
           IF WS-ENT-RECORD(ENT-IDX)(1:10) = PWL-ENTRY-ID THEN
              SET DUPLICATE-ENTRY TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2900-READ-PUBLISHED.
           READ PUBLISHED-LIST
              AT END SET END-OF-PUBLISHED TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       3000-WRITE-WATCHLIST.
           OPEN OUTPUT WATCHLIST.
           PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > WS-ENTRY-COUNT.
           CLOSE WATCHLIST.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-ENTRY.
           MOVE WS-ENT-RECORD(ENT-IDX) TO WATCHLIST-RECORD.
           WRITE WATCHLIST-RECORD.
       3100-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENTRIES READ     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENTRIES LOADED   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENTRIES SKIPPED  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           CLOSE INTAKE-REPORT.
           DISPLAY 'WATCHLIST ENTRIES READ   : ' WS-READ-COUNT.
           DISPLAY 'WATCHLIST ENTRIES LOADED : ' WS-ENTRY-COUNT.
           DISPLAY 'WATCHLIST ENTRIES SKIPPED: ' WS-SKIPPED-COUNT.
       8000-EXIT.
           EXIT.

       8900-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
       8900-EXIT.
           EXIT.
