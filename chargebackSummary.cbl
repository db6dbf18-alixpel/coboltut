      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ChargebackSummary.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTHLY WON/LOST SUMMARY
      *               OF CARD CHARGEBACKS FROM THE DISPUTE
      *               MASTER (DISPUTES, DISPFD LAYOUT). THE
      *               CASES DECIDED IN THE REPORT MONTH
      *               (OPTIONAL REPORT-MONTH-PARM, DEFAULT
      *               THE CURRENT MONTH) ARE COUNTED BY
      *               ACQUIRER REASON CODE - WON, AND LOST
      *               OR CONCEDED THROUGH DISPUTEMAINT - WITH
      *               THEIR AMOUNTS, FOLLOWED BY THE MONTH'S
      *               TOTALS, THE CASES RECEIVED IN THE
      *               MONTH AND EVERYTHING STILL UNDECIDED.
      *               CALLABLE FROM MONTHLYCYCLE.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-MASTER ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT CHARGEBACK-SUMMARY ASSIGN TO "CBKSUMRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  DISPUTE-MASTER.
           COPY "dispfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  CHARGEBACK-SUMMARY.
       01  CHARGEBACK-SUMMARY-RECORD PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-STATUS        PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-SUMMARY-REPORT-STATUS PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-DISPUTE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-DISPUTES    VALUE 'Y'.
           05 WS-ENTRY-FOUND-SW     PIC X(01).
              88 ENTRY-FOUND        VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-NOTICE-MONTH          PIC 9(06).
       01  WS-OUTCOME-MONTH         PIC 9(06).

       01  WS-MAX-REASONS           PIC 9(03) COMP VALUE 50.
       01  WS-REASON-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-REASON-COUNT
                 INDEXED BY RSN-IDX.
              10 WS-RSN-CODE        PIC X(04).
              10 WS-RSN-WON-COUNT   PIC 9(05) COMP.
              10 WS-RSN-WON-AMOUNT  PIC 9(09)V99.
              10 WS-RSN-LOST-COUNT  PIC 9(05) COMP.
              10 WS-RSN-LOST-AMOUNT PIC 9(09)V99.

       01  WS-RECEIVED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-RECEIVED-AMOUNT       PIC 9(09)V99 VALUE ZERO.
       01  WS-WON-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-WON-AMOUNT            PIC 9(09)V99 VALUE ZERO.
       01  WS-LOST-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-LOST-AMOUNT           PIC 9(09)V99 VALUE ZERO.
       01  WS-ACCEPTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-PENDING-AMOUNT        PIC 9(09)V99 VALUE ZERO.
       01  WS-DECIDED-COUNT         PIC 9(05) COMP.
       01  WS-WIN-PCT               PIC 9(03).

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-AMOUNT-ED             PIC ZZZZZZZZ9.99.
       01  WS-PCT-ED                PIC ZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-DISPUTE-STATUS = '00' THEN
              PERFORM 2000-PROCESS-DISPUTE THRU 2000-EXIT
                  UNTIL END-OF-DISPUTES
              CLOSE DISPUTE-MASTER
           END-IF.

           PERFORM 3000-PRINT-REASONS THRU 3000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           MOVE ZERO TO CYC-RETURN-CODE.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH.

           OPEN INPUT REPORT-MONTH-PARM.
           IF WS-MONTH-PARM-STATUS = '00' THEN
              READ REPORT-MONTH-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RMP-REPORT-MONTH TO WS-REPORT-MONTH
              END-READ
              CLOSE REPORT-MONTH-PARM
           END-IF.

           OPEN INPUT DISPUTE-MASTER.
           IF WS-DISPUTE-STATUS = '00' THEN
              PERFORM 2900-READ-DISPUTE THRU 2900-EXIT
           END-IF.

           OPEN OUTPUT CHARGEBACK-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CARD CHARGEBACK WON/LOST SUMMARY FOR MONTH '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * WON AND LOST ARE TAKEN BY THE OUTCOME DATE, SO A
      * CASE COUNTS IN THE MONTH IT WAS DECIDED. A CASE
      * CONCEDED THROUGH DISPUTEMAINT COUNTS AS LOST.
      * RECEIVED IS BY NOTICE DATE; PENDING IS WHATEVER
      * IS STILL OPEN OR REPRESENTED TODAY.
      *-------------------------------------------------
       2000-PROCESS-DISPUTE.
           DIVIDE DS-NOTICE-DATE BY 100 GIVING WS-NOTICE-MONTH.
           DIVIDE DS-OUTCOME-DATE BY 100 GIVING WS-OUTCOME-MONTH.

           IF WS-NOTICE-MONTH = WS-REPORT-MONTH THEN
              ADD 1 TO WS-RECEIVED-COUNT
              ADD DS-AMOUNT TO WS-RECEIVED-AMOUNT
           END-IF.

           IF DS-PENDING THEN
              ADD 1 TO WS-PENDING-COUNT
              ADD DS-AMOUNT TO WS-PENDING-AMOUNT
              GO TO 2000-READ-NEXT
           END-IF.

           IF WS-OUTCOME-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 2100-FIND-REASON THRU 2100-EXIT.
           IF NOT ENTRY-FOUND THEN
              GO TO 2000-READ-NEXT
           END-IF.

           IF DS-WON THEN
              ADD 1 TO WS-WON-COUNT
              ADD DS-AMOUNT TO WS-WON-AMOUNT
              ADD 1 TO WS-RSN-WON-COUNT(RSN-IDX)
              ADD DS-AMOUNT TO WS-RSN-WON-AMOUNT(RSN-IDX)
           ELSE
              ADD 1 TO WS-LOST-COUNT
              ADD DS-AMOUNT TO WS-LOST-AMOUNT
              ADD 1 TO WS-RSN-LOST-COUNT(RSN-IDX)
              ADD DS-AMOUNT TO WS-RSN-LOST-AMOUNT(RSN-IDX)
              IF DS-ACCEPTED THEN
                 ADD 1 TO WS-ACCEPTED-COUNT
              END-IF
           END-IF.

       2000-READ-NEXT.
           PERFORM 2900-READ-DISPUTE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE ACQUIRER'S REASON CODES ARE NOT A FIXED LIST,
      * SO THE TABLE IS BUILT AS THEY ARE MET.
      *-------------------------------------------------
       2100-FIND-REASON.
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           SET RSN-IDX TO 1.
           PERFORM 2110-COMPARE-REASON THRU 2110-EXIT
               UNTIL RSN-IDX > WS-REASON-COUNT OR ENTRY-FOUND.
           IF ENTRY-FOUND THEN
              GO TO 2100-EXIT
           END-IF.
           IF WS-REASON-COUNT >= WS-MAX-REASONS THEN
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-REASON-COUNT.
           SET RSN-IDX TO WS-REASON-COUNT.
           MOVE DS-REASON-CODE TO WS-RSN-CODE(RSN-IDX).
           MOVE ZERO TO WS-RSN-WON-COUNT(RSN-IDX).
           MOVE ZERO TO WS-RSN-WON-AMOUNT(RSN-IDX).
           MOVE ZERO TO WS-RSN-LOST-COUNT(RSN-IDX).
           MOVE ZERO TO WS-RSN-LOST-AMOUNT(RSN-IDX).
           SET ENTRY-FOUND TO TRUE.
       2100-EXIT.
           EXIT.

       2110-COMPARE-REASON.
           IF WS-RSN-CODE(RSN-IDX) = DS-REASON-CODE THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET RSN-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

       2900-READ-DISPUTE.
           READ DISPUTE-MASTER
              AT END SET END-OF-DISPUTES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       3000-PRINT-REASONS.
           MOVE SPACES TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
           MOVE 'BY REASON CODE' TO WS-REPORT-LINE.
           MOVE '  WON      AMOUNT   LOST      AMOUNT'
               TO WS-REPORT-LINE(21:36).
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
           PERFORM 3100-PRINT-ONE-REASON THRU 3100-EXIT
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > WS-REASON-COUNT.
           IF WS-REASON-COUNT = ZERO THEN
              MOVE '  NO CASES DECIDED IN THE MONTH'
                  TO CHARGEBACK-SUMMARY-RECORD
              WRITE CHARGEBACK-SUMMARY-RECORD
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-REASON.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RSN-CODE(RSN-IDX) TO WS-REPORT-LINE(3:4).
           MOVE WS-RSN-WON-COUNT(RSN-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(21:5).
           MOVE WS-RSN-WON-AMOUNT(RSN-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(26:12).
           MOVE WS-RSN-LOST-COUNT(RSN-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(40:5).
           MOVE WS-RSN-LOST-AMOUNT(RSN-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(45:12).
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
       3100-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'TOTAL' TO WS-REPORT-LINE(3:5).
           MOVE WS-WON-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(21:5).
           MOVE WS-WON-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(26:12).
           MOVE WS-LOST-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(40:5).
           MOVE WS-LOST-AMOUNT TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(45:12).
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'OF THE LOST, LIABILITY ACCEPTED'
               TO WS-REPORT-LINE(3:31).
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(40:5).
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.

           COMPUTE WS-DECIDED-COUNT = WS-WON-COUNT + WS-LOST-COUNT.
           IF WS-DECIDED-COUNT > ZERO THEN
              COMPUTE WS-WIN-PCT ROUNDED =
                  WS-WON-COUNT * 100 / WS-DECIDED-COUNT
           ELSE
              MOVE ZERO TO WS-WIN-PCT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'WIN RATE PCT' TO WS-REPORT-LINE(3:12).
           MOVE WS-WIN-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-REPORT-LINE(23:3).
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.

           MOVE SPACES TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-ED.
           MOVE WS-RECEIVED-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHARGEBACKS RECEIVED IN MONTH      ' WS-COUNT-ED
               '  ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           MOVE WS-PENDING-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STILL UNDECIDED                    ' WS-COUNT-ED
               '  ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CHARGEBACK-SUMMARY-RECORD.
           WRITE CHARGEBACK-SUMMARY-RECORD.
           CLOSE CHARGEBACK-SUMMARY.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'CBKSUMMARY'    TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           MOVE 'CHARGEBACK SUMMARY PRINTED' TO CLR-MESSAGE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
