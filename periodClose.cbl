      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  PeriodClose.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM MONTHLYCYCLE AS
      *               ITS LAST STEP - THE SUPERVISED CLOSE OF
      *               THE REPORTING MONTH ON THE ACCOUNTING
      *               PERIOD MASTER (PRDMAST). THE MONTH IS
      *               CLOSED ONLY IF A SUPERVISOR HAS
      *               AUTHORISED IT IN PERIODMAINT; OTHERWISE
      *               IT STAYS OPEN AND THE STEP RETURNS CODE
      *               4. ONCE CLOSED, TRANEDIT REJECTS ANY
      *               POSTING DATED INTO THE MONTH THAT IS NOT
      *               A SUPERVISOR-RELEASED ADJUSTMENT. THE
      *               STEP ALSO PRINTS THE AFTER-CLOSE
      *               ADJUSTMENTS REPORT FOR THE AUDITORS
      *               (PRDCLRPT) - EVERY ADJUSTMENT TRANEDIT
      *               JOURNALLED TO PRDADJ DURING THE MONTH,
      *               WITH THE CLOSED PERIOD IT CHANGED AND
      *               BOTH OPERATOR IDS - AND THE STATUS OF
      *               EVERY PERIOD ON THE MASTER. THE REPORTING
      *               MONTH COMES FROM THE OPTIONAL
      *               REPORT-MONTH-PARM FILE, DEFAULTING TO
      *               THE CURRENT MONTH.
      * 15/10/26  AP  NOW THE LAST STEP BUT ONE OF MONTHLYCYCLE -
      *               AFTER EVERY STEP THAT POSTS TO THE MONTH,
      *               AND AHEAD OF FINANCIALSTATEMENTS, WHICH
      *               REPORTS ON THE CLOSED MONTH.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-MASTER ASSIGN TO "PRDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-ADJUSTMENTS ASSIGN TO "PRDADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-ADJ-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT CLOSE-REPORT ASSIGN TO "PRDCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  PERIOD-MASTER.
           COPY "prdmfd.cpy".

       FD  PERIOD-ADJUSTMENTS.
           COPY "prdajfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  CLOSE-REPORT.
       01  CLOSE-REPORT-RECORD      PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS         PIC X(02).
       01  WS-PERIOD-ADJ-STATUS     PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-CLOSE-RPT-STATUS      PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-PERIOD-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-PERIODS     VALUE 'Y'.
           05 WS-ADJ-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ADJUSTMENTS VALUE 'Y'.
           05 WS-PERIOD-FOUND-SW    PIC X(01) VALUE 'N'.
              88 PERIOD-FOUND       VALUE 'Y'.
           05 WS-CLOSE-RESULT-SW    PIC X(01) VALUE SPACE.
              88 CLOSE-DONE         VALUE 'C'.
              88 CLOSE-ALREADY      VALUE 'A'.
              88 CLOSE-UNAUTHORISED VALUE 'U'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-POST-DATE             PIC 9(08).
       01  WS-POST-PARTS REDEFINES WS-POST-DATE.
           05 WS-POST-MONTH         PIC 9(06).
           05 FILLER                PIC 9(02).

       01  WS-MAX-PERIODS           PIC 9(03) COMP VALUE 240.
       01  WS-PERIOD-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05 WS-PRD-ENTRY OCCURS 1 TO 240 TIMES
                 DEPENDING ON WS-PERIOD-COUNT
                 INDEXED BY PRD-IDX.
              10 WS-PRD-RECORD      PIC X(34).
              10 WS-PRD-FIELDS REDEFINES WS-PRD-RECORD.
                 15 WS-PRD-MONTH    PIC 9(06).
                 15 WS-PRD-STATUS   PIC X(01).
                    88 WS-PRD-OPEN  VALUE 'O'.
                    88 WS-PRD-LOCKED VALUE 'C' 'A'.
                 15 WS-PRD-AUTH-OPER PIC X(06).
                 15 WS-PRD-AUTH-DATE PIC 9(08).
                 15 WS-PRD-CLOSE-DATE PIC 9(08).
                 15 WS-PRD-ADJ-COUNT PIC 9(05).

       01  WS-ADJUST-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-ADJUST-DEBITS         PIC 9(09)V99 VALUE ZERO.
       01  WS-ADJUST-CREDITS        PIC 9(09)V99 VALUE ZERO.
       01  WS-ADJUST-TRANSFERS      PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CLOSE-MONTH THRU 2000-EXIT.
           PERFORM 3000-ADJUSTMENTS-REPORT THRU 3000-EXIT.
           PERFORM 4000-PERIOD-STATUS-REPORT THRU 4000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF CLOSE-UNAUTHORISED THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
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

           OPEN INPUT PERIOD-MASTER.
           IF WS-PERIOD-STATUS = '00' THEN
              PERFORM 1100-LOAD-PERIOD THRU 1100-EXIT
                  UNTIL END-OF-PERIODS
                     OR WS-PERIOD-COUNT >= WS-MAX-PERIODS
              CLOSE PERIOD-MASTER
           END-IF.

           OPEN OUTPUT CLOSE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCOUNTING PERIOD CLOSE FOR MONTH '
               WS-REPORT-MONTH '   RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
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

      *-------------------------------------------------
      * THE CLOSE ITSELF. THE SUPERVISOR'S AUTHORITY ON
      * THE PERIOD ROW IS WHAT MAKES THIS A SUPERVISED
      * STEP - WITHOUT IT THE MONTH STAYS OPEN AND THE
      * CYCLE LOG SAYS SO.
      *-------------------------------------------------
       2000-CLOSE-MONTH.
           SET PRD-IDX TO 1.
           PERFORM 2010-COMPARE-PERIOD THRU 2010-EXIT
               UNTIL PRD-IDX > WS-PERIOD-COUNT OR PERIOD-FOUND.

           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
              WHEN NOT PERIOD-FOUND
                 SET CLOSE-UNAUTHORISED TO TRUE
                 STRING 'MONTH ' WS-REPORT-MONTH
                     ' NOT CLOSED - NO SUPERVISOR AUTHORITY'
                     ' ON THE PERIOD MASTER'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN WS-PRD-LOCKED(PRD-IDX)
                 SET CLOSE-ALREADY TO TRUE
                 STRING 'MONTH ' WS-REPORT-MONTH
                     ' ALREADY CLOSED ON '
                     WS-PRD-CLOSE-DATE(PRD-IDX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN WS-PRD-AUTH-OPER(PRD-IDX) = SPACES
                 SET CLOSE-UNAUTHORISED TO TRUE
                 STRING 'MONTH ' WS-REPORT-MONTH
                     ' NOT CLOSED - NO SUPERVISOR AUTHORITY'
                     ' ON THE PERIOD MASTER'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN OTHER
                 SET CLOSE-DONE TO TRUE
                 MOVE 'C' TO WS-PRD-STATUS(PRD-IDX)
                 MOVE CYC-RUN-DATE TO WS-PRD-CLOSE-DATE(PRD-IDX)
                 STRING 'MONTH ' WS-REPORT-MONTH
                     ' CLOSED - AUTHORISED BY '
                     WS-PRD-AUTH-OPER(PRD-IDX) ' ON '
                     WS-PRD-AUTH-DATE(PRD-IDX)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

       2010-COMPARE-PERIOD.
           IF WS-PRD-MONTH(PRD-IDX) = WS-REPORT-MONTH THEN
              SET PERIOD-FOUND TO TRUE
           ELSE
              SET PRD-IDX UP BY 1
           END-IF.
       2010-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE AUDITORS' REPORT - EVERY ADJUSTMENT POSTED
      * DURING THE REPORTING MONTH INTO A PERIOD THAT WAS
      * ALREADY CLOSED, WITH WHO KEYED AND WHO RELEASED
      * IT. NO JOURNAL MEANS NO ADJUSTMENTS EVER.
      *-------------------------------------------------
       3000-ADJUSTMENTS-REPORT.
           MOVE 'AFTER-CLOSE ADJUSTMENTS POSTED IN THE MONTH'
               TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE 'POSTED   PERIOD VALUE    ACCT   T     AMOUNT TO    '
               TO WS-REPORT-LINE.
           MOVE 'KEYED  RELEASED' TO WS-REPORT-LINE(53:15).
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.

           OPEN INPUT PERIOD-ADJUSTMENTS.
           IF WS-PERIOD-ADJ-STATUS = '00' THEN
              PERFORM 3100-REPORT-ONE-ADJUSTMENT THRU 3100-EXIT
                  UNTIL END-OF-ADJUSTMENTS
              CLOSE PERIOD-ADJUSTMENTS
           END-IF.

           IF WS-ADJUST-COUNT = ZERO THEN
              MOVE '   NO ADJUSTMENTS TO CLOSED PERIODS THIS MONTH'
                  TO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           ELSE
              MOVE WS-ADJUST-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ADJUSTMENTS ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
              MOVE WS-ADJUST-DEBITS TO WS-TOTAL-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '   DEBITS    ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
              MOVE WS-ADJUST-CREDITS TO WS-TOTAL-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '   CREDITS   ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
              MOVE WS-ADJUST-TRANSFERS TO WS-TOTAL-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '   TRANSFERS ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 7000-WRITE-LINE THRU 7000-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-ADJUSTMENT.
           READ PERIOD-ADJUSTMENTS
              AT END
                 SET END-OF-ADJUSTMENTS TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           MOVE PAJ-POST-DATE TO WS-POST-DATE.
           IF WS-POST-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-ADJUST-COUNT.
           EVALUATE PAJ-TYPE
              WHEN 'D'
                 ADD PAJ-AMOUNT TO WS-ADJUST-DEBITS
              WHEN 'C'
                 ADD PAJ-AMOUNT TO WS-ADJUST-CREDITS
              WHEN OTHER
                 ADD PAJ-AMOUNT TO WS-ADJUST-TRANSFERS
           END-EVALUATE.
           MOVE PAJ-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING PAJ-POST-DATE ' ' PAJ-PERIOD ' '
               PAJ-VALUE-DATE ' ' PAJ-ACCT-ID ' '
               PAJ-TYPE ' ' WS-AMOUNT-ED ' '
               PAJ-TO-ACCT-ID ' ' PAJ-KEYED-OPER ' '
               PAJ-APPROVED-OPER
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * WHERE EVERY PERIOD ON THE MASTER STANDS AFTER
      * THIS RUN, WITH ITS ADJUSTMENT COUNT SINCE CLOSE.
      *-------------------------------------------------
       4000-PERIOD-STATUS-REPORT.
           MOVE 'PERIOD MASTER' TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           MOVE 'MONTH  S AUTH   AUTH ON  CLOSED     ADJ'
               TO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
           PERFORM 4100-REPORT-ONE-PERIOD THRU 4100-EXIT
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > WS-PERIOD-COUNT.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-PERIOD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PRD-MONTH(PRD-IDX) ' '
               WS-PRD-STATUS(PRD-IDX) ' '
               WS-PRD-AUTH-OPER(PRD-IDX) ' '
               WS-PRD-AUTH-DATE(PRD-IDX) ' '
               WS-PRD-CLOSE-DATE(PRD-IDX) ' '
               WS-PRD-ADJ-COUNT(PRD-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

       7000-WRITE-LINE.
           MOVE WS-REPORT-LINE TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
       7000-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE CLOSE-REPORT.
           IF CLOSE-DONE THEN
              OPEN OUTPUT PERIOD-MASTER
              PERFORM 8100-WRITE-ONE-PERIOD THRU 8100-EXIT
                  VARYING PRD-IDX FROM 1 BY 1
                  UNTIL PRD-IDX > WS-PERIOD-COUNT
              CLOSE PERIOD-MASTER
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-PERIOD.
           MOVE WS-PRD-RECORD(PRD-IDX) TO PERIOD-MASTER-RECORD.
           WRITE PERIOD-MASTER-RECORD.
       8100-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'PERIODCLOSE'    TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN CLOSE-UNAUTHORISED
                 MOVE 'PERIOD CLOSE - NOT AUTHORISED, LEFT OPEN'
                     TO CLR-MESSAGE
              WHEN CLOSE-ALREADY
                 MOVE 'PERIOD CLOSE - MONTH ALREADY CLOSED'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'PERIOD CLOSE - MONTH CLOSED'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
