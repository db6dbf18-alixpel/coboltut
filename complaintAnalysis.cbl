      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ComplaintAnalysis.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTHLY ANALYSIS OF THE
      *               GUEST COMPLAINT REGISTER (COMPLNT,
      *               CMPLFD LAYOUT) KEYED THROUGH
      *               COMPLAINTMAINT. THE COMPLAINTS RAISED
      *               IN THE REPORT MONTH (OPTIONAL
      *               REPORT-MONTH-PARM, DEFAULT THE CURRENT
      *               MONTH) ARE COUNTED BY CATEGORY, BY
      *               RIDE AND BY GATE WITH THE GOODWILL
      *               GRANTED ON THEM, FOLLOWED BY THE
      *               MONTH'S TOTALS - RECEIVED, RESOLVED,
      *               STILL OPEN, TOTAL COMPENSATION COST -
      *               THE GOODWILL ACTUALLY LOADED TO GIFT
      *               CARDS IN THE MONTH AND THE COMPLAINTS
      *               LEFT OPEN FROM EARLIER MONTHS.
      *               CALLABLE FROM MONTHLYCYCLE.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-REGISTER ASSIGN TO "COMPLNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT COMPLAINT-REPORT ASSIGN TO "CMPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  COMPLAINT-REGISTER.
           COPY "cmplfd.cpy".

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  COMPLAINT-REPORT.
       01  COMPLAINT-REPORT-RECORD  PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS      PIC X(02).
       01  WS-RIDE-MASTER-STATUS    PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-COMPLAINT-REPORT-STATUS PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-COMPLAINT-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-COMPLAINTS  VALUE 'Y'.
           05 WS-RIDE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RIDES       VALUE 'Y'.
           05 WS-ENTRY-FOUND-SW     PIC X(01).
              88 ENTRY-FOUND        VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-COMPLAINT-MONTH       PIC 9(06).
       01  WS-RESOLVED-MONTH        PIC 9(06).

      *-------------------------------------------------
      * THE CATEGORY CODES OF CMPLFD WITH THEIR REPORT
      * NAMES, IN THE ORDER THEY PRINT.
      *-------------------------------------------------
       01  WS-CATEGORY-VALUES.
           05 FILLER PIC X(15) VALUE 'RRIDE CLOSED   '.
           05 FILLER PIC X(15) VALUE 'QQUEUE         '.
           05 FILLER PIC X(15) VALUE 'SSTAFF         '.
           05 FILLER PIC X(15) VALUE 'CCLEANLINESS   '.
           05 FILLER PIC X(15) VALUE 'FFOOD          '.
           05 FILLER PIC X(15) VALUE 'BBILLING       '.
           05 FILLER PIC X(15) VALUE 'OOTHER         '.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05 WS-CAT-ENTRY OCCURS 7 TIMES INDEXED BY CAT-IDX.
              10 WS-CAT-CODE        PIC X(01).
              10 WS-CAT-NAME        PIC X(14).
       01  WS-CATEGORY-TOTALS.
           05 WS-CAT-TOTAL OCCURS 7 TIMES.
              10 WS-CAT-COUNT       PIC 9(05) COMP.
              10 WS-CAT-GOODWILL    PIC 9(07)V99.

       01  WS-MAX-RIDES             PIC 9(03) COMP VALUE 100.
       01  WS-RIDE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-RIDE-TABLE.
           05 WS-RIDE-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-RIDE-COUNT
                 INDEXED BY RID-IDX.
              10 WS-RIDE-ID         PIC X(06).
              10 WS-RIDE-NOM        PIC X(20).
              10 WS-RIDE-CMP-COUNT  PIC 9(05) COMP.
              10 WS-RIDE-GOODWILL   PIC 9(07)V99.

       01  WS-MAX-GATES             PIC 9(03) COMP VALUE 50.
       01  WS-GATE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-GATE-TABLE.
           05 WS-GATE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-GATE-COUNT
                 INDEXED BY GAT-IDX.
              10 WS-GATE-ID         PIC X(02).
              10 WS-GATE-CMP-COUNT  PIC 9(05) COMP.
              10 WS-GATE-GOODWILL   PIC 9(07)V99.

       01  WS-RECEIVED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-RESOLVED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-EARLIER-OPEN-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-MONTH-GOODWILL        PIC 9(07)V99 VALUE ZERO.
       01  WS-LOADED-GOODWILL       PIC 9(07)V99 VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-COMPLAINT-STATUS = '00' THEN
              PERFORM 2000-PROCESS-COMPLAINT THRU 2000-EXIT
                  UNTIL END-OF-COMPLAINTS
              CLOSE COMPLAINT-REGISTER
           END-IF.

           PERFORM 3000-PRINT-CATEGORIES THRU 3000-EXIT.
           PERFORM 4000-PRINT-RIDES THRU 4000-EXIT.
           PERFORM 5000-PRINT-GATES THRU 5000-EXIT.
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

           PERFORM 1050-CLEAR-CATEGORY THRU 1050-EXIT
               VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 7.

           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-RIDE THRU 1100-EXIT
                  UNTIL END-OF-RIDES
                     OR WS-RIDE-COUNT >= WS-MAX-RIDES
              CLOSE RIDE-MASTER
           END-IF.

           OPEN INPUT COMPLAINT-REGISTER.
           IF WS-COMPLAINT-STATUS = '00' THEN
              PERFORM 2900-READ-COMPLAINT THRU 2900-EXIT
           END-IF.

           OPEN OUTPUT COMPLAINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GUEST COMPLAINT ANALYSIS FOR MONTH '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
       1000-EXIT.
           EXIT.

       1050-CLEAR-CATEGORY.
           MOVE ZERO TO WS-CAT-COUNT(CAT-IDX).
           MOVE ZERO TO WS-CAT-GOODWILL(CAT-IDX).
       1050-EXIT.
           EXIT.

       1100-LOAD-RIDE.
           READ RIDE-MASTER
              AT END SET END-OF-RIDES TO TRUE
           END-READ.
           IF NOT END-OF-RIDES THEN
              ADD 1 TO WS-RIDE-COUNT
              MOVE RM-RIDE-ID  TO WS-RIDE-ID(WS-RIDE-COUNT)
              MOVE RM-RIDE-NOM TO WS-RIDE-NOM(WS-RIDE-COUNT)
              MOVE ZERO TO WS-RIDE-CMP-COUNT(WS-RIDE-COUNT)
              MOVE ZERO TO WS-RIDE-GOODWILL(WS-RIDE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * GOODWILL LOADED IN THE MONTH IS TAKEN BY RESOLVED
      * DATE - THE FIGURE THAT TIES TO THE MONTH'S GIFT
      * CARD LOADS. EVERYTHING ELSE IS BY THE DATE THE
      * COMPLAINT WAS RAISED.
      *-------------------------------------------------
       2000-PROCESS-COMPLAINT.
           DIVIDE CP-COMPLAINT-DATE BY 100
               GIVING WS-COMPLAINT-MONTH.
           DIVIDE CP-RESOLVED-DATE BY 100
               GIVING WS-RESOLVED-MONTH.

           IF CP-RESOLVED
              AND WS-RESOLVED-MONTH = WS-REPORT-MONTH
              AND CP-COMP-AMOUNT > ZERO THEN
              ADD CP-COMP-AMOUNT TO WS-LOADED-GOODWILL
              ADD 1 TO WS-LOADED-COUNT
           END-IF.

           IF WS-COMPLAINT-MONTH < WS-REPORT-MONTH
              AND CP-OPEN THEN
              ADD 1 TO WS-EARLIER-OPEN-COUNT
           END-IF.

           IF WS-COMPLAINT-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-RECEIVED-COUNT.
           IF CP-OPEN THEN
              ADD 1 TO WS-OPEN-COUNT
           ELSE
              ADD 1 TO WS-RESOLVED-COUNT
           END-IF.
           ADD CP-COMP-AMOUNT TO WS-MONTH-GOODWILL.

           PERFORM 2100-TALLY-CATEGORY THRU 2100-EXIT.
           IF CP-RIDE-ID NOT = SPACES THEN
              PERFORM 2200-TALLY-RIDE THRU 2200-EXIT
           END-IF.
           IF CP-GATE-ID NOT = SPACES THEN
              PERFORM 2300-TALLY-GATE THRU 2300-EXIT
           END-IF.

       2000-READ-NEXT.
           PERFORM 2900-READ-COMPLAINT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CODE NOT IN THE TABLE IS COUNTED AS OTHER, THE
      * LAST ENTRY.
      *-------------------------------------------------
       2100-TALLY-CATEGORY.
           SET CAT-IDX TO 1.
           SEARCH WS-CAT-ENTRY
              AT END
                 SET CAT-IDX TO 7
              WHEN WS-CAT-CODE(CAT-IDX) = CP-CATEGORY
                 CONTINUE
           END-SEARCH.
           ADD 1 TO WS-CAT-COUNT(CAT-IDX).
           ADD CP-COMP-AMOUNT TO WS-CAT-GOODWILL(CAT-IDX).
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A RIDE SINCE TAKEN OFF RIDE-MASTER STILL GETS ITS
      * OWN LINE, WITHOUT A NAME.
      *-------------------------------------------------
       2200-TALLY-RIDE.
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           SET RID-IDX TO 1.
           PERFORM 2210-COMPARE-RIDE THRU 2210-EXIT
               UNTIL RID-IDX > WS-RIDE-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND THEN
              IF WS-RIDE-COUNT >= WS-MAX-RIDES THEN
                 GO TO 2200-EXIT
              END-IF
              ADD 1 TO WS-RIDE-COUNT
              SET RID-IDX TO WS-RIDE-COUNT
              MOVE CP-RIDE-ID TO WS-RIDE-ID(RID-IDX)
              MOVE 'NOT ON RIDE-MASTER' TO WS-RIDE-NOM(RID-IDX)
              MOVE ZERO TO WS-RIDE-CMP-COUNT(RID-IDX)
              MOVE ZERO TO WS-RIDE-GOODWILL(RID-IDX)
           END-IF.
           ADD 1 TO WS-RIDE-CMP-COUNT(RID-IDX).
           ADD CP-COMP-AMOUNT TO WS-RIDE-GOODWILL(RID-IDX).
       2200-EXIT.
           EXIT.

       2210-COMPARE-RIDE.
           IF WS-RIDE-ID(RID-IDX) = CP-RIDE-ID THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET RID-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

       2300-TALLY-GATE.
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           SET GAT-IDX TO 1.
           PERFORM 2310-COMPARE-GATE THRU 2310-EXIT
               UNTIL GAT-IDX > WS-GATE-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND THEN
              IF WS-GATE-COUNT >= WS-MAX-GATES THEN
                 GO TO 2300-EXIT
              END-IF
              ADD 1 TO WS-GATE-COUNT
              SET GAT-IDX TO WS-GATE-COUNT
              MOVE CP-GATE-ID TO WS-GATE-ID(GAT-IDX)
              MOVE ZERO TO WS-GATE-CMP-COUNT(GAT-IDX)
              MOVE ZERO TO WS-GATE-GOODWILL(GAT-IDX)
           END-IF.
           ADD 1 TO WS-GATE-CMP-COUNT(GAT-IDX).
           ADD CP-COMP-AMOUNT TO WS-GATE-GOODWILL(GAT-IDX).
       2300-EXIT.
           EXIT.

       2310-COMPARE-GATE.
           IF WS-GATE-ID(GAT-IDX) = CP-GATE-ID THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET GAT-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

       2900-READ-COMPLAINT.
           READ COMPLAINT-REGISTER
              AT END SET END-OF-COMPLAINTS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       3000-PRINT-CATEGORIES.
           MOVE SPACES TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE 'BY CATEGORY' TO WS-REPORT-LINE.
           MOVE 'COMPLAINTS    GOODWILL' TO WS-REPORT-LINE(31:22).
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           PERFORM 3100-PRINT-ONE-CATEGORY THRU 3100-EXIT
               VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 7.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-CATEGORY.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CAT-NAME(CAT-IDX) TO WS-REPORT-LINE(3:14).
           MOVE WS-CAT-COUNT(CAT-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(36:5).
           MOVE WS-CAT-GOODWILL(CAT-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(43:10).
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY RIDES WITH A COMPLAINT IN THE MONTH PRINT.
      *-------------------------------------------------
       4000-PRINT-RIDES.
           MOVE SPACES TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE 'BY RIDE' TO WS-REPORT-LINE.
           MOVE 'COMPLAINTS    GOODWILL' TO WS-REPORT-LINE(31:22).
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           PERFORM 4100-PRINT-ONE-RIDE THRU 4100-EXIT
               VARYING RID-IDX FROM 1 BY 1
               UNTIL RID-IDX > WS-RIDE-COUNT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-RIDE.
           IF WS-RIDE-CMP-COUNT(RID-IDX) = ZERO THEN
              GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-RIDE-ID(RID-IDX)  TO WS-REPORT-LINE(3:6).
           MOVE WS-RIDE-NOM(RID-IDX) TO WS-REPORT-LINE(10:20).
           MOVE WS-RIDE-CMP-COUNT(RID-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(36:5).
           MOVE WS-RIDE-GOODWILL(RID-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(43:10).
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
       4100-EXIT.
           EXIT.

       5000-PRINT-GATES.
           MOVE SPACES TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE 'BY GATE' TO WS-REPORT-LINE.
           MOVE 'COMPLAINTS    GOODWILL' TO WS-REPORT-LINE(31:22).
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           PERFORM 5100-PRINT-ONE-GATE THRU 5100-EXIT
               VARYING GAT-IDX FROM 1 BY 1
               UNTIL GAT-IDX > WS-GATE-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-GATE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'GATE' TO WS-REPORT-LINE(3:4).
           MOVE WS-GATE-ID(GAT-IDX) TO WS-REPORT-LINE(8:2).
           MOVE WS-GATE-CMP-COUNT(GAT-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(36:5).
           MOVE WS-GATE-GOODWILL(GAT-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(43:10).
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
       5100-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE WS-RECEIVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'COMPLAINTS RECEIVED                ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE WS-RESOLVED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  RESOLVED                         ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  STILL OPEN                       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE WS-MONTH-GOODWILL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL COMPENSATION COST                   '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE SPACES TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE WS-LOADED-COUNT TO WS-COUNT-ED.
           MOVE WS-LOADED-GOODWILL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GOODWILL LOADED TO CARDS IN MONTH  ' WS-COUNT-ED
               '  ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           MOVE WS-EARLIER-OPEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OPEN FROM EARLIER MONTHS           ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLAINT-REPORT-RECORD.
           WRITE COMPLAINT-REPORT-RECORD.
           CLOSE COMPLAINT-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'COMPLAINTS'     TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           MOVE 'COMPLAINT ANALYSIS WRITTEN' TO CLR-MESSAGE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
