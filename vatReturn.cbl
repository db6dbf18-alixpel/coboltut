      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  VatReturn.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM MONTHLYCYCLE
      *               AS A MONTH-END STEP. READS THE VAT
      *               JOURNAL (VATJRNL, VATJFD LAYOUT) THAT
      *               THE SHARED VATSPLIT MODULE APPENDS TO
      *               AND PRODUCES THE MONTH'S VAT RETURN -
      *               ONE LINE PER VAT CODE AND RATE WITH THE
      *               SALES AND REFUND NET AND VAT, THE
      *               EXEMPT AND NOT-TAXABLE TURNOVER IN
      *               THEIR OWN BOXES, AND THE NET VAT
      *               PAYABLE. THE REPORTING MONTH COMES FROM
      *               THE OPTIONAL REPORT-MONTH-PARM FILE,
      *               DEFAULTING TO THE CURRENT MONTH. A
      *               MONTH WHERE REFUND VAT EXCEEDS SALES
      *               VAT (A REPAYMENT CLAIM) RETURNS CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAT-JOURNAL ASSIGN TO "VATJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-JOURNAL-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT VAT-RETURN-REPORT ASSIGN TO "VATRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-RETURN-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  VAT-JOURNAL.
           COPY "vatjfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH       PIC 9(06).

       FD  VAT-RETURN-REPORT.
       01  VAT-RETURN-RECORD         PIC X(70).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS       PIC X(02).
       01  WS-VAT-JOURNAL-STATUS     PIC X(02).
       01  WS-MONTH-PARM-STATUS      PIC X(02).
       01  WS-VAT-RETURN-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-JOURNAL-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-JOURNAL      VALUE 'Y'.
           05 WS-BOX-FOUND-SW        PIC X(01).
              88 BOX-FOUND           VALUE 'Y'.

       01  WS-REPORT-MONTH           PIC 9(06).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-JOURNAL-MONTH          PIC 9(06).

      *-------------------------------------------------
      * ONE BOX PER VAT CODE AND RATE SEEN IN THE MONTH.
      *-------------------------------------------------
       01  WS-MAX-BOXES              PIC 9(02) COMP VALUE 20.
       01  WS-BOX-COUNT              PIC 9(02) COMP VALUE ZERO.
       01  WS-BOX-TABLE.
           05 WS-BOX-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-BOX-COUNT
                 INDEXED BY BOX-IDX.
              10 WS-BOX-VAT-CODE     PIC X(01).
              10 WS-BOX-VAT-RATE     PIC 9(02)V99.
              10 WS-BOX-SALES-NET    PIC 9(09)V99.
              10 WS-BOX-SALES-VAT    PIC 9(09)V99.
              10 WS-BOX-REFUND-NET   PIC 9(09)V99.
              10 WS-BOX-REFUND-VAT   PIC 9(09)V99.

       01  WS-TOTAL-SALES-VAT        PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-REFUND-VAT       PIC 9(09)V99 VALUE ZERO.
       01  WS-TAXABLE-NET            PIC S9(09)V99 VALUE ZERO.
       01  WS-EXEMPT-NET             PIC S9(09)V99 VALUE ZERO.
       01  WS-NOT-TAXABLE-NET        PIC S9(09)V99 VALUE ZERO.
       01  WS-NET-VAT-PAYABLE        PIC S9(09)V99 VALUE ZERO.
       01  WS-JOURNAL-COUNT          PIC 9(07) COMP VALUE ZERO.

       01  WS-REPORT-LINE            PIC X(70).
       01  WS-RATE-ED                PIC Z9.99.
       01  WS-AMOUNT-ED1             PIC ZZZZZZZZ9.99.
       01  WS-AMOUNT-ED2             PIC ZZZZZZZZ9.99.
       01  WS-AMOUNT-ED3             PIC ZZZZZZZZ9.99.
       01  WS-AMOUNT-ED4             PIC ZZZZZZZZ9.99.
       01  WS-SIGNED-ED              PIC -ZZZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-JOURNAL THRU 2000-EXIT
               UNTIL END-OF-JOURNAL.
           IF WS-VAT-JOURNAL-STATUS = '00' OR '10' THEN
              CLOSE VAT-JOURNAL
           END-IF.
           PERFORM 8000-PRINT-VAT-RETURN THRU 8000-EXIT.

           IF WS-NET-VAT-PAYABLE < ZERO THEN
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

           OPEN INPUT VAT-JOURNAL.
           IF WS-VAT-JOURNAL-STATUS NOT = '00' THEN
              SET END-OF-JOURNAL TO TRUE
           ELSE
              PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY LINES DATED IN THE REPORTING MONTH COUNT. A
      * REFUND LINE REDUCES ITS BOX'S TURNOVER AND VAT.
      *-------------------------------------------------
       2000-TALLY-JOURNAL.
           DIVIDE VJ-BUSINESS-DATE BY 100 GIVING WS-JOURNAL-MONTH.
           IF WS-JOURNAL-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 2000-READ-NEXT
           END-IF.

           ADD 1 TO WS-JOURNAL-COUNT.
           PERFORM 2100-FIND-BOX THRU 2100-EXIT.
           IF NOT BOX-FOUND THEN
              GO TO 2000-READ-NEXT
           END-IF.

           IF VJ-REFUND THEN
              ADD VJ-NET-AMOUNT TO WS-BOX-REFUND-NET(BOX-IDX)
              ADD VJ-VAT-AMOUNT TO WS-BOX-REFUND-VAT(BOX-IDX)
              ADD VJ-VAT-AMOUNT TO WS-TOTAL-REFUND-VAT
           ELSE
              ADD VJ-NET-AMOUNT TO WS-BOX-SALES-NET(BOX-IDX)
              ADD VJ-VAT-AMOUNT TO WS-BOX-SALES-VAT(BOX-IDX)
              ADD VJ-VAT-AMOUNT TO WS-TOTAL-SALES-VAT
           END-IF.
       2000-READ-NEXT.
           PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-BOX.
           MOVE 'N' TO WS-BOX-FOUND-SW.
           SET BOX-IDX TO 1.
           PERFORM 2110-COMPARE-BOX THRU 2110-EXIT
               UNTIL BOX-IDX > WS-BOX-COUNT OR BOX-FOUND.
           IF NOT BOX-FOUND AND WS-BOX-COUNT < WS-MAX-BOXES THEN
              ADD 1 TO WS-BOX-COUNT
              SET BOX-IDX TO WS-BOX-COUNT
              MOVE VJ-VAT-CODE TO WS-BOX-VAT-CODE(BOX-IDX)
              MOVE VJ-VAT-RATE TO WS-BOX-VAT-RATE(BOX-IDX)
              MOVE ZERO TO WS-BOX-SALES-NET(BOX-IDX)
                           WS-BOX-SALES-VAT(BOX-IDX)
                           WS-BOX-REFUND-NET(BOX-IDX)
                           WS-BOX-REFUND-VAT(BOX-IDX)
              SET BOX-FOUND TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-COMPARE-BOX.
           IF WS-BOX-VAT-CODE(BOX-IDX) = VJ-VAT-CODE
              AND WS-BOX-VAT-RATE(BOX-IDX) = VJ-VAT-RATE THEN
              SET BOX-FOUND TO TRUE
           ELSE
              SET BOX-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

       2900-READ-JOURNAL.
           READ VAT-JOURNAL
              AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE RETURN: THE RATE LINES, THEN THE TAXABLE,
      * EXEMPT AND NOT-TAXABLE NET TURNOVER BOXES, THEN
      * OUTPUT VAT LESS REFUND VAT = NET VAT PAYABLE.
      *-------------------------------------------------
       8000-PRINT-VAT-RETURN.
           OPEN OUTPUT VAT-RETURN-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'VAT RETURN FOR MONTH ' WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           MOVE 'CD  RATE     SALES NET    SALES VAT   REFUND NET'
               TO WS-REPORT-LINE.
           MOVE '   REFUND VAT' TO WS-REPORT-LINE(51:13).
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.

           PERFORM 8100-PRINT-BOX-LINE THRU 8100-EXIT
               VARYING BOX-IDX FROM 1 BY 1
               UNTIL BOX-IDX > WS-BOX-COUNT.

           COMPUTE WS-NET-VAT-PAYABLE =
               WS-TOTAL-SALES-VAT - WS-TOTAL-REFUND-VAT.

           MOVE SPACES TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           MOVE WS-TAXABLE-NET TO WS-SIGNED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TAXABLE NET TURNOVER     ' WS-SIGNED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           MOVE WS-EXEMPT-NET TO WS-SIGNED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXEMPT TURNOVER          ' WS-SIGNED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           MOVE WS-NOT-TAXABLE-NET TO WS-SIGNED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OUTSIDE THE SCOPE OF VAT ' WS-SIGNED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           MOVE WS-TOTAL-SALES-VAT TO WS-AMOUNT-ED1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OUTPUT VAT ON SALES       ' WS-AMOUNT-ED1
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           MOVE WS-TOTAL-REFUND-VAT TO WS-AMOUNT-ED1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LESS VAT ON REFUNDS       ' WS-AMOUNT-ED1
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           MOVE WS-NET-VAT-PAYABLE TO WS-SIGNED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NET VAT PAYABLE          ' WS-SIGNED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
           CLOSE VAT-RETURN-REPORT.
       8000-EXIT.
           EXIT.

      *-------------------------------------------------
      * EXEMPT ('E') AND NOT-TAXABLE ('N') TURNOVER IS
      * KEPT OUT OF THE TAXABLE BOX.
      *-------------------------------------------------
       8100-PRINT-BOX-LINE.
           EVALUATE WS-BOX-VAT-CODE(BOX-IDX)
              WHEN 'E'
                 ADD WS-BOX-SALES-NET(BOX-IDX) TO WS-EXEMPT-NET
                 SUBTRACT WS-BOX-REFUND-NET(BOX-IDX)
                     FROM WS-EXEMPT-NET
              WHEN 'N'
                 ADD WS-BOX-SALES-NET(BOX-IDX) TO WS-NOT-TAXABLE-NET
                 SUBTRACT WS-BOX-REFUND-NET(BOX-IDX)
                     FROM WS-NOT-TAXABLE-NET
              WHEN OTHER
                 ADD WS-BOX-SALES-NET(BOX-IDX) TO WS-TAXABLE-NET
                 SUBTRACT WS-BOX-REFUND-NET(BOX-IDX)
                     FROM WS-TAXABLE-NET
           END-EVALUATE.

           MOVE WS-BOX-VAT-RATE(BOX-IDX)   TO WS-RATE-ED.
           MOVE WS-BOX-SALES-NET(BOX-IDX)  TO WS-AMOUNT-ED1.
           MOVE WS-BOX-SALES-VAT(BOX-IDX)  TO WS-AMOUNT-ED2.
           MOVE WS-BOX-REFUND-NET(BOX-IDX) TO WS-AMOUNT-ED3.
           MOVE WS-BOX-REFUND-VAT(BOX-IDX) TO WS-AMOUNT-ED4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-BOX-VAT-CODE(BOX-IDX) '  ' WS-RATE-ED ' '
               WS-AMOUNT-ED1 ' ' WS-AMOUNT-ED2 ' '
               WS-AMOUNT-ED3 ' ' WS-AMOUNT-ED4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO VAT-RETURN-RECORD.
           WRITE VAT-RETURN-RECORD.
       8100-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'VATRETURN'      TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-NET-VAT-PAYABLE < ZERO THEN
              MOVE 'VAT RETURN - REPAYMENT CLAIM, CHECK'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'VAT RETURN PRODUCED' TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
