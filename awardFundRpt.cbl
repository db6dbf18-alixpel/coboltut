      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  AwardFundRpt.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. TERMLY AWARD FUND REPORT -
      *               FOR THE BILLING TERM ON TUITTERM, EVERY
      *               FUNDING SOURCE ON THE AWARD MASTER
      *               (AWARDMST) WITH THE AWARDS TUITIONBILLING
      *               CHARGED TO IT (FROM AWARDHST), THE TOTAL
      *               AGAINST THE FUND'S TERM BUDGET AND WHAT
      *               IS LEFT. A FUND OVER ITS BUDGET IS
      *               FLAGGED AND GIVES RETURN CODE 4; AWARDS
      *               ON A FUND NO LONGER ON THE MASTER ARE
      *               LISTED SEPARATELY AND ALSO GIVE 4. NO
      *               BILLING TERM GIVES RETURN CODE 8.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-TERM-PARM ASSIGN TO "TUITTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-TERM-STATUS.

           SELECT AWARD-MASTER ASSIGN TO "AWARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-MASTER-STATUS.

           SELECT AWARD-HISTORY ASSIGN TO "AWARDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-HISTORY-STATUS.

           SELECT FUND-REPORT ASSIGN TO "AWARDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUND-REPORT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  BILLING-TERM-PARM.
       01  BILLING-TERM-RECORD.
           05 BTP-BILL-TERM         PIC X(05).

       FD  AWARD-MASTER.
           COPY "awrdfd.cpy".

       FD  AWARD-HISTORY.
           COPY "awhsfd.cpy".

       FD  FUND-REPORT.
       01  FUND-REPORT-RECORD       PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-BILL-TERM-STATUS      PIC X(02).
       01  WS-AWARD-MASTER-STATUS   PIC X(02).
       01  WS-AWARD-HISTORY-STATUS  PIC X(02).
       01  WS-FUND-REPORT-STATUS    PIC X(02).

       01  WS-BILL-TERM             PIC X(05) VALUE SPACES.

       01  WS-SWITCHES.
           05 WS-AWARD-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-AWARDS      VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-FUND-FOUND-SW      PIC X(01).
              88 FUND-FOUND         VALUE 'Y'.

      *-------------------------------------------------
      * FUNDS FROM THE AWARD MASTER WITH THEIR BUDGETS,
      * AND THIS TERM'S AWARD HISTORY. AN ENTRY IS MARKED
      * ONCE IT HAS BEEN REPORTED UNDER ITS FUND.
      *-------------------------------------------------
       01  WS-MAX-FUNDS             PIC 9(02) COMP VALUE 50.
       01  WS-FUND-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-FUND-TABLE.
           05 WS-FUND-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-FUND-COUNT
                 INDEXED BY FND-IDX.
              10 WS-FND-ID          PIC X(06).
              10 WS-FND-NAME        PIC X(20).
              10 WS-FND-SOURCE      PIC X(01).
              10 WS-FND-ACCT        PIC X(06).
              10 WS-FND-BUDGET      PIC 9(07)V99.

       01  WS-MAX-ENTRIES           PIC 9(04) COMP VALUE 2000.
       01  WS-ENTRY-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-ENTRY-TABLE.
           05 WS-HIST-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-ENTRY-COUNT
                 INDEXED BY ENT-IDX.
              10 WS-ENT-STUDENT-ID  PIC X(06).
              10 WS-ENT-SEQ         PIC 9(02).
              10 WS-ENT-KIND        PIC X(01).
              10 WS-ENT-FUND-ID     PIC X(06).
              10 WS-ENT-AMOUNT      PIC 9(05)V99.
              10 WS-ENT-DONE-SW     PIC X(01).
                 88 ENT-DONE        VALUE 'Y'.

       01  WS-FUND-AWARDED          PIC 9(07)V99.
       01  WS-FUND-REMAINING        PIC 9(07)V99.
       01  WS-FUND-OVER             PIC 9(07)V99.
       01  WS-FUND-AWARD-COUNT      PIC 9(04) COMP.
       01  WS-TOTAL-AWARDED         PIC 9(08)V99 VALUE ZERO.
       01  WS-TOTAL-BUDGET          PIC 9(08)V99 VALUE ZERO.
       01  WS-OVER-BUDGET-COUNT     PIC 9(03) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-SOURCE-DESC           PIC X(07).
       01  WS-KIND-DESC             PIC X(11).
       01  WS-REPORT-LINE           PIC X(70).
       01  WS-AMOUNT-ED             PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-ED              PIC ZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-REPORT-FUND THRU 2000-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > WS-FUND-COUNT.

           PERFORM 3000-UNKNOWN-FUNDS THRU 3000-EXIT.
           PERFORM 8000-REPORT-SUMMARY THRU 8000-EXIT.
           PERFORM 8900-FINALIZE THRU 8900-EXIT.

           IF WS-OVER-BUDGET-COUNT > ZERO
              OR WS-UNKNOWN-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-------------------------------------------------
      * THE BILLING TERM IS THE ONE INPUT THE REPORT
      * CANNOT DO WITHOUT. THE AWARD MASTER AND HISTORY
      * ARE OPTIONAL - A TERM WITH NO AWARDS YET REPORTS
      * EVERY FUND AT ZERO.
      *-------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT BILLING-TERM-PARM.
           IF WS-BILL-TERM-STATUS = '00' THEN
              READ BILLING-TERM-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BTP-BILL-TERM TO WS-BILL-TERM
              END-READ
              CLOSE BILLING-TERM-PARM
           END-IF.
           IF WS-BILL-TERM = SPACES THEN
              DISPLAY 'TUITTERM HAS NO BILLING TERM - '
                  'NO FUND REPORT RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT AWARD-MASTER.
           IF WS-AWARD-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-FUND THRU 1100-EXIT
                  UNTIL END-OF-AWARDS
              CLOSE AWARD-MASTER
           END-IF.

           OPEN INPUT AWARD-HISTORY.
           IF WS-AWARD-HISTORY-STATUS = '00' THEN
              PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT
                  UNTIL END-OF-HISTORY
              CLOSE AWARD-HISTORY
           END-IF.

           OPEN OUTPUT FUND-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'AWARD FUND REPORT - BILLING TERM ' WS-BILL-TERM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-FUND.
           READ AWARD-MASTER
              AT END SET END-OF-AWARDS TO TRUE
           END-READ.
           IF END-OF-AWARDS OR NOT AW-FUND-ENTRY THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-FUND-COUNT >= WS-MAX-FUNDS THEN
              DISPLAY 'FUND TABLE FULL - FUND ' AW-FUND-ID
                  ' NOT LOADED'
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-FUND-COUNT.
           SET FND-IDX TO WS-FUND-COUNT.
           MOVE AW-FUND-ID     TO WS-FND-ID(FND-IDX).
           MOVE AW-FUND-NAME   TO WS-FND-NAME(FND-IDX).
           MOVE AW-SOURCE-TYPE TO WS-FND-SOURCE(FND-IDX).
           MOVE AW-LEDGER-ACCT TO WS-FND-ACCT(FND-IDX).
           MOVE AW-TERM-BUDGET TO WS-FND-BUDGET(FND-IDX).
           ADD AW-TERM-BUDGET TO WS-TOTAL-BUDGET.
       1100-EXIT.
           EXIT.

       1200-LOAD-HISTORY.
           READ AWARD-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           IF END-OF-HISTORY OR AH-BILL-TERM NOT = WS-BILL-TERM
              THEN
              GO TO 1200-EXIT
           END-IF.
           IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES THEN
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           SET ENT-IDX TO WS-ENTRY-COUNT.
           MOVE AH-STUDENT-ID TO WS-ENT-STUDENT-ID(ENT-IDX).
           MOVE AH-AWARD-SEQ  TO WS-ENT-SEQ(ENT-IDX).
           MOVE AH-AWARD-KIND TO WS-ENT-KIND(ENT-IDX).
           MOVE AH-FUND-ID    TO WS-ENT-FUND-ID(ENT-IDX).
           MOVE AH-AMOUNT     TO WS-ENT-AMOUNT(ENT-IDX).
           MOVE 'N'           TO WS-ENT-DONE-SW(ENT-IDX).
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE BLOCK PER FUND - THE FUND LINE, EACH AWARD
      * CHARGED TO IT THIS TERM, THEN THE TOTAL AGAINST
      * BUDGET WITH WHAT IS LEFT OR THE OVERSPEND.
      *-------------------------------------------------
       2000-REPORT-FUND.
           IF WS-FND-SOURCE(FND-IDX) = 'S' THEN
              MOVE 'SPONSOR' TO WS-SOURCE-DESC
           ELSE
              MOVE 'SCHOOL'  TO WS-SOURCE-DESC
           END-IF.
           MOVE SPACES TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FUND ' WS-FND-ID(FND-IDX) ' '
               WS-FND-NAME(FND-IDX) ' ' WS-SOURCE-DESC
               '  ACCOUNT ' WS-FND-ACCT(FND-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.

           MOVE ZERO TO WS-FUND-AWARDED WS-FUND-AWARD-COUNT.
           PERFORM 2100-REPORT-AWARD THRU 2100-EXIT
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > WS-ENTRY-COUNT.
           ADD WS-FUND-AWARDED TO WS-TOTAL-AWARDED.

           MOVE WS-FUND-AWARD-COUNT TO WS-COUNT-ED.
           MOVE WS-FUND-AWARDED TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  AWARDS ' WS-COUNT-ED
               '   TOTAL AWARDED    ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
           MOVE WS-FND-BUDGET(FND-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '                 TERM BUDGET      ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-FUND-AWARDED > WS-FND-BUDGET(FND-IDX) THEN
              COMPUTE WS-FUND-OVER =
                  WS-FUND-AWARDED - WS-FND-BUDGET(FND-IDX)
              MOVE WS-FUND-OVER TO WS-AMOUNT-ED
              ADD 1 TO WS-OVER-BUDGET-COUNT
              STRING '                 OVER BUDGET BY   '
                  WS-AMOUNT-ED '  ***'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              COMPUTE WS-FUND-REMAINING =
                  WS-FND-BUDGET(FND-IDX) - WS-FUND-AWARDED
              MOVE WS-FUND-REMAINING TO WS-AMOUNT-ED
              STRING '                 REMAINING        '
                  WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
       2000-EXIT.
           EXIT.

       2100-REPORT-AWARD.
           IF WS-ENT-FUND-ID(ENT-IDX) NOT = WS-FND-ID(FND-IDX) THEN
              GO TO 2100-EXIT
           END-IF.
           SET ENT-DONE(ENT-IDX) TO TRUE.
           ADD WS-ENT-AMOUNT(ENT-IDX) TO WS-FUND-AWARDED.
           ADD 1 TO WS-FUND-AWARD-COUNT.
           PERFORM 2200-WRITE-AWARD-LINE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-WRITE-AWARD-LINE.
           IF WS-ENT-KIND(ENT-IDX) = 'S' THEN
              MOVE 'SCHOLARSHIP' TO WS-KIND-DESC
           ELSE
              MOVE 'BURSARY'     TO WS-KIND-DESC
           END-IF.
           MOVE WS-ENT-AMOUNT(ENT-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  STUDENT ' WS-ENT-STUDENT-ID(ENT-IDX)
               ' AWARD ' WS-ENT-SEQ(ENT-IDX) ' ' WS-KIND-DESC
               '  ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ANY AWARD LEFT UNREPORTED WAS CHARGED TO A FUND
      * THAT IS NO LONGER ON THE AWARD MASTER.
      *-------------------------------------------------
       3000-UNKNOWN-FUNDS.
           PERFORM 3100-CHECK-UNKNOWN THRU 3100-EXIT
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > WS-ENTRY-COUNT.
       3000-EXIT.
           EXIT.

       3100-CHECK-UNKNOWN.
           IF ENT-DONE(ENT-IDX) THEN
              GO TO 3100-EXIT
           END-IF.
           IF WS-UNKNOWN-COUNT = ZERO THEN
              MOVE SPACES TO FUND-REPORT-RECORD
              WRITE FUND-REPORT-RECORD
              MOVE 'AWARDS ON FUNDS NOT ON THE AWARD MASTER'
                  TO FUND-REPORT-RECORD
              WRITE FUND-REPORT-RECORD
           END-IF.
           ADD 1 TO WS-UNKNOWN-COUNT.
           ADD WS-ENT-AMOUNT(ENT-IDX) TO WS-TOTAL-AWARDED.
           MOVE WS-ENT-AMOUNT(ENT-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  STUDENT ' WS-ENT-STUDENT-ID(ENT-IDX)
               ' AWARD ' WS-ENT-SEQ(ENT-IDX)
               ' FUND ' WS-ENT-FUND-ID(ENT-IDX)
               '  ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
       3100-EXIT.
           EXIT.

       8000-REPORT-SUMMARY.
           MOVE SPACES TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
           MOVE WS-TOTAL-AWARDED TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ALL FUNDS  AWARDED  ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
           MOVE WS-TOTAL-BUDGET TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '           BUDGET   ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
           MOVE WS-OVER-BUDGET-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FUNDS OVER BUDGET   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO FUND-REPORT-RECORD.
           WRITE FUND-REPORT-RECORD.
       8000-EXIT.
           EXIT.

       8900-FINALIZE.
           CLOSE FUND-REPORT.
           DISPLAY 'FUNDS REPORTED   : ' WS-FUND-COUNT.
           DISPLAY 'AWARDS THIS TERM : ' WS-ENTRY-COUNT.
           DISPLAY 'FUNDS OVER BUDGET: ' WS-OVER-BUDGET-COUNT.
           IF WS-UNKNOWN-COUNT > ZERO THEN
              DISPLAY 'AWARDS ON UNKNOWN FUNDS: ' WS-UNKNOWN-COUNT
           END-IF.
           IF WS-SKIPPED-COUNT > ZERO THEN
              DISPLAY 'HISTORY TABLE FULL - ' WS-SKIPPED-COUNT
                  ' AWARDS NOT REPORTED'
           END-IF.
       8900-EXIT.
           EXIT.
