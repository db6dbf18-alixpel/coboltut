      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ConcessionRevenue.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE REFUNDS STEP. TOTALS THE
      *               DAY'S DAILY-SALES BY SL-DEPT-CODE (THE
      *               SAME FEED FONCTIONMINMAX ANALYSES) AND
      *               SPLITS EACH DEPARTMENT'S TAKE THROUGH
      *               THE SHARED VATSPLIT MODULE AT THAT
      *               DEPARTMENT'S RATE. THE NET CREDITS THE
      *               DEPARTMENT'S REVENUE ACCOUNT FROM THE
      *               RATE TABLE (OPTIONAL CONCESSION-
      *               ACCOUNT PARM, DEFAULT ACC906, WHEN THE
      *               TABLE NAMES NONE) AND THE VAT CREDITS
      *               THE VAT LIABILITY ACCOUNT, THROUGH
      *               TRANFILE LIKE THE GATE TAKE. A
      *               DEPARTMENT WITH NO RATE POSTS GROSS TO
      *               THE CONCESSION ACCOUNT AND RETURNS
      *               CODE 4 SO THE RATE GETS SET UP.
      * 15/10/26  AP  DAILY-SALE-RECORD NOW COMES FROM THE
      *               SHARED SALESFD COPYBOOK.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-SALES ASSIGN TO "SALESDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-SALES-STATUS.

           SELECT CONCESSION-ACCOUNT-PARM ASSIGN TO "CONCACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-ACCT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT CONCESSION-REPORT ASSIGN TO "CONCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  DAILY-SALES.
           COPY "salesfd.cpy".

       FD  CONCESSION-ACCOUNT-PARM.
       01  CONCESSION-ACCOUNT-PARM-RECORD.
           05 CAP-ACCT-ID           PIC X(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  CONCESSION-REPORT.
       01  CONCESSION-REPORT-RECORD PIC X(60).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DAILY-SALES-STATUS    PIC X(02).
       01  WS-CONC-ACCT-STATUS      PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-CONC-RPT-STATUS       PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-SALES-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-SALES       VALUE 'Y'.
           05 WS-DEPT-FOUND-SW      PIC X(01).
              88 DEPT-FOUND         VALUE 'Y'.

       01  WS-CONC-ACCT-ID          PIC X(06) VALUE 'ACC906'.

       01  WS-MAX-DEPTS             PIC 9(02) COMP VALUE 20.
       01  WS-DEPT-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY DEPT-IDX.
              10 WS-DEPT-CODE       PIC X(04).
              10 WS-DEPT-GROSS      PIC 9(09)V99.

       COPY "vatsparm.cpy".

       01  WS-REVENUE-ACCT-ID       PIC X(06).
       01  WS-NO-RATE-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-GROSS           PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-NET             PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-VAT             PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(60).
       01  WS-GROSS-ED              PIC ZZZZZZZZ9.99.
       01  WS-NET-ED                PIC ZZZZZZZZ9.99.
       01  WS-VAT-ED                PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ACCUMULATE-SALE THRU 2000-EXIT
               UNTIL END-OF-SALES.
           IF WS-DAILY-SALES-STATUS = '00' THEN
              CLOSE DAILY-SALES
           END-IF.

           OPEN EXTEND TRANSACTIONS.
           PERFORM 3000-POST-DEPARTMENT THRU 3000-EXIT
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > WS-DEPT-COUNT.
           CLOSE TRANSACTIONS.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.

           IF WS-NO-RATE-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CONCESSION-ACCOUNT-PARM.
           IF WS-CONC-ACCT-STATUS = '00' THEN
              READ CONCESSION-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CAP-ACCT-ID TO WS-CONC-ACCT-ID
              END-READ
              CLOSE CONCESSION-ACCOUNT-PARM
           END-IF.

           OPEN INPUT DAILY-SALES.
           IF WS-DAILY-SALES-STATUS NOT = '00' THEN
              SET END-OF-SALES TO TRUE
           ELSE
              PERFORM 2900-READ-SALE THRU 2900-EXIT
           END-IF.

           OPEN OUTPUT CONCESSION-REPORT.
           MOVE SPACES TO CONCESSION-REPORT-RECORD.
           STRING 'CONCESSION REVENUE  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO CONCESSION-REPORT-RECORD.
           WRITE CONCESSION-REPORT-RECORD.
           MOVE 'DEPT         GROSS          NET          VAT'
               TO CONCESSION-REPORT-RECORD.
           WRITE CONCESSION-REPORT-RECORD.
       1000-EXIT.
           EXIT.

       2000-ACCUMULATE-SALE.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           SET DEPT-IDX TO 1.
           PERFORM 2100-FIND-DEPT THRU 2100-EXIT
               UNTIL DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND.
           IF DEPT-FOUND THEN
              ADD SL-AMOUNT TO WS-DEPT-GROSS(DEPT-IDX)
           ELSE
              IF WS-DEPT-COUNT < WS-MAX-DEPTS THEN
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE SL-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-COUNT)
                 MOVE SL-AMOUNT    TO WS-DEPT-GROSS(WS-DEPT-COUNT)
              END-IF
           END-IF.
           PERFORM 2900-READ-SALE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-DEPT.
           IF WS-DEPT-CODE(DEPT-IDX) = SL-DEPT-CODE THEN
              SET DEPT-FOUND TO TRUE
           ELSE
              SET DEPT-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       2900-READ-SALE.
           READ DAILY-SALES
              AT END SET END-OF-SALES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DEPARTMENT'S DAY: A NET CREDIT TO ITS REVENUE
      * ACCOUNT AND A VAT CREDIT TO THE LIABILITY.
      *-------------------------------------------------
       3000-POST-DEPARTMENT.
           IF WS-DEPT-GROSS(DEPT-IDX) = ZERO THEN
              GO TO 3000-EXIT
           END-IF.
           MOVE CYC-RUN-DATE            TO VSP-BUSINESS-DATE.
           MOVE 'CONCREVENUE'           TO VSP-SOURCE.
           MOVE WS-DEPT-CODE(DEPT-IDX)  TO VSP-REVENUE-TYPE.
           MOVE 'S'                     TO VSP-DIRECTION.
           MOVE WS-DEPT-GROSS(DEPT-IDX) TO VSP-GROSS-AMOUNT.
           CALL 'VATSPLIT' USING VSP-PARM-AREA.

           MOVE WS-CONC-ACCT-ID TO WS-REVENUE-ACCT-ID.
           IF VSP-OK AND VSP-REVENUE-ACCT-ID NOT = SPACES THEN
              MOVE VSP-REVENUE-ACCT-ID TO WS-REVENUE-ACCT-ID
           END-IF.

           MOVE SPACES             TO TRANSACTION-RECORD.
           MOVE WS-REVENUE-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'C'                TO TRX-TYPE.
           MOVE VSP-NET-AMOUNT     TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           IF VSP-VAT-AMOUNT > ZERO THEN
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE VSP-VAT-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C'             TO TRX-TYPE
              MOVE VSP-VAT-AMOUNT  TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.

           ADD VSP-GROSS-AMOUNT TO WS-TOTAL-GROSS.
           ADD VSP-NET-AMOUNT   TO WS-TOTAL-NET.
           ADD VSP-VAT-AMOUNT   TO WS-TOTAL-VAT.

           MOVE VSP-GROSS-AMOUNT TO WS-GROSS-ED.
           MOVE VSP-NET-AMOUNT   TO WS-NET-ED.
           MOVE VSP-VAT-AMOUNT   TO WS-VAT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-DEPT-CODE(DEPT-IDX) ' ' WS-GROSS-ED ' '
               WS-NET-ED ' ' WS-VAT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF VSP-NO-RATE THEN
              ADD 1 TO WS-NO-RATE-COUNT
              MOVE 'NO RATE' TO WS-REPORT-LINE(45:7)
           END-IF.
           MOVE WS-REPORT-LINE TO CONCESSION-REPORT-RECORD.
           WRITE CONCESSION-REPORT-RECORD.
       3000-EXIT.
           EXIT.

       8000-PRINT-TOTALS.
           MOVE WS-TOTAL-GROSS TO WS-GROSS-ED.
           MOVE WS-TOTAL-NET   TO WS-NET-ED.
           MOVE WS-TOTAL-VAT   TO WS-VAT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTL ' WS-GROSS-ED ' ' WS-NET-ED ' ' WS-VAT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CONCESSION-REPORT-RECORD.
           WRITE CONCESSION-REPORT-RECORD.
           CLOSE CONCESSION-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'CONCREVENUE'    TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-NO-RATE-COUNT > ZERO THEN
              MOVE 'CONCESSIONS - DEPT WITH NO VAT RATE'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'CONCESSION REVENUE POSTED TO LEDGER'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
