      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  StaffPurchase.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE TILL BALANCE. TAKES THE DAY'S
      *               STAFF PURCHASES FROM THE GATE AND
      *               CONCESSION TILLS (STAFFPUR - ONE LINE
      *               PER SALE KEYED AGAINST AN EMP-ID),
      *               CHECKS THE EMPLOYEE IS ON THE EMPLOYEE
      *               MASTER AND STILL EMPLOYED, APPLIES THE
      *               SELLING DEPARTMENT'S STAFF DISCOUNT
      *               (STAFFDSC - DEPARTMENT, PERCENT, REVENUE
      *               ACCOUNT) AND HOLDS EVERY EMPLOYEE TO THE
      *               MONTHLY SPENDING CAP (STFCAP, DEFAULT
      *               300.00 OF NET PURCHASES PER CYCLE
      *               MONTH). ACCEPTED PURCHASES ARE APPENDED
      *               TO THE STAFF TAB (STAFFTAB) FOR SALAIRE
      *               TO RECOVER THROUGH PAYROLL; A REFUSED
      *               PURCHASE IS LISTED ON STAFFRPT FOR THE
      *               TILL TO COLLECT AND RETURNS CODE 4. A
      *               DATE ALREADY POSTED TO THE TAB IS NOT
      *               POSTED TWICE.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-PURCHASES ASSIGN TO "STAFFPUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-PUR-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT STAFF-DISCOUNT-PARM ASSIGN TO "STAFFDSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-DSC-STATUS.

           SELECT STAFF-CAP-PARM ASSIGN TO "STFCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-CAP-STATUS.

           SELECT STAFF-TAB ASSIGN TO "STAFFTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-TAB-STATUS.

           SELECT STAFF-REPORT ASSIGN TO "STAFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAFF-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  STAFF-PURCHASES.
           COPY "stpurfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

      *-------------------------------------------------
      * ONE ROW PER DEPARTMENT THAT SELLS ON STAFF TAB -
      * THE DISCOUNT OFF LIST AND THE REVENUE ACCOUNT THE
      * RECOVERED MONEY IS CREDITED TO.
      *-------------------------------------------------
       FD  STAFF-DISCOUNT-PARM.
       01  STAFF-DISCOUNT-RECORD.
           05 SD-DEPT-CODE          PIC X(04).
           05 SD-DISCOUNT-PCT       PIC 9(02)V99.
           05 SD-REVENUE-ACCT       PIC X(06).

       FD  STAFF-CAP-PARM.
       01  STAFF-CAP-RECORD.
           05 SC-MONTHLY-CAP        PIC 9(05)V99.

       FD  STAFF-TAB.
           COPY "stabfd.cpy".

       FD  STAFF-REPORT.
       01  STAFF-REPORT-RECORD      PIC X(90).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STAFF-PUR-STATUS      PIC X(02).
       01  WS-EMPLOYEE-MASTER-STATUS PIC X(02).
       01  WS-STAFF-DSC-STATUS      PIC X(02).
       01  WS-STAFF-CAP-STATUS      PIC X(02).
       01  WS-STAFF-TAB-STATUS      PIC X(02).
       01  WS-STAFF-RPT-STATUS      PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-PURCHASES-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-PURCHASES   VALUE 'Y'.
           05 WS-EMPLOYEES-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES   VALUE 'Y'.
           05 WS-DISCOUNTS-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-DISCOUNTS   VALUE 'Y'.
           05 WS-TAB-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TAB         VALUE 'Y'.
           05 WS-ALREADY-POSTED-SW  PIC X(01) VALUE 'N'.
              88 ALREADY-POSTED     VALUE 'Y'.
           05 WS-EMP-FOUND-SW       PIC X(01).
              88 EMP-FOUND          VALUE 'Y'.
           05 WS-DEPT-FOUND-SW      PIC X(01).
              88 DEPT-FOUND         VALUE 'Y'.

       01  WS-MONTHLY-CAP           PIC 9(05)V99 VALUE 300.00.
       01  WS-RUN-MONTH             PIC 9(06).

      *-------------------------------------------------
      * THE EMPLOYEE MASTER, WITH EACH EMPLOYEE'S NET
      * STAFF PURCHASES ALREADY ON THE TAB THIS CYCLE
      * MONTH - THE FIGURE THE CAP IS HELD AGAINST.
      *-------------------------------------------------
       01  WS-MAX-EMPLOYEES         PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-EM-EMP-ID       PIC X(06).
              10 WS-EM-NOM          PIC X(20).
              10 WS-EM-TERM-DATE    PIC 9(08).
              10 WS-EM-MONTH-SPENT  PIC 9(07)V99.

       01  WS-MAX-DEPTS             PIC 9(02) COMP VALUE 20.
       01  WS-DEPT-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-DEPT-COUNT
                 INDEXED BY DEPT-IDX.
              10 WS-DEPT-CODE       PIC X(04).
              10 WS-DEPT-PCT        PIC 9(02)V99.
              10 WS-DEPT-ACCT       PIC X(06).

       01  WS-LOOKUP-EMP-ID         PIC X(06).
       01  WS-DISCOUNT-AMOUNT       PIC 9(07)V99.
       01  WS-NET-AMOUNT            PIC 9(07)V99.
       01  WS-NEW-SPENT             PIC 9(08)V99.
       01  WS-REFUSE-REASON         PIC X(20).

       01  WS-ACCEPTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-LIST            PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-NET             PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-REFUSED         PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(90).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-AMOUNT2-ED            PIC ZZZZZZ9.99.
       01  WS-AMOUNT3-ED            PIC ZZZZZZ9.99.
       01  WS-CAP-ED                PIC ZZZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-TOTAL-ED              PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF NOT ALREADY-POSTED THEN
              PERFORM 2000-PRICE-PURCHASE THRU 2000-EXIT
                  UNTIL END-OF-PURCHASES
              CLOSE STAFF-TAB
           END-IF.
           IF WS-STAFF-PUR-STATUS NOT = '35' THEN
              CLOSE STAFF-PURCHASES
           END-IF.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.

           IF WS-REFUSED-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           MOVE CYC-RUN-DATE(1:6) TO WS-RUN-MONTH.

           OPEN INPUT STAFF-CAP-PARM.
           IF WS-STAFF-CAP-STATUS = '00' THEN
              READ STAFF-CAP-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SC-MONTHLY-CAP > ZERO THEN
                       MOVE SC-MONTHLY-CAP TO WS-MONTHLY-CAP
                    END-IF
              END-READ
              CLOSE STAFF-CAP-PARM
           END-IF.

           OPEN INPUT STAFF-DISCOUNT-PARM.
           IF WS-STAFF-DSC-STATUS = '00' THEN
              PERFORM 1100-LOAD-ONE-DEPT THRU 1100-EXIT
                  UNTIL END-OF-DISCOUNTS
                     OR WS-DEPT-COUNT >= WS-MAX-DEPTS
              CLOSE STAFF-DISCOUNT-PARM
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = '00' THEN
              SET END-OF-EMPLOYEES TO TRUE
           END-IF.
           PERFORM 1200-LOAD-ONE-EMPLOYEE THRU 1200-EXIT
               UNTIL END-OF-EMPLOYEES
                  OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES.
           IF WS-EMPLOYEE-MASTER-STATUS NOT = '35' THEN
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT STAFF-TAB.
           IF WS-STAFF-TAB-STATUS NOT = '00' THEN
              SET END-OF-TAB TO TRUE
           END-IF.
           PERFORM 1300-LOAD-ONE-TAB-LINE THRU 1300-EXIT
               UNTIL END-OF-TAB.
           IF WS-STAFF-TAB-STATUS NOT = '35' THEN
              CLOSE STAFF-TAB
           END-IF.

           OPEN INPUT STAFF-PURCHASES.
           IF WS-STAFF-PUR-STATUS NOT = '00' THEN
              SET END-OF-PURCHASES TO TRUE
           ELSE
              PERFORM 2900-READ-PURCHASE THRU 2900-EXIT
           END-IF.

           IF NOT ALREADY-POSTED THEN
              OPEN EXTEND STAFF-TAB
              IF WS-STAFF-TAB-STATUS = '35' THEN
                 OPEN OUTPUT STAFF-TAB
              END-IF
           END-IF.

           OPEN OUTPUT STAFF-REPORT.
           MOVE SPACES TO STAFF-REPORT-RECORD.
           MOVE WS-MONTHLY-CAP TO WS-CAP-ED.
           STRING 'STAFF PURCHASES TO TAB  RUN DATE ' CYC-RUN-DATE
               '  MONTHLY CAP ' WS-CAP-ED
               DELIMITED BY SIZE INTO STAFF-REPORT-RECORD.
           WRITE STAFF-REPORT-RECORD.
           MOVE SPACES TO STAFF-REPORT-RECORD.
           WRITE STAFF-REPORT-RECORD.
           IF ALREADY-POSTED THEN
              MOVE 'RUN DATE ALREADY ON THE STAFF TAB - NOT POSTED'
                  TO STAFF-REPORT-RECORD
              WRITE STAFF-REPORT-RECORD
              GO TO 1000-EXIT
           END-IF.
           MOVE 'SALE   EMP    NAME            DEPT       LIST'
               TO WS-REPORT-LINE.
           MOVE 'DISCOUNT        NET RESULT' TO WS-REPORT-LINE(49:26).
           MOVE WS-REPORT-LINE TO STAFF-REPORT-RECORD.
           WRITE STAFF-REPORT-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-DEPT.
           READ STAFF-DISCOUNT-PARM
              AT END SET END-OF-DISCOUNTS TO TRUE
           END-READ.
           IF NOT END-OF-DISCOUNTS THEN
              ADD 1 TO WS-DEPT-COUNT
              MOVE SD-DEPT-CODE    TO WS-DEPT-CODE(WS-DEPT-COUNT)
              MOVE SD-DISCOUNT-PCT TO WS-DEPT-PCT(WS-DEPT-COUNT)
              MOVE SD-REVENUE-ACCT TO WS-DEPT-ACCT(WS-DEPT-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEES THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              MOVE EMP-ID        TO WS-EM-EMP-ID(WS-EMPLOYEE-COUNT)
              MOVE EMP-NOM       TO WS-EM-NOM(WS-EMPLOYEE-COUNT)
              MOVE EMP-TERM-DATE TO WS-EM-TERM-DATE(WS-EMPLOYEE-COUNT)
              MOVE ZERO TO WS-EM-MONTH-SPENT(WS-EMPLOYEE-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE TAB SO FAR. LINES POSTED IN THE RUN MONTH
      * COUNT TOWARD EACH EMPLOYEE'S CAP; A LINE ALREADY
      * POSTED ON THE RUN DATE MEANS THIS DAY HAS BEEN
      * TAKEN ONCE AND MUST NOT BE TAKEN AGAIN.
      *-------------------------------------------------
       1300-LOAD-ONE-TAB-LINE.
           READ STAFF-TAB
              AT END SET END-OF-TAB TO TRUE
           END-READ.
           IF END-OF-TAB THEN
              GO TO 1300-EXIT
           END-IF.
           IF ST-POST-DATE = CYC-RUN-DATE THEN
              SET ALREADY-POSTED TO TRUE
           END-IF.
           IF ST-POST-DATE(1:6) NOT = WS-RUN-MONTH THEN
              GO TO 1300-EXIT
           END-IF.
           MOVE ST-EMP-ID TO WS-LOOKUP-EMP-ID.
           PERFORM 5000-FIND-EMPLOYEE THRU 5000-EXIT.
           IF EMP-FOUND THEN
              ADD ST-NET-AMOUNT TO WS-EM-MONTH-SPENT(EMP-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE STAFF SALE. THE EMPLOYEE MUST BE ON THE
      * MASTER AND NOT TERMINATED BEFORE THE SALE, THE
      * DEPARTMENT MUST SELL ON STAFF TAB, AND THE NET
      * AFTER DISCOUNT MUST FIT UNDER WHAT IS LEFT OF THE
      * EMPLOYEE'S MONTHLY CAP - OTHERWISE THE SALE IS
      * REFUSED WHOLE AND THE TILL COLLECTS IT.
      *-------------------------------------------------
       2000-PRICE-PURCHASE.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE ZERO TO WS-DISCOUNT-AMOUNT WS-NET-AMOUNT.
           MOVE SP-EMP-ID TO WS-LOOKUP-EMP-ID.
           PERFORM 5000-FIND-EMPLOYEE THRU 5000-EXIT.
           IF NOT EMP-FOUND THEN
              MOVE 'UNKNOWN EMPLOYEE' TO WS-REFUSE-REASON
              GO TO 2000-REFUSE
           END-IF.
           IF WS-EM-TERM-DATE(EMP-IDX) > ZERO
              AND WS-EM-TERM-DATE(EMP-IDX) < SP-SALE-DATE THEN
              MOVE 'EMPLOYEE TERMINATED' TO WS-REFUSE-REASON
              GO TO 2000-REFUSE
           END-IF.

           PERFORM 5100-FIND-DEPT THRU 5100-EXIT.
           IF NOT DEPT-FOUND THEN
              MOVE 'NO STAFF TAB IN DEPT' TO WS-REFUSE-REASON
              GO TO 2000-REFUSE
           END-IF.
           IF SP-LIST-AMOUNT = ZERO THEN
              MOVE 'ZERO AMOUNT' TO WS-REFUSE-REASON
              GO TO 2000-REFUSE
           END-IF.

           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
               SP-LIST-AMOUNT * WS-DEPT-PCT(DEPT-IDX) / 100.
           COMPUTE WS-NET-AMOUNT =
               SP-LIST-AMOUNT - WS-DISCOUNT-AMOUNT.
           COMPUTE WS-NEW-SPENT =
               WS-EM-MONTH-SPENT(EMP-IDX) + WS-NET-AMOUNT.
           IF WS-NEW-SPENT > WS-MONTHLY-CAP THEN
              MOVE 'OVER MONTHLY CAP' TO WS-REFUSE-REASON
              GO TO 2000-REFUSE
           END-IF.

           MOVE SPACES TO STAFF-TAB-RECORD.
           MOVE SP-EMP-ID              TO ST-EMP-ID.
           MOVE CYC-RUN-DATE           TO ST-POST-DATE.
           MOVE SP-SALE-DATE           TO ST-SALE-DATE.
           MOVE SP-SALE-ID             TO ST-SALE-ID.
           MOVE SP-DEPT-CODE           TO ST-DEPT-CODE.
           MOVE WS-DEPT-ACCT(DEPT-IDX) TO ST-REVENUE-ACCT.
           MOVE SP-LIST-AMOUNT         TO ST-LIST-AMOUNT.
           MOVE WS-NET-AMOUNT          TO ST-NET-AMOUNT.
           WRITE STAFF-TAB-RECORD.

           ADD WS-NET-AMOUNT  TO WS-EM-MONTH-SPENT(EMP-IDX).
           ADD 1              TO WS-ACCEPTED-COUNT.
           ADD SP-LIST-AMOUNT TO WS-TOTAL-LIST.
           ADD WS-NET-AMOUNT  TO WS-TOTAL-NET.
           MOVE 'CHARGED TO TAB' TO WS-REFUSE-REASON.
           PERFORM 8000-WRITE-SALE-LINE THRU 8000-EXIT.
           PERFORM 2900-READ-PURCHASE THRU 2900-EXIT.
           GO TO 2000-EXIT.

       2000-REFUSE.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD SP-LIST-AMOUNT TO WS-TOTAL-REFUSED.
           PERFORM 8000-WRITE-SALE-LINE THRU 8000-EXIT.
           PERFORM 2900-READ-PURCHASE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-PURCHASE.
           READ STAFF-PURCHASES
              AT END SET END-OF-PURCHASES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       5000-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
           PERFORM 5010-COMPARE-EMPLOYEE THRU 5010-EXIT
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT OR EMP-FOUND.
       5000-EXIT.
           EXIT.

       5010-COMPARE-EMPLOYEE.
           IF WS-EM-EMP-ID(EMP-IDX) = WS-LOOKUP-EMP-ID THEN
              SET EMP-FOUND TO TRUE
           ELSE
              SET EMP-IDX UP BY 1
           END-IF.
       5010-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DEPARTMENT SELLS ON STAFF TAB ONLY WITH A ROW ON
      * STAFFDSC NAMING ITS REVENUE ACCOUNT.
      *-------------------------------------------------
       5100-FIND-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           SET DEPT-IDX TO 1.
           PERFORM 5110-COMPARE-DEPT THRU 5110-EXIT
               UNTIL DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND.
           IF DEPT-FOUND THEN
              IF WS-DEPT-ACCT(DEPT-IDX) = SPACES THEN
                 MOVE 'N' TO WS-DEPT-FOUND-SW
              END-IF
           END-IF.
       5100-EXIT.
           EXIT.

       5110-COMPARE-DEPT.
           IF WS-DEPT-CODE(DEPT-IDX) = SP-DEPT-CODE THEN
              SET DEPT-FOUND TO TRUE
           ELSE
              SET DEPT-IDX UP BY 1
           END-IF.
       5110-EXIT.
           EXIT.

       8000-WRITE-SALE-LINE.
           MOVE SP-LIST-AMOUNT     TO WS-AMOUNT-ED.
           MOVE WS-DISCOUNT-AMOUNT TO WS-AMOUNT2-ED.
           MOVE WS-NET-AMOUNT      TO WS-AMOUNT3-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SP-SALE-ID ' ' SP-EMP-ID ' '
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF EMP-FOUND THEN
              MOVE WS-EM-NOM(EMP-IDX)(1:15) TO WS-REPORT-LINE(15:15)
           END-IF.
           STRING SP-DEPT-CODE ' ' WS-AMOUNT-ED ' ' WS-AMOUNT2-ED
               ' ' WS-AMOUNT3-ED ' ' WS-REFUSE-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE(31:60).
           MOVE WS-REPORT-LINE TO STAFF-REPORT-RECORD.
           WRITE STAFF-REPORT-RECORD.
       8000-EXIT.
           EXIT.

       8100-PRINT-TOTALS.
           MOVE SPACES TO STAFF-REPORT-RECORD.
           WRITE STAFF-REPORT-RECORD.

           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-ED.
           MOVE WS-TOTAL-LIST     TO WS-TOTAL-ED.
           MOVE WS-TOTAL-NET      TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHARGED TO TAB ' WS-COUNT-ED '  LIST '
               WS-TOTAL-ED '  NET ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO STAFF-REPORT-RECORD.
           WRITE STAFF-REPORT-RECORD.

           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           MOVE WS-TOTAL-REFUSED TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED        ' WS-COUNT-ED '  LIST '
               WS-TOTAL-ED '  - TO BE COLLECTED AT THE TILL'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO STAFF-REPORT-RECORD.
           WRITE STAFF-REPORT-RECORD.

           CLOSE STAFF-REPORT.
       8100-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'STAFFPURCH'     TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN ALREADY-POSTED
                 MOVE 'STAFF PURCHASES - DATE ALREADY POSTED'
                     TO CLR-MESSAGE
              WHEN WS-REFUSED-COUNT > ZERO
                 MOVE 'STAFF PURCHASES - SALES REFUSED'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'STAFF PURCHASES CHARGED TO TABS'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
