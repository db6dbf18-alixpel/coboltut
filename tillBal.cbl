      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  TillBalance.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE ACQUIRER RECON. PROVES EVERY
      *               CASHIER DRAWER DECLARED ON TILLDECL FOR
      *               THE RUN DATE AGAINST WHAT THE DRAWER
      *               SHOULD HOLD - THE OPENING FLOAT PLUS THE
      *               CASH-TENDER (AC-PAY-METHOD 'K')
      *               ADMISSIONS TAKEN AT THAT GATE INSIDE THE
      *               SHIFT WINDOW, LESS THE APPROVED REFUNDS
      *               PAID BACK OUT AGAINST THOSE ADMISSIONS
      *               (SAME VALIDATION AS REFUNDPROCESS). THE
      *               DIFFERENCE POSTS TO THE CASH OVER/SHORT
      *               ACCOUNT (OVSHACCT PARM, DEFAULT ACC901) -
      *               AN OVERAGE AS A CREDIT, A SHORTAGE AS A
      *               DEBIT - AND IS APPENDED TO TILLHIST SO
      *               TILLRPT CAN SHOW EACH CASHIER'S RECORD
      *               OVER TIME AND FLAG REPEAT SHORTAGES.
      *               CASH TAKEN AT A GATE OUTSIDE EVERY
      *               DECLARED SHIFT IS REPORTED AS AN
      *               UNDECLARED TILL. ANY SHORTAGE OR
      *               UNDECLARED CASH RETURNS CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRIVALS-CLASSIFIED ASSIGN TO "ARRCLSFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-CLSFD-STATUS.

           SELECT REFUND-TRANSACTIONS ASSIGN TO "REFNDTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-TRX-STATUS.

           SELECT TILL-DECLARATIONS ASSIGN TO "TILLDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-DECL-STATUS.

           SELECT OPERATOR-ROSTER ASSIGN TO "OPERROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-ROSTER-STATUS.

           SELECT OVER-SHORT-ACCOUNT-PARM ASSIGN TO "OVSHACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVSH-ACCT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT TILL-HISTORY ASSIGN TO "TILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-HIST-STATUS.

           SELECT TILL-REPORT ASSIGN TO "TILLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ARRIVALS-CLASSIFIED.
           COPY "arrcfd.cpy".

       FD  REFUND-TRANSACTIONS.
       01  REFUND-TRANSACTION-RECORD.
           05 RF-VISITOR-ID         PIC X(10).
           05 RF-ARRIVAL-TIME       PIC 9(04).
           05 RF-AMOUNT             PIC 9(05)V99.
           05 RF-REASON-CODE        PIC X(02).
           05 RF-SUPERVISOR-ID      PIC X(06).

       FD  TILL-DECLARATIONS.
           COPY "tilldfd.cpy".

       FD  OPERATOR-ROSTER.
           COPY "operfd.cpy".

       FD  OVER-SHORT-ACCOUNT-PARM.
       01  OVER-SHORT-ACCOUNT-PARM-RECORD.
           05 OSP-ACCT-ID           PIC X(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

      *-------------------------------------------------
      * ONE LINE PER DRAWER PROVED. TH-RESULT IS 'O' OVER,
      * 'S' SHORT OR 'E' EVEN; TH-VARIANCE IS UNSIGNED.
      *-------------------------------------------------
       FD  TILL-HISTORY.
       01  TILL-HISTORY-RECORD.
           05 TH-BUSINESS-DATE      PIC 9(08).
           05 TH-OPERATOR-ID        PIC X(06).
           05 TH-GATE-ID            PIC X(02).
           05 TH-SHIFT-CODE         PIC X(01).
           05 TH-RESULT             PIC X(01).
              88 TH-OVER            VALUE 'O'.
              88 TH-SHORT           VALUE 'S'.
           05 TH-VARIANCE           PIC 9(07)V99.

       FD  TILL-REPORT.
       01  TILL-REPORT-RECORD       PIC X(70).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ARR-CLSFD-STATUS      PIC X(02).
       01  WS-REFUND-TRX-STATUS     PIC X(02).
       01  WS-TILL-DECL-STATUS      PIC X(02).
       01  WS-OPER-ROSTER-STATUS    PIC X(02).
       01  WS-OVSH-ACCT-STATUS      PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-TILL-HIST-STATUS      PIC X(02).
       01  WS-TILL-RPT-STATUS       PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-ARRIVALS-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-ARRIVALS    VALUE 'Y'.
           05 WS-REFUNDS-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-REFUNDS     VALUE 'Y'.
           05 WS-DECLS-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-DECLS       VALUE 'Y'.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-ARRIVAL-FOUND-SW   PIC X(01).
              88 ARRIVAL-FOUND      VALUE 'Y'.
           05 WS-OPER-FOUND-SW      PIC X(01).
              88 OPER-FOUND         VALUE 'Y'.
           05 WS-NAME-FOUND-SW      PIC X(01).
              88 NAME-FOUND         VALUE 'Y'.

       01  WS-OVSH-ACCT-ID          PIC X(06) VALUE 'ACC901'.

      *-------------------------------------------------
      * A CASHIER WITH THIS MANY SHORT DRAWERS ON RECORD,
      * TODAY'S INCLUDED, IS FLAGGED FOR FOLLOW-UP.
      *-------------------------------------------------
       01  WS-REPEAT-SHORT-LIMIT    PIC 9(03) COMP VALUE 3.

      *-------------------------------------------------
      * THE DAY'S CASH-TENDER ADMISSIONS. WS-CA-NET STARTS
      * AT THE TICKET PRICE AND IS REDUCED BY EVERY
      * APPROVED REFUND PAID BACK AGAINST IT.
      *-------------------------------------------------
       01  WS-MAX-CASH-ARRIVALS     PIC 9(05) COMP VALUE 2000.
       01  WS-CASH-ARRIVAL-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-CASH-ARRIVAL-TABLE.
           05 WS-CASH-ARRIVAL-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-CASH-ARRIVAL-COUNT
                 INDEXED BY CA-IDX.
              10 WS-CA-VISITOR-ID   PIC X(10).
              10 WS-CA-TIME         PIC 9(04).
              10 WS-CA-GATE-ID      PIC X(02).
              10 WS-CA-NET          PIC 9(05)V99.
              10 WS-CA-COVERED-SW   PIC X(01).
                 88 CA-COVERED      VALUE 'Y'.

       01  WS-MAX-ROSTER            PIC 9(03) COMP VALUE 200.
       01  WS-ROSTER-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-ROSTER-COUNT
                 INDEXED BY ROS-IDX.
              10 WS-ROS-OPERATOR-ID PIC X(06).
              10 WS-ROS-NAME        PIC X(20).

      *-------------------------------------------------
      * PER-CASHIER RECORD BUILT FROM TILLHIST PLUS
      * TODAY'S DRAWERS.
      *-------------------------------------------------
       01  WS-MAX-CASHIERS          PIC 9(03) COMP VALUE 200.
       01  WS-CASHIER-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-CASHIER-TABLE.
           05 WS-CASHIER-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-CASHIER-COUNT
                 INDEXED BY CSH-IDX.
              10 WS-CSH-OPERATOR-ID PIC X(06).
              10 WS-CSH-DRAWERS     PIC 9(05) COMP.
              10 WS-CSH-SHORTS      PIC 9(05) COMP.
              10 WS-CSH-SHORT-AMT   PIC 9(07)V99.
              10 WS-CSH-OVER-AMT    PIC 9(07)V99.

       01  WS-LOOKUP-OPERATOR-ID    PIC X(06).
       01  WS-CASHIER-NAME          PIC X(20).

       01  WS-CASH-TAKEN            PIC 9(07)V99.
       01  WS-EXPECTED-CASH         PIC 9(07)V99.
       01  WS-VARIANCE              PIC S9(07)V99.
       01  WS-ABS-VARIANCE          PIC 9(07)V99.
       01  WS-RESULT-TEXT           PIC X(05).

       01  WS-GATE-UNDECLARED       PIC 9(07)V99.
       01  WS-UNDECLARED-GATE       PIC X(02).

       01  WS-DRAWER-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-SHORT-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-UNDECLARED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REPEAT-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-OVER            PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-SHORT           PIC 9(09)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-AMOUNT2-ED            PIC ZZZZZZ9.99.
       01  WS-AMOUNT3-ED            PIC ZZZZZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-COUNT2-ED             PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-REFUND THRU 2000-EXIT
               UNTIL END-OF-REFUNDS.
           CLOSE REFUND-TRANSACTIONS.

           PERFORM 3000-PROVE-DRAWER THRU 3000-EXIT
               UNTIL END-OF-DECLS.
           CLOSE TILL-DECLARATIONS.
           CLOSE TRANSACTIONS.
           CLOSE TILL-HISTORY.

           PERFORM 4000-CHECK-UNDECLARED THRU 4000-EXIT.
           PERFORM 8100-PRINT-CASHIER-RECORD THRU 8100-EXIT.

           IF WS-SHORT-COUNT > ZERO
              OR WS-UNDECLARED-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT OVER-SHORT-ACCOUNT-PARM.
           IF WS-OVSH-ACCT-STATUS = '00' THEN
              READ OVER-SHORT-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OSP-ACCT-ID TO WS-OVSH-ACCT-ID
              END-READ
              CLOSE OVER-SHORT-ACCOUNT-PARM
           END-IF.

           OPEN INPUT ARRIVALS-CLASSIFIED.
           PERFORM 1100-LOAD-ARRIVAL THRU 1100-EXIT
               UNTIL END-OF-ARRIVALS
                  OR WS-CASH-ARRIVAL-COUNT >= WS-MAX-CASH-ARRIVALS.
           CLOSE ARRIVALS-CLASSIFIED.

           OPEN INPUT OPERATOR-ROSTER.
           IF WS-OPER-ROSTER-STATUS NOT = '00' THEN
              SET END-OF-ROSTER TO TRUE
           END-IF.
           PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT
               UNTIL END-OF-ROSTER
                  OR WS-ROSTER-COUNT >= WS-MAX-ROSTER.
           IF WS-OPER-ROSTER-STATUS NOT = '35' THEN
              CLOSE OPERATOR-ROSTER
           END-IF.

           OPEN INPUT TILL-HISTORY.
           IF WS-TILL-HIST-STATUS NOT = '00' THEN
              SET END-OF-HISTORY TO TRUE
           END-IF.
           PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT
               UNTIL END-OF-HISTORY.
           IF WS-TILL-HIST-STATUS NOT = '35' THEN
              CLOSE TILL-HISTORY
           END-IF.

           OPEN INPUT REFUND-TRANSACTIONS.
           IF WS-REFUND-TRX-STATUS NOT = '00' THEN
              SET END-OF-REFUNDS TO TRUE
           ELSE
              PERFORM 2900-READ-REFUND THRU 2900-EXIT
           END-IF.

           OPEN INPUT TILL-DECLARATIONS.
           IF WS-TILL-DECL-STATUS NOT = '00' THEN
              SET END-OF-DECLS TO TRUE
           ELSE
              PERFORM 3900-READ-DECLARATION THRU 3900-EXIT
           END-IF.

           OPEN EXTEND TRANSACTIONS.
           OPEN EXTEND TILL-HISTORY.
           IF WS-TILL-HIST-STATUS = '35' THEN
              OPEN OUTPUT TILL-HISTORY
           END-IF.

           OPEN OUTPUT TILL-REPORT.
           MOVE SPACES TO TILL-REPORT-RECORD.
           STRING 'CASHIER TILL BALANCING  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
           MOVE SPACES TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
           MOVE 'OPER   NAME            GT S   EXPECTED    COUNTED'
               TO WS-REPORT-LINE.
           MOVE '   VARIANCE' TO WS-REPORT-LINE(51:11).
           MOVE WS-REPORT-LINE TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY CASH-TENDER ADMISSIONS THAT TOOK MONEY ARE
      * KEPT - CARD, PRESOLD AND FREE ARRIVALS NEVER
      * TOUCH A DRAWER. CONTROL RECORDS ARE SKIPPED.
      *-------------------------------------------------
       1100-LOAD-ARRIVAL.
           READ ARRIVALS-CLASSIFIED
              AT END SET END-OF-ARRIVALS TO TRUE
           END-READ.
           IF END-OF-ARRIVALS THEN
              GO TO 1100-EXIT
           END-IF.
           IF ARRIVAL-CLASSIFIED-RECORD(1:3) = 'HDR'
              OR ARRIVAL-CLASSIFIED-RECORD(1:3) = 'TRL' THEN
              GO TO 1100-EXIT
           END-IF.
           IF AC-PAY-METHOD = 'K' AND AC-PRICE > ZERO THEN
              ADD 1 TO WS-CASH-ARRIVAL-COUNT
              MOVE AC-VISITOR-ID
                  TO WS-CA-VISITOR-ID(WS-CASH-ARRIVAL-COUNT)
              MOVE AC-ARRIVAL-TIME
                  TO WS-CA-TIME(WS-CASH-ARRIVAL-COUNT)
              MOVE AC-GATE-ID
                  TO WS-CA-GATE-ID(WS-CASH-ARRIVAL-COUNT)
              MOVE AC-PRICE
                  TO WS-CA-NET(WS-CASH-ARRIVAL-COUNT)
              MOVE 'N' TO WS-CA-COVERED-SW(WS-CASH-ARRIVAL-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ROSTER.
           READ OPERATOR-ROSTER
              AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           IF NOT END-OF-ROSTER THEN
              ADD 1 TO WS-ROSTER-COUNT
              MOVE OR-OPERATOR-ID
                  TO WS-ROS-OPERATOR-ID(WS-ROSTER-COUNT)
              MOVE OR-OPERATOR-NAME TO WS-ROS-NAME(WS-ROSTER-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * PRIOR DRAWERS FROM TILLHIST. LINES ALREADY ON FILE
      * FOR THE RUN DATE ARE LEFT OUT SO A RERUN OF THE
      * DAY DOES NOT COUNT ITS OWN DRAWERS TWICE.
      *-------------------------------------------------
       1300-LOAD-HISTORY.
           READ TILL-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           IF END-OF-HISTORY THEN
              GO TO 1300-EXIT
           END-IF.
           IF TH-BUSINESS-DATE = CYC-RUN-DATE THEN
              GO TO 1300-EXIT
           END-IF.
           MOVE TH-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
           PERFORM 5000-FIND-CASHIER THRU 5000-EXIT.
           IF NOT OPER-FOUND THEN
              GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-CSH-DRAWERS(CSH-IDX).
           IF TH-SHORT THEN
              ADD 1 TO WS-CSH-SHORTS(CSH-IDX)
              ADD TH-VARIANCE TO WS-CSH-SHORT-AMT(CSH-IDX)
           END-IF.
           IF TH-OVER THEN
              ADD TH-VARIANCE TO WS-CSH-OVER-AMT(CSH-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * A REFUND IS PAID IN CASH FROM THE DRAWER THAT
      * TOOK THE ORIGINAL ADMISSION. ONLY REFUNDS THAT
      * REFUNDPROCESS WOULD ACCEPT - A REAL ARRIVAL, A
      * SUPERVISOR, NOT MORE THAN WHAT IS LEFT - REDUCE
      * WHAT THE DRAWER SHOULD HOLD. REFUNDS AGAINST CARD
      * ADMISSIONS FIND NO CASH ARRIVAL AND ARE IGNORED
      * HERE; REFUNDPROCESS REPORTS ANY BAD ONES.
      *-------------------------------------------------
       2000-APPLY-REFUND.
           PERFORM 2100-FIND-CASH-ARRIVAL THRU 2100-EXIT.
           IF ARRIVAL-FOUND
              AND RF-SUPERVISOR-ID NOT = SPACES
              AND RF-AMOUNT NOT > WS-CA-NET(CA-IDX) THEN
              SUBTRACT RF-AMOUNT FROM WS-CA-NET(CA-IDX)
           END-IF.
           PERFORM 2900-READ-REFUND THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-CASH-ARRIVAL.
           MOVE 'N' TO WS-ARRIVAL-FOUND-SW.
           SET CA-IDX TO 1.
           PERFORM 2110-COMPARE-ARRIVAL THRU 2110-EXIT
               UNTIL CA-IDX > WS-CASH-ARRIVAL-COUNT
                  OR ARRIVAL-FOUND.
       2100-EXIT.
           EXIT.

       2110-COMPARE-ARRIVAL.
           IF WS-CA-VISITOR-ID(CA-IDX) = RF-VISITOR-ID
              AND WS-CA-TIME(CA-IDX) = RF-ARRIVAL-TIME THEN
              SET ARRIVAL-FOUND TO TRUE
           ELSE
              SET CA-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

       2900-READ-REFUND.
           READ REFUND-TRANSACTIONS
              AT END SET END-OF-REFUNDS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DECLARED DRAWER. EXPECTED CASH IS THE FLOAT
      * PLUS THE NET CASH TAKEN AT THE GATE FROM SHIFT
      * START UP TO (NOT INCLUDING) SHIFT END.
      *-------------------------------------------------
       3000-PROVE-DRAWER.
           MOVE ZERO TO WS-CASH-TAKEN.
           PERFORM 3100-ADD-WINDOW-CASH THRU 3100-EXIT
               VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CASH-ARRIVAL-COUNT.

           COMPUTE WS-EXPECTED-CASH =
               TD-OPENING-FLOAT + WS-CASH-TAKEN.
           COMPUTE WS-VARIANCE =
               TD-COUNTED-CASH - WS-EXPECTED-CASH.
           ADD 1 TO WS-DRAWER-COUNT.

           MOVE TD-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
           PERFORM 5000-FIND-CASHIER THRU 5000-EXIT.

           MOVE SPACES             TO TILL-HISTORY-RECORD.
           MOVE TD-BUSINESS-DATE   TO TH-BUSINESS-DATE.
           MOVE TD-OPERATOR-ID     TO TH-OPERATOR-ID.
           MOVE TD-GATE-ID         TO TH-GATE-ID.
           MOVE TD-SHIFT-CODE      TO TH-SHIFT-CODE.

           EVALUATE TRUE
              WHEN WS-VARIANCE < ZERO
                 COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
                 MOVE 'S'     TO TH-RESULT
                 MOVE 'SHORT' TO WS-RESULT-TEXT
                 ADD 1 TO WS-SHORT-COUNT
                 ADD WS-ABS-VARIANCE TO WS-TOTAL-SHORT
                 IF OPER-FOUND THEN
                    ADD 1 TO WS-CSH-SHORTS(CSH-IDX)
                    ADD WS-ABS-VARIANCE TO WS-CSH-SHORT-AMT(CSH-IDX)
                 END-IF
                 MOVE 'D' TO TRX-TYPE
                 PERFORM 3200-POST-VARIANCE THRU 3200-EXIT
              WHEN WS-VARIANCE > ZERO
                 MOVE WS-VARIANCE TO WS-ABS-VARIANCE
                 MOVE 'O'     TO TH-RESULT
                 MOVE 'OVER'  TO WS-RESULT-TEXT
                 ADD WS-ABS-VARIANCE TO WS-TOTAL-OVER
                 IF OPER-FOUND THEN
                    ADD WS-ABS-VARIANCE TO WS-CSH-OVER-AMT(CSH-IDX)
                 END-IF
                 MOVE 'C' TO TRX-TYPE
                 PERFORM 3200-POST-VARIANCE THRU 3200-EXIT
              WHEN OTHER
                 MOVE ZERO    TO WS-ABS-VARIANCE
                 MOVE 'E'     TO TH-RESULT
                 MOVE SPACES  TO WS-RESULT-TEXT
           END-EVALUATE.
           IF OPER-FOUND THEN
              ADD 1 TO WS-CSH-DRAWERS(CSH-IDX)
           END-IF.

           MOVE WS-ABS-VARIANCE TO TH-VARIANCE.
           WRITE TILL-HISTORY-RECORD.

           PERFORM 8000-WRITE-DRAWER-LINE THRU 8000-EXIT.

           PERFORM 3900-READ-DECLARATION THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-ADD-WINDOW-CASH.
           IF WS-CA-GATE-ID(CA-IDX) = TD-GATE-ID
              AND WS-CA-TIME(CA-IDX) NOT < TD-SHIFT-START
              AND WS-CA-TIME(CA-IDX) < TD-SHIFT-END THEN
              ADD WS-CA-NET(CA-IDX) TO WS-CASH-TAKEN
              MOVE 'Y' TO WS-CA-COVERED-SW(CA-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * TRX-TYPE IS SET BY THE CALLER - 'C' FOR AN
      * OVERAGE, 'D' FOR A SHORTAGE.
      *-------------------------------------------------
       3200-POST-VARIANCE.
           MOVE WS-OVSH-ACCT-ID TO TRX-ACCT-ID.
           MOVE WS-ABS-VARIANCE TO TRX-AMOUNT.
           MOVE SPACES          TO TRX-TO-ACCT-ID.
           WRITE TRANSACTION-RECORD.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY THE RUN DATE'S DECLARATIONS ARE PROVED -
      * TILLDECL MAY STILL HOLD EARLIER DAYS' LINES.
      *-------------------------------------------------
       3900-READ-DECLARATION.
           READ TILL-DECLARATIONS
              AT END SET END-OF-DECLS TO TRUE
           END-READ.
           IF NOT END-OF-DECLS
              AND TD-BUSINESS-DATE NOT = CYC-RUN-DATE THEN
              GO TO 3900-READ-DECLARATION
           END-IF.
       3900-EXIT.
           EXIT.

      *-------------------------------------------------
      * CASH ADMISSIONS NO DECLARED SHIFT COVERED, TOTALLED
      * PER GATE - MONEY TAKEN INTO A DRAWER NOBODY COUNTED.
      *-------------------------------------------------
       4000-CHECK-UNDECLARED.
           MOVE 'S1' TO WS-UNDECLARED-GATE.
           PERFORM 4100-TOTAL-UNDECLARED THRU 4100-EXIT.
           MOVE 'N1' TO WS-UNDECLARED-GATE.
           PERFORM 4100-TOTAL-UNDECLARED THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-TOTAL-UNDECLARED.
           MOVE ZERO TO WS-GATE-UNDECLARED.
           PERFORM 4110-ADD-UNDECLARED THRU 4110-EXIT
               VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CASH-ARRIVAL-COUNT.
           IF WS-GATE-UNDECLARED > ZERO THEN
              ADD 1 TO WS-UNDECLARED-COUNT
              MOVE WS-GATE-UNDECLARED TO WS-AMOUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'EXCEPTION  GATE ' WS-UNDECLARED-GATE
                  ' CASH TAKEN OUTSIDE ANY DECLARED SHIFT '
                  WS-AMOUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TILL-REPORT-RECORD
              WRITE TILL-REPORT-RECORD
           END-IF.
       4100-EXIT.
           EXIT.

       4110-ADD-UNDECLARED.
           IF WS-CA-GATE-ID(CA-IDX) = WS-UNDECLARED-GATE
              AND NOT CA-COVERED(CA-IDX) THEN
              ADD WS-CA-NET(CA-IDX) TO WS-GATE-UNDECLARED
           END-IF.
       4110-EXIT.
           EXIT.

      *-------------------------------------------------
      * FINDS WS-LOOKUP-OPERATOR-ID IN THE CASHIER TABLE,
      * ADDING IT IF THERE IS ROOM. OPER-FOUND IS OFF ONLY
      * WHEN THE TABLE IS FULL.
      *-------------------------------------------------
       5000-FIND-CASHIER.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           SET CSH-IDX TO 1.
           PERFORM 5010-COMPARE-CASHIER THRU 5010-EXIT
               UNTIL CSH-IDX > WS-CASHIER-COUNT OR OPER-FOUND.
           IF NOT OPER-FOUND
              AND WS-CASHIER-COUNT < WS-MAX-CASHIERS THEN
              ADD 1 TO WS-CASHIER-COUNT
              SET CSH-IDX TO WS-CASHIER-COUNT
              MOVE WS-LOOKUP-OPERATOR-ID
                  TO WS-CSH-OPERATOR-ID(CSH-IDX)
              MOVE ZERO TO WS-CSH-DRAWERS(CSH-IDX)
              MOVE ZERO TO WS-CSH-SHORTS(CSH-IDX)
              MOVE ZERO TO WS-CSH-SHORT-AMT(CSH-IDX)
              MOVE ZERO TO WS-CSH-OVER-AMT(CSH-IDX)
              SET OPER-FOUND TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       5010-COMPARE-CASHIER.
           IF WS-CSH-OPERATOR-ID(CSH-IDX) = WS-LOOKUP-OPERATOR-ID
              THEN
              SET OPER-FOUND TO TRUE
           ELSE
              SET CSH-IDX UP BY 1
           END-IF.
       5010-EXIT.
           EXIT.

       5100-FIND-NAME.
           MOVE 'N' TO WS-NAME-FOUND-SW.
           MOVE 'NOT ON ROSTER' TO WS-CASHIER-NAME.
           SET ROS-IDX TO 1.
           PERFORM 5110-COMPARE-NAME THRU 5110-EXIT
               UNTIL ROS-IDX > WS-ROSTER-COUNT OR NAME-FOUND.
       5100-EXIT.
           EXIT.

       5110-COMPARE-NAME.
           IF WS-ROS-OPERATOR-ID(ROS-IDX) = WS-LOOKUP-OPERATOR-ID
              THEN
              SET NAME-FOUND TO TRUE
              MOVE WS-ROS-NAME(ROS-IDX) TO WS-CASHIER-NAME
           ELSE
              SET ROS-IDX UP BY 1
           END-IF.
       5110-EXIT.
           EXIT.

       8000-WRITE-DRAWER-LINE.
           PERFORM 5100-FIND-NAME THRU 5100-EXIT.
           MOVE WS-EXPECTED-CASH TO WS-AMOUNT-ED.
           MOVE TD-COUNTED-CASH  TO WS-AMOUNT2-ED.
           MOVE WS-ABS-VARIANCE  TO WS-AMOUNT3-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING TD-OPERATOR-ID ' ' WS-CASHIER-NAME(1:15) ' '
               TD-GATE-ID ' ' TD-SHIFT-CODE ' ' WS-AMOUNT-ED ' '
               WS-AMOUNT2-ED ' ' WS-AMOUNT3-ED ' ' WS-RESULT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
       8000-EXIT.
           EXIT.

      *-------------------------------------------------
      * DAY TOTALS, THEN EVERY CASHIER'S RECORD TO DATE.
      * REPEAT SHORTAGES ARE MARKED FOR THE CASH OFFICE.
      *-------------------------------------------------
       8100-PRINT-CASHIER-RECORD.
           MOVE SPACES TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
           MOVE WS-DRAWER-COUNT TO WS-COUNT-ED.
           MOVE WS-TOTAL-OVER   TO WS-AMOUNT-ED.
           MOVE WS-TOTAL-SHORT  TO WS-AMOUNT2-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DRAWERS ' WS-COUNT-ED '  TOTAL OVER ' WS-AMOUNT-ED
               '  TOTAL SHORT ' WS-AMOUNT2-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.

           MOVE SPACES TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
           MOVE 'CASHIER RECORD TO DATE' TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
           MOVE 'OPER   NAME            DRAWR SHORT  SHORT AMT'
               TO WS-REPORT-LINE.
           MOVE '   OVER AMT' TO WS-REPORT-LINE(48:11).
           MOVE WS-REPORT-LINE TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.

           PERFORM 8110-WRITE-CASHIER-LINE THRU 8110-EXIT
               VARYING CSH-IDX FROM 1 BY 1
               UNTIL CSH-IDX > WS-CASHIER-COUNT.

           CLOSE TILL-REPORT.
       8100-EXIT.
           EXIT.

       8110-WRITE-CASHIER-LINE.
           MOVE WS-CSH-OPERATOR-ID(CSH-IDX) TO WS-LOOKUP-OPERATOR-ID.
           PERFORM 5100-FIND-NAME THRU 5100-EXIT.
           MOVE WS-CSH-DRAWERS(CSH-IDX)   TO WS-COUNT-ED.
           MOVE WS-CSH-SHORTS(CSH-IDX)    TO WS-COUNT2-ED.
           MOVE WS-CSH-SHORT-AMT(CSH-IDX) TO WS-AMOUNT-ED.
           MOVE WS-CSH-OVER-AMT(CSH-IDX)  TO WS-AMOUNT2-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CSH-OPERATOR-ID(CSH-IDX) ' '
               WS-CASHIER-NAME(1:15) ' ' WS-COUNT-ED ' '
               WS-COUNT2-ED ' ' WS-AMOUNT-ED ' ' WS-AMOUNT2-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-CSH-SHORTS(CSH-IDX) >= WS-REPEAT-SHORT-LIMIT THEN
              MOVE 'REPEAT SHORT' TO WS-REPORT-LINE(59:12)
              ADD 1 TO WS-REPEAT-COUNT
           END-IF.
           MOVE WS-REPORT-LINE TO TILL-REPORT-RECORD.
           WRITE TILL-REPORT-RECORD.
       8110-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'TILLBALANCE'    TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-UNDECLARED-COUNT > ZERO
                 MOVE 'TILL BALANCE - UNDECLARED CASH AT GATE'
                     TO CLR-MESSAGE
              WHEN WS-SHORT-COUNT > ZERO
                 MOVE 'TILL BALANCE - SHORT DRAWERS POSTED'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'TILL BALANCE - ALL DRAWERS PROVED'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
