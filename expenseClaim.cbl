      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ExpenseClaim.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. EMPLOYEE EXPENSE CLAIM
      *               INTAKE - APINVOICEENTRY'S SHAPE, IN PLACE
      *               OF THE PETTY-CASH REFUND. THE CLERK SIGNS
      *               ON THROUGH OPERSIGNON AND KEYS EACH
      *               RECEIPT AGAINST AN ACTIVE EMPLOYEE ON
      *               EMPLOYEE-MASTER: CATEGORY, RECEIPT
      *               REFERENCE AND DATE, AMOUNT. THE CATEGORY
      *               MUST BE ON THE EXPENSE LIMIT FILE
      *               (EXPLIMIT) AND THE AMOUNT WITHIN ITS
      *               PER-CLAIM LIMIT. A RECEIPT REFERENCE
      *               ALREADY CLAIMED BY THE EMPLOYEE, WHATEVER
      *               ITS STATUS, IS REFUSED. ACCEPTED CLAIMS
      *               ARE APPENDED TO EXPCLAIM AS PENDING WITH
      *               THE KEYING OPERATOR, FOR A SUPERVISOR TO
      *               DECIDE IN EXPENSEAPPROVE; SALAIRE REFUNDS
      *               THE APPROVED ONES ON THE NEXT PAY.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT EXPENSE-LIMITS ASSIGN TO "EXPLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT EXPENSE-CLAIMS ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  EXPENSE-LIMITS.
       01  EXPENSE-LIMIT-RECORD.
           05 XL-CATEGORY           PIC X(04).
           05 XL-DESCRIPTION        PIC X(20).
           05 XL-CLAIM-LIMIT        PIC 9(05)V99.

       FD  EXPENSE-CLAIMS.
           COPY "expcfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-STATUS        PIC X(02).
       01  WS-LIMIT-STATUS           PIC X(02).
       01  WS-CLAIM-STATUS           PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 ENTRY-DONE          VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES    VALUE 'Y'.
           05 WS-LIMIT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LIMITS       VALUE 'Y'.
           05 WS-CLAIM-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CLAIMS       VALUE 'Y'.
           05 WS-EMP-FOUND-SW        PIC X(01).
              88 EMPLOYEE-FOUND      VALUE 'Y'.
           05 WS-LIMIT-FOUND-SW      PIC X(01).
              88 LIMIT-FOUND         VALUE 'Y'.
           05 WS-DUPLICATE-SW        PIC X(01).
              88 DUPLICATE-RECEIPT   VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 KEY-CLAIM              VALUE 'C'.
           88 EXIT-ENTRY             VALUE 'X'.

       01  WS-MAX-EMPLOYEES          PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-EMP-ID           PIC X(06).
              10 WS-EMP-NOM          PIC X(20).
              10 WS-EMP-CURRENCY     PIC X(03).
              10 WS-EMP-TERM-DATE    PIC 9(08).

       01  WS-MAX-LIMITS             PIC 9(03) COMP VALUE 50.
       01  WS-LIMIT-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-LIMIT-TABLE.
           05 WS-LMT-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-LIMIT-COUNT
                 INDEXED BY LMT-IDX.
              10 WS-LMT-CATEGORY     PIC X(04).
              10 WS-LMT-DESCRIPTION  PIC X(20).
              10 WS-LMT-LIMIT        PIC 9(05)V99.

       01  WS-MAX-CLAIMS             PIC 9(05) COMP VALUE 5000.
       01  WS-CLAIM-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-CLAIM-TABLE.
           05 WS-CLM-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-CLAIM-COUNT
                 INDEXED BY CLM-IDX.
              10 WS-CLM-EMP-ID       PIC X(06).
              10 WS-CLM-RECEIPT-REF  PIC X(12).

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-EMP-ID-IN              PIC X(06).
       01  WS-CATEGORY-IN            PIC X(04).
       01  WS-RECEIPT-REF-IN         PIC X(12).
       01  WS-RECEIPT-DATE-IN        PIC 9(08).
       01  WS-RECEIPT-DATE-PARTS REDEFINES WS-RECEIPT-DATE-IN.
           05 WS-RCPT-DATE-YEAR      PIC 9(04).
           05 WS-RCPT-DATE-MONTH     PIC 9(02).
           05 WS-RCPT-DATE-DAY       PIC 9(02).
       01  WS-AMOUNT-IN              PIC 9(05)V99.
       01  WS-DESCRIPTION-IN         PIC X(20).
       01  WS-CONFIRM                PIC X(01).

       01  WS-KEYED-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-AMOUNT-ED              PIC ZZZZ9.99.
       01  WS-LIMIT-ED               PIC ZZZZ9.99.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL ENTRY-DONE.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * SIGN-ON THROUGH THE SHARED OPERSIGNON MODULE. THE
      * SIGNED-ON OPERATOR IS STAMPED ON EVERY CLAIM AND
      * MAY NOT LATER APPROVE IT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'EXPENSECLAIM' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
       0500-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CLAIM FILE IS READ ONCE FOR THE DUPLICATE
      * CHECK, THEN REOPENED FOR APPEND. A MISSING FILE
      * (STATUS 35) IS CREATED HERE.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS = '00' THEN
              PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT EXPENSE-LIMITS.
           IF WS-LIMIT-STATUS = '00' THEN
              PERFORM 1200-LOAD-LIMIT THRU 1200-EXIT
                  UNTIL END-OF-LIMITS
                     OR WS-LIMIT-COUNT >= WS-MAX-LIMITS
              CLOSE EXPENSE-LIMITS
           END-IF.
           IF WS-LIMIT-COUNT = ZERO THEN
              DISPLAY 'NO EXPENSE CATEGORIES ON THE LIMIT FILE'
                  ' - NO CLAIM CAN BE TAKEN'
           END-IF.

           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-CLAIM-STATUS = '00' THEN
              PERFORM 1300-LOAD-CLAIM THRU 1300-EXIT
                  UNTIL END-OF-CLAIMS
                     OR WS-CLAIM-COUNT >= WS-MAX-CLAIMS
              CLOSE EXPENSE-CLAIMS
           END-IF.

           OPEN EXTEND EXPENSE-CLAIMS.
           IF WS-CLAIM-STATUS = '35' THEN
              OPEN OUTPUT EXPENSE-CLAIMS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEES THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              SET EMP-IDX TO WS-EMPLOYEE-COUNT
              MOVE EMP-ID            TO WS-EMP-ID(EMP-IDX)
              MOVE EMP-NOM           TO WS-EMP-NOM(EMP-IDX)
              MOVE EMP-CURRENCY-CODE TO WS-EMP-CURRENCY(EMP-IDX)
              MOVE EMP-TERM-DATE     TO WS-EMP-TERM-DATE(EMP-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-LIMIT.
           READ EXPENSE-LIMITS
              AT END SET END-OF-LIMITS TO TRUE
           END-READ.
           IF NOT END-OF-LIMITS THEN
              ADD 1 TO WS-LIMIT-COUNT
              SET LMT-IDX TO WS-LIMIT-COUNT
              MOVE XL-CATEGORY    TO WS-LMT-CATEGORY(LMT-IDX)
              MOVE XL-DESCRIPTION TO WS-LMT-DESCRIPTION(LMT-IDX)
              MOVE XL-CLAIM-LIMIT TO WS-LMT-LIMIT(LMT-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-CLAIM.
           READ EXPENSE-CLAIMS
              AT END SET END-OF-CLAIMS TO TRUE
           END-READ.
           IF NOT END-OF-CLAIMS THEN
              ADD 1 TO WS-CLAIM-COUNT
              SET CLM-IDX TO WS-CLAIM-COUNT
              MOVE EC-EMP-ID      TO WS-CLM-EMP-ID(CLM-IDX)
              MOVE EC-RECEIPT-REF TO WS-CLM-RECEIPT-REF(CLM-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- EMPLOYEE EXPENSE CLAIMS ----------'.
           DISPLAY 'CLERK : ' WS-SIGNON-ID.
           DISPLAY 'C - KEY A CLAIM   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN KEY-CLAIM
                 PERFORM 3000-KEY-CLAIM THRU 3000-EXIT
              WHEN EXIT-ENTRY
                 SET ENTRY-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE RECEIPT. THE AMOUNT IS TAKEN IN THE EMPLOYEE'S
      * PAY CURRENCY, THE CURRENCY IT IS REFUNDED IN.
      *-------------------------------------------------
       3000-KEY-CLAIM.
           DISPLAY 'EMPLOYEE ID ?'.
           MOVE SPACES TO WS-EMP-ID-IN.
           ACCEPT WS-EMP-ID-IN.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
           PERFORM 3100-COMPARE-EMPLOYEE THRU 3100-EXIT
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT OR EMPLOYEE-FOUND.
           IF NOT EMPLOYEE-FOUND THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID-IN
                  ' IS NOT ON THE EMPLOYEE MASTER - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-EMP-TERM-DATE(EMP-IDX) > ZERO
              AND WS-EMP-TERM-DATE(EMP-IDX) < WS-TODAY-DATE THEN
              DISPLAY 'EMPLOYEE ' WS-EMP-ID-IN
                  ' HAS LEFT - NOT ON PAYROLL - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY WS-EMP-NOM(EMP-IDX).

           DISPLAY 'CATEGORY ?'.
           MOVE SPACES TO WS-CATEGORY-IN.
           ACCEPT WS-CATEGORY-IN.
           MOVE 'N' TO WS-LIMIT-FOUND-SW.
           SET LMT-IDX TO 1.
           PERFORM 3200-COMPARE-CATEGORY THRU 3200-EXIT
               UNTIL LMT-IDX > WS-LIMIT-COUNT OR LIMIT-FOUND.
           IF NOT LIMIT-FOUND THEN
              DISPLAY 'CATEGORY ' WS-CATEGORY-IN
                  ' IS NOT ON THE LIMIT FILE - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-LMT-LIMIT(LMT-IDX) TO WS-LIMIT-ED.
           DISPLAY WS-LMT-DESCRIPTION(LMT-IDX) ' - LIMIT '
               WS-LIMIT-ED ' PER CLAIM'.

           DISPLAY 'RECEIPT REFERENCE ?'.
           MOVE SPACES TO WS-RECEIPT-REF-IN.
           ACCEPT WS-RECEIPT-REF-IN.
           IF WS-RECEIPT-REF-IN = SPACES THEN
              DISPLAY 'RECEIPT REFERENCE IS REQUIRED - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-DUPLICATE-SW.
           SET CLM-IDX TO 1.
           PERFORM 3300-COMPARE-CLAIM THRU 3300-EXIT
               UNTIL CLM-IDX > WS-CLAIM-COUNT
                  OR DUPLICATE-RECEIPT.
           IF DUPLICATE-RECEIPT THEN
              DISPLAY 'RECEIPT ' WS-RECEIPT-REF-IN
                  ' IS ALREADY CLAIMED BY THIS EMPLOYEE'
                  ' - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'RECEIPT DATE (YYYYMMDD) ?'.
           ACCEPT WS-RECEIPT-DATE-IN.
           IF WS-RECEIPT-DATE-IN IS NOT NUMERIC
              OR WS-RCPT-DATE-MONTH < 1 OR WS-RCPT-DATE-MONTH > 12
              OR WS-RCPT-DATE-DAY < 1 OR WS-RCPT-DATE-DAY > 31
              OR WS-RECEIPT-DATE-IN > WS-TODAY-DATE THEN
              DISPLAY 'INVALID RECEIPT DATE - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'AMOUNT (' WS-EMP-CURRENCY(EMP-IDX) ') ?'.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = ZERO THEN
              DISPLAY 'AMOUNT MUST BE ABOVE ZERO - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-AMOUNT-IN > WS-LMT-LIMIT(LMT-IDX) THEN
              MOVE WS-AMOUNT-IN TO WS-AMOUNT-ED
              DISPLAY 'AMOUNT ' WS-AMOUNT-ED ' IS OVER THE '
                  WS-CATEGORY-IN ' LIMIT OF ' WS-LIMIT-ED
                  ' - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'DESCRIPTION ?'.
           MOVE SPACES TO WS-DESCRIPTION-IN.
           ACCEPT WS-DESCRIPTION-IN.

           MOVE WS-AMOUNT-IN TO WS-AMOUNT-ED.
           DISPLAY 'RECORD ' WS-RECEIPT-REF-IN ' FOR '
               WS-AMOUNT-ED ' ' WS-EMP-CURRENCY(EMP-IDX)
               ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-WRITE-CLAIM THRU 4000-EXIT.
           DISPLAY 'CLAIM RECORDED - AWAITING APPROVAL'.
       3000-EXIT.
           EXIT.

       3100-COMPARE-EMPLOYEE.
           IF WS-EMP-ID(EMP-IDX) = WS-EMP-ID-IN THEN
              SET EMPLOYEE-FOUND TO TRUE
           ELSE
              SET EMP-IDX UP BY 1
           END-IF.
       3100-EXIT.
           EXIT.

       3200-COMPARE-CATEGORY.
           IF WS-LMT-CATEGORY(LMT-IDX) = WS-CATEGORY-IN THEN
              SET LIMIT-FOUND TO TRUE
           ELSE
              SET LMT-IDX UP BY 1
           END-IF.
       3200-EXIT.
           EXIT.

       3300-COMPARE-CLAIM.
           IF WS-CLM-EMP-ID(CLM-IDX) = WS-EMP-ID-IN
              AND WS-CLM-RECEIPT-REF(CLM-IDX) = WS-RECEIPT-REF-IN
              THEN
              SET DUPLICATE-RECEIPT TO TRUE
           ELSE
              SET CLM-IDX UP BY 1
           END-IF.
       3300-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NEW CLAIM JOINS THE DUPLICATE TABLE TOO, SO
      * THE SAME RECEIPT CANNOT BE KEYED AGAIN IN THE SAME
      * SESSION.
      *-------------------------------------------------
       4000-WRITE-CLAIM.
           MOVE SPACES             TO EXPENSE-CLAIM-RECORD.
           MOVE WS-EMP-ID-IN       TO EC-EMP-ID.
           MOVE WS-RECEIPT-REF-IN  TO EC-RECEIPT-REF.
           MOVE WS-RECEIPT-DATE-IN TO EC-RECEIPT-DATE.
           MOVE WS-CATEGORY-IN     TO EC-CATEGORY.
           MOVE WS-AMOUNT-IN       TO EC-AMOUNT.
           MOVE WS-DESCRIPTION-IN  TO EC-DESCRIPTION.
           SET EC-PENDING          TO TRUE.
           MOVE WS-SIGNON-ID       TO EC-KEYED-OPER.
           MOVE ZERO               TO EC-PAID-DATE.
           WRITE EXPENSE-CLAIM-RECORD.
           ADD 1 TO WS-KEYED-COUNT.
           IF WS-CLAIM-COUNT < WS-MAX-CLAIMS THEN
              ADD 1 TO WS-CLAIM-COUNT
              SET CLM-IDX TO WS-CLAIM-COUNT
              MOVE WS-EMP-ID-IN      TO WS-CLM-EMP-ID(CLM-IDX)
              MOVE WS-RECEIPT-REF-IN TO WS-CLM-RECEIPT-REF(CLM-IDX)
           END-IF.
       4000-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE EXPENSE-CLAIMS.
           DISPLAY 'CLAIMS KEYED THIS SESSION: ' WS-KEYED-COUNT.
       8000-EXIT.
           EXIT.
