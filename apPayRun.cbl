      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ApPaymentRun.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPPLIER PAYMENT RUN, A
      *               DAILYCYCLE STEP. EVERY APPROVED INVOICE
      *               ON APINVOIC DUE WITHIN THE LEAD DAYS
      *               (OPTIONAL APPARM, DEFAULT 2) IS PAID -
      *               ON TIME, NOT EARLY. THE VENDOR MUST BE
      *               ON THE MASTER, NOT HELD, AND ITS
      *               ROUTING MUST PASS THE SHARED ROUTECHECK
      *               MODULE; OTHERWISE THE INVOICE STAYS
      *               APPROVED AND IS REPORTED. EACH PAYMENT
      *               GOES TO THE BANK ON THE VENDOR PAYMENT
      *               FILE (VENDPAY) BETWEEN HDR/TRL CONTROL
      *               RECORDS AND IS DEBITED TO THE SUPPLIER
      *               FUNDING ACCOUNT THROUGH TRANFILE
      *               (APPARM, DEFAULT ACC952). PAID INVOICES
      *               ARE MARKED 'D' WITH THE RUN DATE ON THE
      *               NEW GENERATION OF THE INVOICE FILE SO
      *               NOTHING IS PAID TWICE, AND A SECOND
      *               COPY OF A VENDOR'S INVOICE NUMBER IS
      *               NEVER PAID AT ALL. THE AGED-PAYABLES
      *               REPORT LISTS WHAT IS STILL OWED IN
      *               CURRENT, 1-30, 31-60, 61-90 AND OVER-90
      *               DAY BANDS BY DUE DATE. ANY INVOICE NOT
      *               PAID FOR A VENDOR OR DUPLICATE PROBLEM,
      *               OR ANY OUTSTANDING INVOICE ALREADY PAST
      *               DUE, RETURNS CODE 4.
      * 15/10/26  AP  A VENDOR WITH AN OPEN OR CONFIRMED
      *               SANCTIONS SCREENING HOLD (NAMESCREEN) IS
      *               NOT PAID - ITS INVOICES STAY APPROVED AND
      *               ARE REPORTED AS VENDOR SCREENING HOLD
      *               UNTIL SANCTIONSREVIEW CLEARS IT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT AP-INVOICES ASSIGN TO "APINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT AP-INVOICES-OUT ASSIGN TO "APINVOIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-OUT-STATUS.

           SELECT AP-PARM ASSIGN TO "APPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-PARM-STATUS.

           SELECT VENDOR-PAYMENTS ASSIGN TO "VENDPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-PAY-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT AGED-PAYABLES-REPORT ASSIGN TO "APAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGED-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  VENDOR-MASTER.
           COPY "vendfd.cpy".

       FD  AP-INVOICES.
           COPY "apinvfd.cpy".

       FD  AP-INVOICES-OUT.
       01  AP-INVOICE-OUT-RECORD    PIC X(84).

       FD  AP-PARM.
       01  AP-PARM-RECORD.
           05 APP-LEAD-DAYS         PIC 9(03).
           05 APP-FUND-ACCT-ID      PIC X(06).

       FD  VENDOR-PAYMENTS.
       01  VENDOR-PAYMENT-RECORD.
           05 VPY-ROUTING-NUMBER    PIC X(09).
           05 VPY-ACCOUNT-NUMBER    PIC X(17).
           05 VPY-VENDOR-ID         PIC X(06).
           05 VPY-VENDOR-NOM        PIC X(30).
           05 VPY-INVOICE-NUMBER    PIC X(12).
           05 VPY-AMOUNT            PIC 9(09)V99.
           05 VPY-RUN-DATE          PIC 9(08).
           05 VPY-CURRENCY-CODE     PIC X(03).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  AGED-PAYABLES-REPORT.
       01  AGED-PAYABLES-RECORD     PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "ctlrec.cpy".
       COPY "rtckparm.cpy".
       COPY "scrnparm.cpy".

       01  WS-VENDOR-STATUS          PIC X(02).
       01  WS-INVOICE-STATUS         PIC X(02).
       01  WS-INVOICE-OUT-STATUS     PIC X(02).
       01  WS-AP-PARM-STATUS         PIC X(02).
       01  WS-VENDOR-PAY-STATUS      PIC X(02).
       01  WS-TRANSACTIONS-STATUS    PIC X(02).
       01  WS-AGED-RPT-STATUS        PIC X(02).
       01  WS-CYCLE-LOG-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05 WS-VENDOR-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-VENDORS      VALUE 'Y'.
           05 WS-INVOICE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-INVOICES     VALUE 'Y'.
           05 WS-VENDOR-FOUND-SW     PIC X(01).
              88 VENDOR-FOUND        VALUE 'Y'.
           05 WS-DUPLICATE-SW        PIC X(01).
              88 DUPLICATE-INVOICE   VALUE 'Y'.

       01  WS-LEAD-DAYS              PIC 9(03) VALUE 2.
       01  WS-FUND-ACCT-ID           PIC X(06) VALUE 'ACC952'.
       01  WS-CURRENCY-CODE          PIC X(03) VALUE 'EUR'.

       01  WS-RUN-DAY                PIC 9(08) COMP.
       01  WS-PAY-THROUGH-DATE       PIC 9(08).
       01  WS-DUE-DAY                PIC 9(08) COMP.
       01  WS-DAYS-PAST-DUE          PIC S9(05) COMP.

       01  WS-MAX-VENDORS            PIC 9(04) COMP VALUE 500.
       01  WS-VENDOR-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-VENDOR-TABLE.
           05 WS-VND-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-VENDOR-COUNT
                 INDEXED BY VND-IDX.
              10 WS-VND-VENDOR-ID    PIC X(06).
              10 WS-VND-VENDOR-NOM   PIC X(30).
              10 WS-VND-ROUTING      PIC X(09).
              10 WS-VND-ACCOUNT      PIC X(17).
              10 WS-VND-STATUS       PIC X(01).

       01  WS-MAX-INVOICES           PIC 9(04) COMP VALUE 5000.
       01  WS-INVOICE-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-INVOICE-TABLE.
           05 WS-INV-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-INVOICE-COUNT
                 INDEXED BY INV-IDX DUP-IDX.
              10 WS-INV-RECORD       PIC X(84).
              10 WS-INV-FIELDS REDEFINES WS-INV-RECORD.
                 15 WS-INV-VENDOR-ID PIC X(06).
                 15 WS-INV-NUMBER    PIC X(12).
                 15 WS-INV-DATE      PIC 9(08).
                 15 WS-INV-DUE-DATE  PIC 9(08).
                 15 WS-INV-AMOUNT    PIC 9(07)V99.
                 15 WS-INV-DESC      PIC X(20).
                 15 WS-INV-STATUS    PIC X(01).
                 15 WS-INV-KEYED-OPER PIC X(06).
                 15 WS-INV-APPR-OPER PIC X(06).
                 15 WS-INV-PAID-DATE PIC 9(08).

      *-------------------------------------------------
      * AGEING BANDS - 1 CURRENT (NOT YET DUE), 2 1-30,
      * 3 31-60, 4 61-90, 5 OVER 90 DAYS PAST DUE.
      *-------------------------------------------------
       01  WS-AGE-BAND               PIC 9(01).
       01  WS-AGE-TOTALS.
           05 WS-AGE-TOTAL OCCURS 5 TIMES PIC 9(09)V99.
       01  WS-AGE-LABELS.
           05 FILLER                 PIC X(08) VALUE 'CURRENT '.
           05 FILLER                 PIC X(08) VALUE '1-30    '.
           05 FILLER                 PIC X(08) VALUE '31-60   '.
           05 FILLER                 PIC X(08) VALUE '61-90   '.
           05 FILLER                 PIC X(08) VALUE 'OVER 90 '.
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05 WS-AGE-LABEL OCCURS 5 TIMES PIC X(08).
       01  BND                       PIC 9(01) COMP.

       01  WS-PAID-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-PAID-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-HASH-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL      PIC 9(09)V99 VALUE ZERO.
       01  WS-REASON                 PIC X(30).

       01  WS-REPORT-LINE            PIC X(80).
       01  WS-AMOUNT-ED              PIC ZZZZZZZZ9.99.
       01  WS-DAYS-ED                PIC -ZZZ9.
       01  WS-COUNT-ED               PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           OPEN EXTEND TRANSACTIONS.
           PERFORM 2000-PAY-INVOICE THRU 2000-EXIT
               VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT.
           CLOSE TRANSACTIONS.

           PERFORM 3000-WRITE-INVOICES THRU 3000-EXIT.
           PERFORM 4000-AGE-PAYABLES THRU 4000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO
              OR WS-OVERDUE-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT AP-PARM.
           IF WS-AP-PARM-STATUS = '00' THEN
              READ AP-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE APP-LEAD-DAYS    TO WS-LEAD-DAYS
                    MOVE APP-FUND-ACCT-ID TO WS-FUND-ACCT-ID
              END-READ
              CLOSE AP-PARM
           END-IF.

           COMPUTE WS-RUN-DAY =
               FUNCTION INTEGER-OF-DATE(CYC-RUN-DATE).
           COMPUTE WS-PAY-THROUGH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DAY + WS-LEAD-DAYS).

           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = '00' THEN
              PERFORM 1100-LOAD-VENDOR THRU 1100-EXIT
                  UNTIL END-OF-VENDORS
                     OR WS-VENDOR-COUNT >= WS-MAX-VENDORS
              CLOSE VENDOR-MASTER
           END-IF.

           OPEN INPUT AP-INVOICES.
           IF WS-INVOICE-STATUS = '00' THEN
              PERFORM 1200-LOAD-INVOICE THRU 1200-EXIT
                  UNTIL END-OF-INVOICES
                     OR WS-INVOICE-COUNT >= WS-MAX-INVOICES
              CLOSE AP-INVOICES
           END-IF.

           MOVE ZERO TO WS-AGE-TOTALS.

           OPEN OUTPUT VENDOR-PAYMENTS.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-TYPE.
           MOVE CYC-RUN-DATE TO CTL-BUSINESS-DATE.
           MOVE SPACES TO VENDOR-PAYMENT-RECORD.
           MOVE CONTROL-RECORD TO VENDOR-PAYMENT-RECORD(1:23).
           WRITE VENDOR-PAYMENT-RECORD.

           OPEN OUTPUT AGED-PAYABLES-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SUPPLIER PAYMENT RUN  BUSINESS DATE ' CYC-RUN-DATE
               '  PAYING THROUGH ' WS-PAY-THROUGH-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE SPACES TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE 'PAYMENTS AND EXCEPTIONS' TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE 'VENDOR INVOICE      DUE DATE       AMOUNT  RESULT'
               TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-VENDOR.
           READ VENDOR-MASTER
              AT END SET END-OF-VENDORS TO TRUE
           END-READ.
           IF NOT END-OF-VENDORS THEN
              ADD 1 TO WS-VENDOR-COUNT
              SET VND-IDX TO WS-VENDOR-COUNT
              MOVE VM-VENDOR-ID    TO WS-VND-VENDOR-ID(VND-IDX)
              MOVE VM-VENDOR-NOM   TO WS-VND-VENDOR-NOM(VND-IDX)
              MOVE VM-BANK-ROUTING TO WS-VND-ROUTING(VND-IDX)
              MOVE VM-BANK-ACCOUNT TO WS-VND-ACCOUNT(VND-IDX)
              MOVE VM-STATUS       TO WS-VND-STATUS(VND-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-INVOICE.
           READ AP-INVOICES
              AT END SET END-OF-INVOICES TO TRUE
           END-READ.
           IF NOT END-OF-INVOICES THEN
              ADD 1 TO WS-INVOICE-COUNT
              MOVE AP-INVOICE-RECORD
                  TO WS-INV-RECORD(WS-INVOICE-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY APPROVED INVOICES DUE BY THE PAY-THROUGH DATE
      * ARE CONSIDERED. AN EARLIER ROW WITH THE SAME
      * VENDOR AND INVOICE NUMBER MAKES THIS ONE A
      * DUPLICATE - IT IS NEVER PAID, WHATEVER BECAME OF
      * THE FIRST.
      *-------------------------------------------------
       2000-PAY-INVOICE.
           IF WS-INV-STATUS(INV-IDX) NOT = 'A'
              OR WS-INV-DUE-DATE(INV-IDX) > WS-PAY-THROUGH-DATE THEN
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-DUPLICATE-SW.
           SET DUP-IDX TO 1.
           PERFORM 2100-COMPARE-EARLIER THRU 2100-EXIT
               UNTIL DUP-IDX >= INV-IDX OR DUPLICATE-INVOICE.
           IF DUPLICATE-INVOICE THEN
              MOVE 'DUPLICATE - NOT PAID' TO WS-REASON
              PERFORM 2500-REPORT-EXCEPTION THRU 2500-EXIT
              GO TO 2000-EXIT
           END-IF.

           MOVE 'N' TO WS-VENDOR-FOUND-SW.
           SET VND-IDX TO 1.
           PERFORM 2200-COMPARE-VENDOR THRU 2200-EXIT
               UNTIL VND-IDX > WS-VENDOR-COUNT OR VENDOR-FOUND.
           IF NOT VENDOR-FOUND THEN
              MOVE 'VENDOR NOT ON MASTER' TO WS-REASON
              PERFORM 2500-REPORT-EXCEPTION THRU 2500-EXIT
              GO TO 2000-EXIT
           END-IF.
           IF WS-VND-STATUS(VND-IDX) = 'H' THEN
              MOVE 'VENDOR ON HOLD' TO WS-REASON
              PERFORM 2500-REPORT-EXCEPTION THRU 2500-EXIT
              GO TO 2000-EXIT
           END-IF.
           SET SCR-QUERY-HOLD TO TRUE.
           MOVE 'APPAYRUN'  TO SCR-PROGRAM.
           MOVE 'V'         TO SCR-SOURCE.
           MOVE WS-VND-VENDOR-ID(VND-IDX) TO SCR-PARTY-ID.
           MOVE SPACES      TO SCR-PARTY-NAME.
           CALL 'NAMESCREEN' USING SCR-PARM-AREA.
           IF SCR-BLOCKED THEN
              MOVE 'VENDOR SCREENING HOLD' TO WS-REASON
              PERFORM 2500-REPORT-EXCEPTION THRU 2500-EXIT
              GO TO 2000-EXIT
           END-IF.
           MOVE WS-VND-ROUTING(VND-IDX) TO RCK-ROUTING-NUMBER.
           CALL 'ROUTECHECK' USING RCK-PARM-AREA.
           IF NOT RCK-VALID
              OR WS-VND-ACCOUNT(VND-IDX) = SPACES THEN
              MOVE 'BAD BANK DETAILS' TO WS-REASON
              PERFORM 2500-REPORT-EXCEPTION THRU 2500-EXIT
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2300-WRITE-PAYMENT THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-COMPARE-EARLIER.
           IF WS-INV-VENDOR-ID(DUP-IDX) = WS-INV-VENDOR-ID(INV-IDX)
              AND WS-INV-NUMBER(DUP-IDX) = WS-INV-NUMBER(INV-IDX)
              AND WS-INV-STATUS(DUP-IDX) NOT = 'J' THEN
              SET DUPLICATE-INVOICE TO TRUE
           ELSE
              SET DUP-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COMPARE-VENDOR.
           IF WS-VND-VENDOR-ID(VND-IDX) = WS-INV-VENDOR-ID(INV-IDX)
              THEN
              SET VENDOR-FOUND TO TRUE
           ELSE
              SET VND-IDX UP BY 1
           END-IF.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PAYMENT PER INVOICE, SO THE VENDOR'S BANK
      * STATEMENT CARRIES THE INVOICE NUMBER IT SETTLES.
      * THE FUNDING DEBIT IS CYCLE-GENERATED AND CARRIES
      * NO KEYING OPERATOR.
      *-------------------------------------------------
       2300-WRITE-PAYMENT.
           MOVE SPACES TO VENDOR-PAYMENT-RECORD.
           MOVE WS-VND-ROUTING(VND-IDX)   TO VPY-ROUTING-NUMBER.
           MOVE WS-VND-ACCOUNT(VND-IDX)   TO VPY-ACCOUNT-NUMBER.
           MOVE WS-INV-VENDOR-ID(INV-IDX) TO VPY-VENDOR-ID.
           MOVE WS-VND-VENDOR-NOM(VND-IDX) TO VPY-VENDOR-NOM.
           MOVE WS-INV-NUMBER(INV-IDX)    TO VPY-INVOICE-NUMBER.
           MOVE WS-INV-AMOUNT(INV-IDX)    TO VPY-AMOUNT.
           MOVE CYC-RUN-DATE              TO VPY-RUN-DATE.
           MOVE WS-CURRENCY-CODE          TO VPY-CURRENCY-CODE.
           WRITE VENDOR-PAYMENT-RECORD.

           MOVE WS-FUND-ACCT-ID           TO TRX-ACCT-ID.
           MOVE 'D'                       TO TRX-TYPE.
           MOVE WS-INV-AMOUNT(INV-IDX)    TO TRX-AMOUNT.
           MOVE SPACES                    TO TRX-TO-ACCT-ID.
           WRITE TRANSACTION-RECORD.

           MOVE 'D'          TO WS-INV-STATUS(INV-IDX).
           MOVE CYC-RUN-DATE TO WS-INV-PAID-DATE(INV-IDX).
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-INV-AMOUNT(INV-IDX) TO WS-PAID-TOTAL.
           ADD WS-INV-AMOUNT(INV-IDX) TO WS-HASH-TOTAL.

           MOVE 'PAID' TO WS-REASON.
           PERFORM 2600-PRINT-RUN-LINE THRU 2600-EXIT.
       2300-EXIT.
           EXIT.

       2500-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 2600-PRINT-RUN-LINE THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2600-PRINT-RUN-LINE.
           MOVE WS-INV-AMOUNT(INV-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-INV-VENDOR-ID(INV-IDX) ' '
               WS-INV-NUMBER(INV-IDX) ' '
               WS-INV-DUE-DATE(INV-IDX) ' ' WS-AMOUNT-ED '  '
               WS-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
       2600-EXIT.
           EXIT.

       3000-WRITE-INVOICES.
           OPEN OUTPUT AP-INVOICES-OUT.
           PERFORM 3100-WRITE-ONE-INVOICE THRU 3100-EXIT
               VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT.
           CLOSE AP-INVOICES-OUT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-INVOICE.
           MOVE WS-INV-RECORD(INV-IDX) TO AP-INVOICE-OUT-RECORD.
           WRITE AP-INVOICE-OUT-RECORD.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * AGED PAYABLES - EVERY INVOICE STILL OWED, PENDING
      * OR APPROVED, BANDED BY DAYS PAST ITS DUE DATE. A
      * PENDING INVOICE ALREADY PAST DUE IS THE ONE THAT
      * EARNS A LATE FEE - IT NEEDS A SUPERVISOR TODAY.
      *-------------------------------------------------
       4000-AGE-PAYABLES.
           MOVE SPACES TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE 'AGED PAYABLES' TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE 'VENDOR INVOICE      DUE DATE       AMOUNT  DAYS'
               TO WS-REPORT-LINE.
           MOVE 'BAND     STATUS' TO WS-REPORT-LINE(49:15).
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           PERFORM 4100-AGE-ONE-INVOICE THRU 4100-EXIT
               VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT.

           MOVE SPACES TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           PERFORM 4200-PRINT-BAND-TOTAL THRU 4200-EXIT
               VARYING BND FROM 1 BY 1 UNTIL BND > 5.
           MOVE WS-OUTSTANDING-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL OUTSTANDING   ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
       4000-EXIT.
           EXIT.

       4100-AGE-ONE-INVOICE.
           IF WS-INV-STATUS(INV-IDX) NOT = 'P'
              AND WS-INV-STATUS(INV-IDX) NOT = 'A' THEN
              GO TO 4100-EXIT
           END-IF.
           COMPUTE WS-DUE-DAY =
               FUNCTION INTEGER-OF-DATE(WS-INV-DUE-DATE(INV-IDX)).
           COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DAY - WS-DUE-DAY.
           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE <= 0  MOVE 1 TO WS-AGE-BAND
              WHEN WS-DAYS-PAST-DUE <= 30 MOVE 2 TO WS-AGE-BAND
              WHEN WS-DAYS-PAST-DUE <= 60 MOVE 3 TO WS-AGE-BAND
              WHEN WS-DAYS-PAST-DUE <= 90 MOVE 4 TO WS-AGE-BAND
              WHEN OTHER                  MOVE 5 TO WS-AGE-BAND
           END-EVALUATE.
           IF WS-AGE-BAND > 1 THEN
              ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           ADD WS-INV-AMOUNT(INV-IDX) TO WS-AGE-TOTAL(WS-AGE-BAND).
           ADD WS-INV-AMOUNT(INV-IDX) TO WS-OUTSTANDING-TOTAL.

           IF WS-INV-STATUS(INV-IDX) = 'P' THEN
              MOVE 'AWAITING APPROVAL' TO WS-REASON
           ELSE
              MOVE 'APPROVED' TO WS-REASON
           END-IF.
           MOVE WS-INV-AMOUNT(INV-IDX) TO WS-AMOUNT-ED.
           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-INV-VENDOR-ID(INV-IDX) ' '
               WS-INV-NUMBER(INV-IDX) ' '
               WS-INV-DUE-DATE(INV-IDX) ' ' WS-AMOUNT-ED ' '
               WS-DAYS-ED ' ' WS-AGE-LABEL(WS-AGE-BAND) ' '
               WS-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
       4100-EXIT.
           EXIT.

       4200-PRINT-BAND-TOTAL.
           MOVE WS-AGE-TOTAL(BND) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL ' WS-AGE-LABEL(BND) '      '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
       4200-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-TYPE.
           MOVE CYC-RUN-DATE TO CTL-BUSINESS-DATE.
           MOVE WS-PAID-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO CTL-HASH-TOTAL.
           MOVE SPACES TO VENDOR-PAYMENT-RECORD.
           MOVE CONTROL-RECORD TO VENDOR-PAYMENT-RECORD(1:23).
           WRITE VENDOR-PAYMENT-RECORD.
           CLOSE VENDOR-PAYMENTS.

           MOVE SPACES TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE WS-PAID-COUNT TO WS-COUNT-ED.
           MOVE WS-PAID-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INVOICES PAID       ' WS-COUNT-ED '  AMOUNT '
               WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INVOICES NOT PAID   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OWED PAST DUE       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGED-PAYABLES-RECORD.
           WRITE AGED-PAYABLES-RECORD.
           CLOSE AGED-PAYABLES-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'APPAYRUN'       TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-EXCEPTION-COUNT > ZERO
                 MOVE 'AP - INVOICES DUE BUT NOT PAID'
                     TO CLR-MESSAGE
              WHEN WS-OVERDUE-COUNT > ZERO
                 MOVE 'AP - INVOICES OWED PAST DUE DATE'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'SUPPLIER PAYMENT RUN COMPLETE' TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
