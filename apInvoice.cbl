      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ApInvoiceEntry.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPPLIER INVOICE INTAKE -
      *               STOCKINTAKE'S SHAPE. THE CLERK SIGNS ON
      *               THROUGH OPERSIGNON AND KEYS EACH
      *               INVOICE AGAINST THE VENDOR MASTER
      *               (VENDMSTR). THE DUE DATE DEFAULTS TO
      *               THE INVOICE DATE PLUS THE VENDOR'S
      *               TERMS. A VENDOR'S INVOICE NUMBER ALREADY
      *               ON THE FILE, WHATEVER ITS STATUS, IS
      *               REFUSED - THE SAME PAPER KEYED TWICE IS
      *               HOW AN INVOICE GETS PAID TWICE. ACCEPTED
      *               INVOICES ARE APPENDED TO APINVOIC AS
      *               PENDING WITH THE KEYING OPERATOR, FOR
      *               A SUPERVISOR TO DECIDE IN APAPPROVE.
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

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  VENDOR-MASTER.
           COPY "vendfd.cpy".

       FD  AP-INVOICES.
           COPY "apinvfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS          PIC X(02).
       01  WS-INVOICE-STATUS         PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 ENTRY-DONE          VALUE 'Y'.
           05 WS-VENDOR-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-VENDORS      VALUE 'Y'.
           05 WS-INVOICE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-INVOICES     VALUE 'Y'.
           05 WS-VENDOR-FOUND-SW     PIC X(01).
              88 VENDOR-FOUND        VALUE 'Y'.
           05 WS-DUPLICATE-SW        PIC X(01).
              88 DUPLICATE-INVOICE   VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 KEY-INVOICE            VALUE 'I'.
           88 EXIT-ENTRY             VALUE 'X'.

       01  WS-MAX-VENDORS            PIC 9(04) COMP VALUE 500.
       01  WS-VENDOR-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-VENDOR-TABLE.
           05 WS-VND-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-VENDOR-COUNT
                 INDEXED BY VND-IDX.
              10 WS-VND-VENDOR-ID    PIC X(06).
              10 WS-VND-VENDOR-NOM   PIC X(30).
              10 WS-VND-TERMS        PIC 9(03).
              10 WS-VND-STATUS       PIC X(01).

       01  WS-MAX-INVOICES           PIC 9(05) COMP VALUE 5000.
       01  WS-INVOICE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-INVOICE-TABLE.
           05 WS-INV-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-INVOICE-COUNT
                 INDEXED BY INV-IDX.
              10 WS-INV-VENDOR-ID    PIC X(06).
              10 WS-INV-NUMBER       PIC X(12).

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-VENDOR-ID-IN           PIC X(06).
       01  WS-INVOICE-NUMBER-IN      PIC X(12).
       01  WS-INVOICE-DATE-IN        PIC 9(08).
       01  WS-INVOICE-DATE-PARTS REDEFINES WS-INVOICE-DATE-IN.
           05 WS-INV-DATE-YEAR       PIC 9(04).
           05 WS-INV-DATE-MONTH      PIC 9(02).
           05 WS-INV-DATE-DAY        PIC 9(02).
       01  WS-DUE-DATE-IN            PIC 9(08).
       01  WS-AMOUNT-IN              PIC 9(07)V99.
       01  WS-DESCRIPTION-IN         PIC X(20).
       01  WS-CONFIRM                PIC X(01).
       01  WS-DAY-NUMBER             PIC 9(08) COMP.

       01  WS-KEYED-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-AMOUNT-ED              PIC ZZZZZZ9.99.

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
      * SIGNED-ON OPERATOR IS STAMPED ON EVERY INVOICE AND
      * MAY NOT LATER APPROVE IT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'APINVOICE' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
       0500-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE INVOICE FILE IS READ ONCE FOR THE DUPLICATE
      * CHECK, THEN REOPENED FOR APPEND. A MISSING FILE
      * (STATUS 35) IS CREATED HERE.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
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

           OPEN EXTEND AP-INVOICES.
           IF WS-INVOICE-STATUS = '35' THEN
              OPEN OUTPUT AP-INVOICES
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-VENDOR.
           READ VENDOR-MASTER
              AT END SET END-OF-VENDORS TO TRUE
           END-READ.
           IF NOT END-OF-VENDORS THEN
              ADD 1 TO WS-VENDOR-COUNT
              SET VND-IDX TO WS-VENDOR-COUNT
              MOVE VM-VENDOR-ID  TO WS-VND-VENDOR-ID(VND-IDX)
              MOVE VM-VENDOR-NOM TO WS-VND-VENDOR-NOM(VND-IDX)
              MOVE VM-PAY-TERMS-DAYS TO WS-VND-TERMS(VND-IDX)
              MOVE VM-STATUS     TO WS-VND-STATUS(VND-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-INVOICE.
           READ AP-INVOICES
              AT END SET END-OF-INVOICES TO TRUE
           END-READ.
           IF NOT END-OF-INVOICES THEN
              ADD 1 TO WS-INVOICE-COUNT
              SET INV-IDX TO WS-INVOICE-COUNT
              MOVE AI-VENDOR-ID      TO WS-INV-VENDOR-ID(INV-IDX)
              MOVE AI-INVOICE-NUMBER TO WS-INV-NUMBER(INV-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- SUPPLIER INVOICE ENTRY ----------'.
           DISPLAY 'CLERK : ' WS-SIGNON-ID.
           DISPLAY 'I - KEY AN INVOICE   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN KEY-INVOICE
                 PERFORM 3000-KEY-INVOICE THRU 3000-EXIT
              WHEN EXIT-ENTRY
                 SET ENTRY-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE INVOICE. A HELD VENDOR'S INVOICE IS STILL
      * TAKEN - THE HOLD STOPS PAYMENT, NOT THE PAPER.
      *-------------------------------------------------
       3000-KEY-INVOICE.
           DISPLAY 'VENDOR ID ?'.
           MOVE SPACES TO WS-VENDOR-ID-IN.
           ACCEPT WS-VENDOR-ID-IN.
           MOVE 'N' TO WS-VENDOR-FOUND-SW.
           SET VND-IDX TO 1.
           PERFORM 3100-COMPARE-VENDOR THRU 3100-EXIT
               UNTIL VND-IDX > WS-VENDOR-COUNT OR VENDOR-FOUND.
           IF NOT VENDOR-FOUND THEN
              DISPLAY 'VENDOR ' WS-VENDOR-ID-IN
                  ' IS NOT ON THE VENDOR MASTER - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY WS-VND-VENDOR-NOM(VND-IDX).
           IF WS-VND-STATUS(VND-IDX) = 'H' THEN
              DISPLAY 'NOTE - VENDOR IS ON HOLD'
           END-IF.

           DISPLAY 'INVOICE NUMBER ?'.
           MOVE SPACES TO WS-INVOICE-NUMBER-IN.
           ACCEPT WS-INVOICE-NUMBER-IN.
           IF WS-INVOICE-NUMBER-IN = SPACES THEN
              DISPLAY 'INVOICE NUMBER IS REQUIRED - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-DUPLICATE-SW.
           SET INV-IDX TO 1.
           PERFORM 3200-COMPARE-INVOICE THRU 3200-EXIT
               UNTIL INV-IDX > WS-INVOICE-COUNT
                  OR DUPLICATE-INVOICE.
           IF DUPLICATE-INVOICE THEN
              DISPLAY 'INVOICE ' WS-INVOICE-NUMBER-IN
                  ' IS ALREADY ON FILE FOR THIS VENDOR'
                  ' - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'INVOICE DATE (YYYYMMDD) ?'.
           ACCEPT WS-INVOICE-DATE-IN.
           IF WS-INVOICE-DATE-IN IS NOT NUMERIC
              OR WS-INV-DATE-MONTH < 1 OR WS-INV-DATE-MONTH > 12
              OR WS-INV-DATE-DAY < 1 OR WS-INV-DATE-DAY > 31
              OR WS-INVOICE-DATE-IN > WS-TODAY-DATE THEN
              DISPLAY 'INVALID INVOICE DATE - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-IN)
               + WS-VND-TERMS(VND-IDX).
           COMPUTE WS-DUE-DATE-IN =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           DISPLAY 'DUE ON TERMS ' WS-DUE-DATE-IN.

           DISPLAY 'INVOICE AMOUNT ?'.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = ZERO THEN
              DISPLAY 'AMOUNT MUST BE ABOVE ZERO - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'DESCRIPTION ?'.
           MOVE SPACES TO WS-DESCRIPTION-IN.
           ACCEPT WS-DESCRIPTION-IN.

           MOVE WS-AMOUNT-IN TO WS-AMOUNT-ED.
           DISPLAY 'RECORD ' WS-INVOICE-NUMBER-IN ' FOR '
               WS-AMOUNT-ED ' DUE ' WS-DUE-DATE-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-WRITE-INVOICE THRU 4000-EXIT.
           DISPLAY 'INVOICE RECORDED - AWAITING APPROVAL'.
       3000-EXIT.
           EXIT.

       3100-COMPARE-VENDOR.
           IF WS-VND-VENDOR-ID(VND-IDX) = WS-VENDOR-ID-IN THEN
              SET VENDOR-FOUND TO TRUE
           ELSE
              SET VND-IDX UP BY 1
           END-IF.
       3100-EXIT.
           EXIT.

       3200-COMPARE-INVOICE.
           IF WS-INV-VENDOR-ID(INV-IDX) = WS-VENDOR-ID-IN
              AND WS-INV-NUMBER(INV-IDX) = WS-INVOICE-NUMBER-IN THEN
              SET DUPLICATE-INVOICE TO TRUE
           ELSE
              SET INV-IDX UP BY 1
           END-IF.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NEW INVOICE JOINS THE DUPLICATE TABLE TOO, SO
      * IT CANNOT BE KEYED AGAIN IN THE SAME SESSION.
      *-------------------------------------------------
       4000-WRITE-INVOICE.
           MOVE SPACES               TO AP-INVOICE-RECORD.
           MOVE WS-VENDOR-ID-IN      TO AI-VENDOR-ID.
           MOVE WS-INVOICE-NUMBER-IN TO AI-INVOICE-NUMBER.
           MOVE WS-INVOICE-DATE-IN   TO AI-INVOICE-DATE.
           MOVE WS-DUE-DATE-IN       TO AI-DUE-DATE.
           MOVE WS-AMOUNT-IN         TO AI-AMOUNT.
           MOVE WS-DESCRIPTION-IN    TO AI-DESCRIPTION.
           SET AI-PENDING            TO TRUE.
           MOVE WS-SIGNON-ID         TO AI-KEYED-OPER.
           MOVE ZERO                 TO AI-PAID-DATE.
           WRITE AP-INVOICE-RECORD.
           ADD 1 TO WS-KEYED-COUNT.
           IF WS-INVOICE-COUNT < WS-MAX-INVOICES THEN
              ADD 1 TO WS-INVOICE-COUNT
              SET INV-IDX TO WS-INVOICE-COUNT
              MOVE WS-VENDOR-ID-IN TO WS-INV-VENDOR-ID(INV-IDX)
              MOVE WS-INVOICE-NUMBER-IN TO WS-INV-NUMBER(INV-IDX)
           END-IF.
       4000-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE AP-INVOICES.
           DISPLAY 'INVOICES KEYED THIS SESSION: ' WS-KEYED-COUNT.
       8000-EXIT.
           EXIT.
