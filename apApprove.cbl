      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ApApprove.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPERVISOR DECISION ON THE
      *               SUPPLIER INVOICES KEYED IN APINVOICEENTRY
      *               - TRANAPPROVE'S SHAPE. SIGN-ON THROUGH
      *               OPERSIGNON, REFUSED WITHOUT THE
      *               SUPERVISOR ROLE. L LISTS THE PENDING
      *               INVOICES BY NUMBER, A APPROVES ONE FOR
      *               THE PAYMENT RUN AND J REJECTS ONE. AN
      *               INVOICE KEYED BY THE SIGNED-ON OPERATOR
      *               CAN BE NEITHER. THE APPROVER'S ID IS
      *               STAMPED AND APINVOIC IS REWRITTEN WHOLE
      *               AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICES ASSIGN TO "APINVOIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  AP-INVOICES.
           COPY "apinvfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS         PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 APPROVAL-DONE       VALUE 'Y'.
           05 WS-INVOICE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-INVOICES     VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 LIST-PENDING           VALUE 'L'.
           88 APPROVE-INVOICE        VALUE 'A'.
           88 REJECT-INVOICE         VALUE 'J'.
           88 EXIT-APPROVAL          VALUE 'X'.

       01  WS-ITEM-NUMBER            PIC 9(04).
       01  WS-PENDING-SHOWN          PIC 9(04) COMP.
       01  WS-AMOUNT-ED              PIC ZZZZZZ9.99.
       01  WS-DECISION-COUNT         PIC 9(04) COMP VALUE ZERO.

       01  WS-MAX-INVOICES           PIC 9(04) COMP VALUE 5000.
       01  WS-INVOICE-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-INVOICE-TABLE.
           05 WS-INV-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-INVOICE-COUNT
                 INDEXED BY INV-IDX.
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

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL APPROVAL-DONE.

           PERFORM 8000-REWRITE-INVOICES THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY APPROVE A
      * SUPPLIER INVOICE FOR PAYMENT. A CLERK SIGN-ON IS
      * REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'APAPPROVE' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'INVOICE APPROVAL REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT AP-INVOICES.
           IF WS-INVOICE-STATUS = '00' THEN
              PERFORM 1100-LOAD-INVOICE THRU 1100-EXIT
                  UNTIL END-OF-INVOICES
                     OR WS-INVOICE-COUNT >= WS-MAX-INVOICES
              CLOSE AP-INVOICES
           END-IF.
           IF WS-INVOICE-COUNT = ZERO THEN
              DISPLAY 'NO INVOICES ON THE SUPPLIER INVOICE FILE'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-INVOICE.
           READ AP-INVOICES
              AT END SET END-OF-INVOICES TO TRUE
           END-READ.
           IF NOT END-OF-INVOICES THEN
              ADD 1 TO WS-INVOICE-COUNT
              MOVE AP-INVOICE-RECORD
                  TO WS-INV-RECORD(WS-INVOICE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SUPPLIER INVOICE APPROVAL --------'.
           DISPLAY 'L - LIST PENDING  A - APPROVE INVOICE'.
           DISPLAY 'J - REJECT INVOICE   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN LIST-PENDING
                 PERFORM 3000-LIST-PENDING THRU 3000-EXIT
              WHEN APPROVE-INVOICE
                 PERFORM 4000-DECIDE-INVOICE THRU 4000-EXIT
              WHEN REJECT-INVOICE
                 PERFORM 4000-DECIDE-INVOICE THRU 4000-EXIT
              WHEN EXIT-APPROVAL
                 SET APPROVAL-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-PENDING.
           MOVE ZERO TO WS-PENDING-SHOWN.
           DISPLAY 'ITEM VENDOR INVOICE       DUE DATE      AMOUNT'
               ' KEYED BY'.
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT.
           IF WS-PENDING-SHOWN = ZERO THEN
              DISPLAY 'NOTHING AWAITING APPROVAL'
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           IF WS-INV-STATUS(INV-IDX) NOT = 'P' THEN
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-SHOWN.
           MOVE WS-INV-AMOUNT(INV-IDX) TO WS-AMOUNT-ED.
           SET WS-ITEM-NUMBER TO INV-IDX.
           DISPLAY WS-ITEM-NUMBER ' '
               WS-INV-VENDOR-ID(INV-IDX) ' '
               WS-INV-NUMBER(INV-IDX) ' '
               WS-INV-DUE-DATE(INV-IDX) ' ' WS-AMOUNT-ED ' '
               WS-INV-KEYED-OPER(INV-IDX).
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE INVOICE, APPROVED OR REJECTED BY ITS LIST
      * NUMBER. THE KEYING CLERK CAN DO NEITHER TO THEIR
      * OWN INVOICE.
      *-------------------------------------------------
       4000-DECIDE-INVOICE.
           DISPLAY 'ITEM NUMBER ?'.
           ACCEPT WS-ITEM-NUMBER.
           IF WS-ITEM-NUMBER < 1
              OR WS-ITEM-NUMBER > WS-INVOICE-COUNT THEN
              DISPLAY 'NO SUCH ITEM'
              GO TO 4000-EXIT
           END-IF.
           SET INV-IDX TO WS-ITEM-NUMBER.
           IF WS-INV-STATUS(INV-IDX) NOT = 'P' THEN
              DISPLAY 'INVOICE IS NOT PENDING'
              GO TO 4000-EXIT
           END-IF.
           IF WS-INV-KEYED-OPER(INV-IDX) = WS-SIGNON-ID THEN
              DISPLAY 'YOU KEYED THIS INVOICE - ANOTHER'
                  ' SUPERVISOR MUST DECIDE IT'
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-INV-AMOUNT(INV-IDX) TO WS-AMOUNT-ED.
           DISPLAY WS-INV-VENDOR-ID(INV-IDX) ' '
               WS-INV-NUMBER(INV-IDX) ' ' WS-AMOUNT-ED
               ' ' WS-INV-DESC(INV-IDX)
               ' KEYED BY ' WS-INV-KEYED-OPER(INV-IDX).

           IF APPROVE-INVOICE THEN
              MOVE 'A' TO WS-INV-STATUS(INV-IDX)
              MOVE WS-SIGNON-ID TO WS-INV-APPR-OPER(INV-IDX)
              DISPLAY 'INVOICE APPROVED - PAID WHEN DUE'
           ELSE
              MOVE 'J' TO WS-INV-STATUS(INV-IDX)
              MOVE WS-SIGNON-ID TO WS-INV-APPR-OPER(INV-IDX)
              DISPLAY 'INVOICE REJECTED - WILL NOT BE PAID'
           END-IF.
           ADD 1 TO WS-DECISION-COUNT.
       4000-EXIT.
           EXIT.

       8000-REWRITE-INVOICES.
           IF WS-DECISION-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT AP-INVOICES.
           PERFORM 8100-WRITE-ONE-INVOICE THRU 8100-EXIT
               VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > WS-INVOICE-COUNT.
           CLOSE AP-INVOICES.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-INVOICE.
           MOVE WS-INV-RECORD(INV-IDX) TO AP-INVOICE-RECORD.
           WRITE AP-INVOICE-RECORD.
       8100-EXIT.
           EXIT.
