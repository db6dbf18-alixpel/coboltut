      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  VendorMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MAINTENANCE OF THE SUPPLIER
      *               MASTER (VENDMSTR, VENDFD LAYOUT) THE
      *               PAYMENT RUN PAYS FROM - TRANAPPROVE'S
      *               SHAPE. SUPERVISOR SIGN-ON ONLY, SINCE
      *               WHOEVER CAN CHANGE A BANK ACCOUNT CAN
      *               REDIRECT A PAYMENT. A ADDS A VENDOR,
      *               B CHANGES ITS BANK DETAILS, H HOLDS
      *               OR RELEASES IT AND L LISTS THE FILE.
      *               EVERY ROUTING NUMBER IS PUT THROUGH
      *               THE SHARED ROUTECHECK MODULE AND A
      *               FAILING ONE IS NOT TAKEN. THE CHANGING
      *               OPERATOR AND DATE ARE STAMPED AND THE
      *               FILE IS REWRITTEN WHOLE AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  VENDOR-MASTER.
           COPY "vendfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS          PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".
       COPY "rtckparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-VENDOR-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-VENDORS      VALUE 'Y'.
           05 WS-VENDOR-FOUND-SW     PIC X(01).
              88 VENDOR-FOUND        VALUE 'Y'.
           05 WS-BANK-OK-SW          PIC X(01).
              88 BANK-DETAILS-OK     VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 ADD-VENDOR             VALUE 'A'.
           88 CHANGE-BANK            VALUE 'B'.
           88 HOLD-VENDOR            VALUE 'H'.
           88 LIST-VENDORS           VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-VENDOR-ID-IN           PIC X(06).
       01  WS-VENDOR-NOM-IN          PIC X(30).
       01  WS-ROUTING-IN             PIC X(09).
       01  WS-ACCOUNT-IN             PIC X(17).
       01  WS-TERMS-IN               PIC 9(03).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.

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
              10 WS-VND-TERMS        PIC 9(03).
              10 WS-VND-STATUS       PIC X(01).
              10 WS-VND-CHANGE-OPER  PIC X(06).
              10 WS-VND-CHANGE-DATE  PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-VENDORS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY TOUCH THE
      * VENDOR MASTER. A CLERK SIGN-ON IS REFUSED
      * OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'VENDORMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'VENDOR MAINTENANCE REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = '00' THEN
              PERFORM 1100-LOAD-VENDOR THRU 1100-EXIT
                  UNTIL END-OF-VENDORS
                     OR WS-VENDOR-COUNT >= WS-MAX-VENDORS
              CLOSE VENDOR-MASTER
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
              MOVE VM-VENDOR-ID    TO WS-VND-VENDOR-ID(VND-IDX)
              MOVE VM-VENDOR-NOM   TO WS-VND-VENDOR-NOM(VND-IDX)
              MOVE VM-BANK-ROUTING TO WS-VND-ROUTING(VND-IDX)
              MOVE VM-BANK-ACCOUNT TO WS-VND-ACCOUNT(VND-IDX)
              MOVE VM-PAY-TERMS-DAYS
                  TO WS-VND-TERMS(VND-IDX)
              MOVE VM-STATUS       TO WS-VND-STATUS(VND-IDX)
              MOVE VM-LAST-CHANGE-OPER
                  TO WS-VND-CHANGE-OPER(VND-IDX)
              MOVE VM-LAST-CHANGE-DATE
                  TO WS-VND-CHANGE-DATE(VND-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- VENDOR MAINTENANCE ----------'.
           DISPLAY 'A - ADD VENDOR     B - CHANGE BANK DETAILS'.
           DISPLAY 'H - HOLD/RELEASE   L - LIST   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN ADD-VENDOR
                 PERFORM 3000-ADD-VENDOR THRU 3000-EXIT
              WHEN CHANGE-BANK
                 PERFORM 4000-CHANGE-BANK THRU 4000-EXIT
              WHEN HOLD-VENDOR
                 PERFORM 5000-HOLD-VENDOR THRU 5000-EXIT
              WHEN LIST-VENDORS
                 PERFORM 6000-LIST-VENDORS THRU 6000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NEW VENDOR STARTS ACTIVE. TERMS LEFT AT ZERO
      * MEAN PAYABLE ON RECEIPT.
      *-------------------------------------------------
       3000-ADD-VENDOR.
           PERFORM 7000-ACCEPT-VENDOR-ID THRU 7000-EXIT.
           IF VENDOR-FOUND THEN
              DISPLAY 'VENDOR ' WS-VENDOR-ID-IN
                  ' IS ALREADY ON FILE - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-VENDOR-COUNT >= WS-MAX-VENDORS THEN
              DISPLAY 'VENDOR TABLE IS FULL - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'VENDOR NAME ?'.
           MOVE SPACES TO WS-VENDOR-NOM-IN.
           ACCEPT WS-VENDOR-NOM-IN.
           PERFORM 7100-ACCEPT-BANK THRU 7100-EXIT.
           IF NOT BANK-DETAILS-OK THEN
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'PAYMENT TERMS IN DAYS ?'.
           ACCEPT WS-TERMS-IN.

           ADD 1 TO WS-VENDOR-COUNT.
           SET VND-IDX TO WS-VENDOR-COUNT.
           MOVE WS-VENDOR-ID-IN  TO WS-VND-VENDOR-ID(VND-IDX).
           MOVE WS-VENDOR-NOM-IN TO WS-VND-VENDOR-NOM(VND-IDX).
           MOVE WS-ROUTING-IN    TO WS-VND-ROUTING(VND-IDX).
           MOVE WS-ACCOUNT-IN    TO WS-VND-ACCOUNT(VND-IDX).
           MOVE WS-TERMS-IN      TO WS-VND-TERMS(VND-IDX).
           MOVE 'A'              TO WS-VND-STATUS(VND-IDX).
           PERFORM 7200-STAMP-CHANGE THRU 7200-EXIT.
           DISPLAY 'VENDOR ADDED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * NEW BANK DETAILS REPLACE THE OLD ONES ONLY WHEN
      * THE ROUTING NUMBER PASSES ITS CHECK DIGIT.
      *-------------------------------------------------
       4000-CHANGE-BANK.
           PERFORM 7000-ACCEPT-VENDOR-ID THRU 7000-EXIT.
           IF NOT VENDOR-FOUND THEN
              DISPLAY 'VENDOR ' WS-VENDOR-ID-IN ' NOT ON FILE'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY WS-VND-VENDOR-NOM(VND-IDX) ' NOW PAYS TO '
               WS-VND-ROUTING(VND-IDX) ' '
               WS-VND-ACCOUNT(VND-IDX).
           PERFORM 7100-ACCEPT-BANK THRU 7100-EXIT.
           IF NOT BANK-DETAILS-OK THEN
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'CHANGE BANK DETAILS (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT CHANGED'
              GO TO 4000-EXIT
           END-IF.
           MOVE WS-ROUTING-IN TO WS-VND-ROUTING(VND-IDX).
           MOVE WS-ACCOUNT-IN TO WS-VND-ACCOUNT(VND-IDX).
           PERFORM 7200-STAMP-CHANGE THRU 7200-EXIT.
           DISPLAY 'BANK DETAILS CHANGED'.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * HOLD TOGGLES - A HELD VENDOR IS RELEASED, AN
      * ACTIVE ONE IS HELD. THE PAYMENT RUN SKIPS HELD
      * VENDORS' INVOICES BUT LEAVES THEM OUTSTANDING.
      *-------------------------------------------------
       5000-HOLD-VENDOR.
           PERFORM 7000-ACCEPT-VENDOR-ID THRU 7000-EXIT.
           IF NOT VENDOR-FOUND THEN
              DISPLAY 'VENDOR ' WS-VENDOR-ID-IN ' NOT ON FILE'
              GO TO 5000-EXIT
           END-IF.
           IF WS-VND-STATUS(VND-IDX) = 'H' THEN
              MOVE 'A' TO WS-VND-STATUS(VND-IDX)
              DISPLAY 'VENDOR RELEASED - PAYABLE AGAIN'
           ELSE
              MOVE 'H' TO WS-VND-STATUS(VND-IDX)
              DISPLAY 'VENDOR HELD - NOT PAID UNTIL RELEASED'
           END-IF.
           PERFORM 7200-STAMP-CHANGE THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

       6000-LIST-VENDORS.
           DISPLAY 'VENDOR NAME                           ROUTING'
               '   ACCOUNT           TRM S'.
           PERFORM 6100-LIST-ONE THRU 6100-EXIT
               VARYING VND-IDX FROM 1 BY 1
               UNTIL VND-IDX > WS-VENDOR-COUNT.
           IF WS-VENDOR-COUNT = ZERO THEN
              DISPLAY 'NO VENDORS ON FILE'
           END-IF.
       6000-EXIT.
           EXIT.

       6100-LIST-ONE.
           DISPLAY WS-VND-VENDOR-ID(VND-IDX) ' '
               WS-VND-VENDOR-NOM(VND-IDX) ' '
               WS-VND-ROUTING(VND-IDX) ' '
               WS-VND-ACCOUNT(VND-IDX) ' '
               WS-VND-TERMS(VND-IDX) ' '
               WS-VND-STATUS(VND-IDX).
       6100-EXIT.
           EXIT.

       7000-ACCEPT-VENDOR-ID.
           DISPLAY 'VENDOR ID ?'.
           MOVE SPACES TO WS-VENDOR-ID-IN.
           ACCEPT WS-VENDOR-ID-IN.
           MOVE 'N' TO WS-VENDOR-FOUND-SW.
           SET VND-IDX TO 1.
           PERFORM 7010-COMPARE-VENDOR THRU 7010-EXIT
               UNTIL VND-IDX > WS-VENDOR-COUNT OR VENDOR-FOUND.
       7000-EXIT.
           EXIT.

       7010-COMPARE-VENDOR.
           IF WS-VND-VENDOR-ID(VND-IDX) = WS-VENDOR-ID-IN THEN
              SET VENDOR-FOUND TO TRUE
           ELSE
              SET VND-IDX UP BY 1
           END-IF.
       7010-EXIT.
           EXIT.

       7100-ACCEPT-BANK.
           MOVE 'N' TO WS-BANK-OK-SW.
           DISPLAY 'BANK ROUTING NUMBER ?'.
           MOVE SPACES TO WS-ROUTING-IN.
           ACCEPT WS-ROUTING-IN.
           MOVE WS-ROUTING-IN TO RCK-ROUTING-NUMBER.
           CALL 'ROUTECHECK' USING RCK-PARM-AREA.
           IF NOT RCK-VALID THEN
              DISPLAY 'ROUTING ' WS-ROUTING-IN
                  ' FAILS ITS CHECK DIGIT - NOT TAKEN'
              GO TO 7100-EXIT
           END-IF.
           DISPLAY 'BANK ACCOUNT NUMBER ?'.
           MOVE SPACES TO WS-ACCOUNT-IN.
           ACCEPT WS-ACCOUNT-IN.
           IF WS-ACCOUNT-IN = SPACES THEN
              DISPLAY 'ACCOUNT NUMBER IS REQUIRED - NOT TAKEN'
              GO TO 7100-EXIT
           END-IF.
           SET BANK-DETAILS-OK TO TRUE.
       7100-EXIT.
           EXIT.

       7200-STAMP-CHANGE.
           MOVE WS-SIGNON-ID  TO WS-VND-CHANGE-OPER(VND-IDX).
           MOVE WS-TODAY-DATE TO WS-VND-CHANGE-DATE(VND-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
       7200-EXIT.
           EXIT.

       8000-REWRITE-VENDORS.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT VENDOR-MASTER.
           PERFORM 8100-WRITE-ONE-VENDOR THRU 8100-EXIT
               VARYING VND-IDX FROM 1 BY 1
               UNTIL VND-IDX > WS-VENDOR-COUNT.
           CLOSE VENDOR-MASTER.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-VENDOR.
           MOVE WS-VND-VENDOR-ID(VND-IDX)   TO VM-VENDOR-ID.
           MOVE WS-VND-VENDOR-NOM(VND-IDX)  TO VM-VENDOR-NOM.
           MOVE WS-VND-ROUTING(VND-IDX)     TO VM-BANK-ROUTING.
           MOVE WS-VND-ACCOUNT(VND-IDX)     TO VM-BANK-ACCOUNT.
           MOVE WS-VND-TERMS(VND-IDX)       TO VM-PAY-TERMS-DAYS.
           MOVE WS-VND-STATUS(VND-IDX)      TO VM-STATUS.
           MOVE WS-VND-CHANGE-OPER(VND-IDX) TO VM-LAST-CHANGE-OPER.
           MOVE WS-VND-CHANGE-DATE(VND-IDX) TO VM-LAST-CHANGE-DATE.
           WRITE VENDOR-MASTER-RECORD.
       8100-EXIT.
           EXIT.
