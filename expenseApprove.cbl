      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ExpenseApprove.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPERVISOR DECISION ON THE
      *               EMPLOYEE EXPENSE CLAIMS KEYED IN
      *               EXPENSECLAIM - APAPPROVE'S SHAPE. SIGN-ON
      *               THROUGH OPERSIGNON, REFUSED WITHOUT THE
      *               SUPERVISOR ROLE. L LISTS THE PENDING
      *               CLAIMS BY NUMBER, A APPROVES ONE FOR THE
      *               NEXT PAY RUN AND J REJECTS ONE. A CLAIM
      *               KEYED BY THE SIGNED-ON OPERATOR CAN BE
      *               NEITHER. THE APPROVER'S ID IS STAMPED
      *               AND EXPCLAIM IS REWRITTEN WHOLE AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIMS ASSIGN TO "EXPCLAIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  EXPENSE-CLAIMS.
           COPY "expcfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CLAIM-STATUS           PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 APPROVAL-DONE       VALUE 'Y'.
           05 WS-CLAIM-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CLAIMS       VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 LIST-PENDING           VALUE 'L'.
           88 APPROVE-CLAIM          VALUE 'A'.
           88 REJECT-CLAIM           VALUE 'J'.
           88 EXIT-APPROVAL          VALUE 'X'.

       01  WS-ITEM-NUMBER            PIC 9(04).
       01  WS-PENDING-SHOWN          PIC 9(04) COMP.
       01  WS-AMOUNT-ED              PIC ZZZZ9.99.
       01  WS-DECISION-COUNT         PIC 9(04) COMP VALUE ZERO.

       01  WS-MAX-CLAIMS             PIC 9(04) COMP VALUE 5000.
       01  WS-CLAIM-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-CLAIM-TABLE.
           05 WS-CLM-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-CLAIM-COUNT
                 INDEXED BY CLM-IDX.
              10 WS-CLM-RECORD       PIC X(78).
              10 WS-CLM-FIELDS REDEFINES WS-CLM-RECORD.
                 15 WS-CLM-EMP-ID    PIC X(06).
                 15 WS-CLM-RECEIPT-REF PIC X(12).
                 15 WS-CLM-RECEIPT-DATE PIC 9(08).
                 15 WS-CLM-CATEGORY  PIC X(04).
                 15 WS-CLM-AMOUNT    PIC 9(05)V99.
                 15 WS-CLM-DESC      PIC X(20).
                 15 WS-CLM-STATUS    PIC X(01).
                 15 WS-CLM-KEYED-OPER PIC X(06).
                 15 WS-CLM-APPR-OPER PIC X(06).
                 15 WS-CLM-PAID-DATE PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL APPROVAL-DONE.

           PERFORM 8000-REWRITE-CLAIMS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY APPROVE AN
      * EXPENSE CLAIM FOR REFUND. A CLERK SIGN-ON IS
      * REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'EXPAPPROVE' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'EXPENSE CLAIM APPROVAL REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT EXPENSE-CLAIMS.
           IF WS-CLAIM-STATUS = '00' THEN
              PERFORM 1100-LOAD-CLAIM THRU 1100-EXIT
                  UNTIL END-OF-CLAIMS
                     OR WS-CLAIM-COUNT >= WS-MAX-CLAIMS
              CLOSE EXPENSE-CLAIMS
           END-IF.
           IF WS-CLAIM-COUNT = ZERO THEN
              DISPLAY 'NO CLAIMS ON THE EXPENSE CLAIM FILE'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-CLAIM.
           READ EXPENSE-CLAIMS
              AT END SET END-OF-CLAIMS TO TRUE
           END-READ.
           IF NOT END-OF-CLAIMS THEN
              ADD 1 TO WS-CLAIM-COUNT
              MOVE EXPENSE-CLAIM-RECORD
                  TO WS-CLM-RECORD(WS-CLAIM-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- EXPENSE CLAIM APPROVAL --------'.
           DISPLAY 'L - LIST PENDING  A - APPROVE CLAIM'.
           DISPLAY 'J - REJECT CLAIM   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN LIST-PENDING
                 PERFORM 3000-LIST-PENDING THRU 3000-EXIT
              WHEN APPROVE-CLAIM
                 PERFORM 4000-DECIDE-CLAIM THRU 4000-EXIT
              WHEN REJECT-CLAIM
                 PERFORM 4000-DECIDE-CLAIM THRU 4000-EXIT
              WHEN EXIT-APPROVAL
                 SET APPROVAL-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-PENDING.
           MOVE ZERO TO WS-PENDING-SHOWN.
           DISPLAY 'ITEM EMPLOY RECEIPT      CATG   AMOUNT'
               ' DESCRIPTION          KEYED BY'.
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               VARYING CLM-IDX FROM 1 BY 1
               UNTIL CLM-IDX > WS-CLAIM-COUNT.
           IF WS-PENDING-SHOWN = ZERO THEN
              DISPLAY 'NOTHING AWAITING APPROVAL'
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           IF WS-CLM-STATUS(CLM-IDX) NOT = 'P' THEN
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-SHOWN.
           MOVE WS-CLM-AMOUNT(CLM-IDX) TO WS-AMOUNT-ED.
           SET WS-ITEM-NUMBER TO CLM-IDX.
           DISPLAY WS-ITEM-NUMBER ' '
               WS-CLM-EMP-ID(CLM-IDX) ' '
               WS-CLM-RECEIPT-REF(CLM-IDX) ' '
               WS-CLM-CATEGORY(CLM-IDX) ' ' WS-AMOUNT-ED ' '
               WS-CLM-DESC(CLM-IDX) ' '
               WS-CLM-KEYED-OPER(CLM-IDX).
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE CLAIM, APPROVED OR REJECTED BY ITS LIST
      * NUMBER. THE KEYING CLERK CAN DO NEITHER TO A CLAIM
      * THEY KEYED.
      *-------------------------------------------------
       4000-DECIDE-CLAIM.
           DISPLAY 'ITEM NUMBER ?'.
           ACCEPT WS-ITEM-NUMBER.
           IF WS-ITEM-NUMBER < 1
              OR WS-ITEM-NUMBER > WS-CLAIM-COUNT THEN
              DISPLAY 'NO SUCH ITEM'
              GO TO 4000-EXIT
           END-IF.
           SET CLM-IDX TO WS-ITEM-NUMBER.
           IF WS-CLM-STATUS(CLM-IDX) NOT = 'P' THEN
              DISPLAY 'CLAIM IS NOT PENDING'
              GO TO 4000-EXIT
           END-IF.
           IF WS-CLM-KEYED-OPER(CLM-IDX) = WS-SIGNON-ID THEN
              DISPLAY 'YOU KEYED THIS CLAIM - ANOTHER'
                  ' SUPERVISOR MUST DECIDE IT'
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-CLM-AMOUNT(CLM-IDX) TO WS-AMOUNT-ED.
           DISPLAY WS-CLM-EMP-ID(CLM-IDX) ' '
               WS-CLM-RECEIPT-REF(CLM-IDX) ' '
               WS-CLM-CATEGORY(CLM-IDX) ' ' WS-AMOUNT-ED
               ' ' WS-CLM-DESC(CLM-IDX)
               ' KEYED BY ' WS-CLM-KEYED-OPER(CLM-IDX).

           IF APPROVE-CLAIM THEN
              MOVE 'A' TO WS-CLM-STATUS(CLM-IDX)
              MOVE WS-SIGNON-ID TO WS-CLM-APPR-OPER(CLM-IDX)
              DISPLAY 'CLAIM APPROVED - REFUNDED ON THE NEXT PAY'
           ELSE
              MOVE 'J' TO WS-CLM-STATUS(CLM-IDX)
              MOVE WS-SIGNON-ID TO WS-CLM-APPR-OPER(CLM-IDX)
              DISPLAY 'CLAIM REJECTED - WILL NOT BE REFUNDED'
           END-IF.
           ADD 1 TO WS-DECISION-COUNT.
       4000-EXIT.
           EXIT.

       8000-REWRITE-CLAIMS.
           IF WS-DECISION-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT EXPENSE-CLAIMS.
           PERFORM 8100-WRITE-ONE-CLAIM THRU 8100-EXIT
               VARYING CLM-IDX FROM 1 BY 1
               UNTIL CLM-IDX > WS-CLAIM-COUNT.
           CLOSE EXPENSE-CLAIMS.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-CLAIM.
           MOVE WS-CLM-RECORD(CLM-IDX) TO EXPENSE-CLAIM-RECORD.
           WRITE EXPENSE-CLAIM-RECORD.
       8100-EXIT.
           EXIT.
