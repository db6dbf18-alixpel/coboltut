      *               FORFEITED TO GATE REVENUE (DEBIT
      *               DEPOSITS, CREDIT GATE ACCOUNT) AND
      *               REPORTED. EXCEPTIONS RETURN CODE 4.
      * 15/10/26  AP  DEPOSIT TRANSACTIONS NOW CARRY THE
      *               TENDER (DT-PAY-METHOD, C FOR CARD).
      *               A GOOD CARD-PAID DEPOSIT IS APPENDED
      *               TO THE CARD-PAYMENT HISTORY (CARDHIST,
      *               SEE CPHFD) SO CHARGEBACKINTAKE CAN
      *               MATCH A DISPUTE BACK TO THE BOOKING.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-REPORT-STATUS.

           SELECT CARD-PAYMENT-HISTORY ASSIGN TO "CARDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-HIST-STATUS.

      **************************
       DATA DIVISION.
      **************************
           05 DT-GROUP-ID           PIC X(08).
           05 DT-AMOUNT             PIC 9(07)V99.
           05 DT-PAYMENT-DATE       PIC 9(08).
           05 DT-PAY-METHOD         PIC X(01).
              88 DT-PAID-BY-CARD    VALUE 'C'.

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
       FD  DEPOSIT-POSITION-REPORT.
       01  DEPOSIT-POSITION-RECORD  PIC X(65).

       FD  CARD-PAYMENT-HISTORY.
           COPY "cphfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-GROUP-BOOK-STATUS     PIC X(02).
       01  WS-GROUP-DEP-STATUS     PIC X(02).
       01  WS-GD-ACCT-STATUS        PIC X(02).
       01  WS-GATE-ACCT-STATUS      PIC X(02).
       01  WS-DEP-REPORT-STATUS     PIC X(02).
       01  WS-CARD-HIST-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-BOOK-EOF-SW        PIC X(01) VALUE 'N'.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.

           IF DT-PAID-BY-CARD THEN
              PERFORM 2500-RECORD-CARD-PAYMENT THRU 2500-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 2900-READ-TRX THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CARD-PAID DEPOSIT CAN COME BACK AS A CHARGEBACK
      * LONG AFTER THE BUS HAS BEEN AND GONE - KEEP IT ON
      * THE CARD-PAYMENT HISTORY UNDER THE GROUP ID.
      *-------------------------------------------------
       2500-RECORD-CARD-PAYMENT.
           OPEN EXTEND CARD-PAYMENT-HISTORY.
           IF WS-CARD-HIST-STATUS = '35' THEN
              OPEN OUTPUT CARD-PAYMENT-HISTORY
           END-IF.
           MOVE SPACES          TO CARD-PAYMENT-HISTORY-RECORD.
           MOVE 'B'             TO CPH-SOURCE.
           MOVE DT-PAYMENT-DATE TO CPH-PAY-DATE.
           MOVE DT-GROUP-ID     TO CPH-REFERENCE.
           MOVE DT-AMOUNT       TO CPH-AMOUNT.
           WRITE CARD-PAYMENT-HISTORY-RECORD.
           CLOSE CARD-PAYMENT-HISTORY.
       2500-EXIT.
           EXIT.

       2100-FIND-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND-SW.
           SET GRP-IDX TO 1.
