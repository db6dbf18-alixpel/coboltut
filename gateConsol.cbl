      *               ARRIVAL, CARRIED THROUGH ON CUSTAFD
      *               SO THE ACQUIRER RECONCILIATION CAN
      *               TIE THE DAY'S CARD TAKE.
      * 15/10/26  AP  THE TERMINALS NOW READ THE SEQUENCE OFF
      *               A PRESENTED MEMBERSHIP CARD (SPACES
      *               WHEN NO CARD WAS SHOWN). CARRIED
      *               THROUGH ON CUSTAFD SO AGE2 CAN REFUSE
      *               A CARD THAT HAS BEEN HOT-LISTED AS
      *               LOST.
      * 15/10/26  AP  THE TERMINALS NOW KEY THE REGISTERED
      *               GUEST'S VISITOR ID AGAINST A COMPANION
      *               ADMITTED WITH AN ACCESSIBILITY GUEST
      *               (SPACES OTHERWISE). CARRIED THROUGH ON
      *               CUSTAFD FOR AGE2'S ZERO-PRICE COMPANION
      *               ADMISSION. PARTNER ARRIVALS CARRY
      *               SPACES.
      **************************

      **************************
           05 G1-GROUP-ID           PIC X(08).
           05 G1-PASS-ID            PIC X(10).
           05 G1-PAY-METHOD         PIC X(01).
           05 G1-CARD-SEQ           PIC X(02).
           05 G1-COMPANION-OF       PIC X(10).
       01  GATE1-TRAILER-RECORD REDEFINES GATE1-ARRIVAL-RECORD.
           05 FILLER                PIC X(01).
           05 G1T-GATE-ID           PIC X(02).
           05 G1T-RECORD-COUNT      PIC 9(05).
           05 FILLER                PIC X(63).

       FD  GATE2-ARRIVALS.
       01  GATE2-ARRIVAL-RECORD.
           05 G2-GROUP-ID           PIC X(08).
           05 G2-PASS-ID            PIC X(10).
           05 G2-PAY-METHOD         PIC X(01).
           05 G2-CARD-SEQ           PIC X(02).
           05 G2-COMPANION-OF       PIC X(10).
       01  GATE2-TRAILER-RECORD REDEFINES GATE2-ARRIVAL-RECORD.
           05 FILLER                PIC X(01).
           05 G2T-GATE-ID           PIC X(02).
           05 G2T-RECORD-COUNT      PIC 9(05).
           05 FILLER                PIC X(63).

       FD  CUSTOMER-ARRIVALS.
           COPY "custafd.cpy".
           MOVE G1-PASS-ID       TO CA-PASS-ID.
           MOVE SPACES           TO CA-PARTNER-CODE.
           MOVE G1-PAY-METHOD    TO CA-PAY-METHOD.
           MOVE G1-CARD-SEQ      TO CA-CARD-SEQ.
           MOVE G1-COMPANION-OF  TO CA-COMPANION-OF.
           PERFORM 2400-REDEEM-PRESALE THRU 2400-EXIT.
           WRITE CUSTOMER-ARRIVAL-RECORD.
           ADD 1 TO WS-GATE1-DATA-COUNT.
           MOVE G2-PASS-ID       TO CA-PASS-ID.
           MOVE SPACES           TO CA-PARTNER-CODE.
           MOVE G2-PAY-METHOD    TO CA-PAY-METHOD.
           MOVE G2-CARD-SEQ      TO CA-CARD-SEQ.
           MOVE G2-COMPANION-OF  TO CA-COMPANION-OF.
           PERFORM 2400-REDEEM-PRESALE THRU 2400-EXIT.
           WRITE CUSTOMER-ARRIVAL-RECORD.
           ADD 1 TO WS-GATE2-DATA-COUNT.
           MOVE SPACES           TO CA-PASS-ID.
           MOVE PA-PARTNER-CODE  TO CA-PARTNER-CODE.
           MOVE SPACES           TO CA-PAY-METHOD.
           MOVE SPACES           TO CA-CARD-SEQ.
           MOVE SPACES           TO CA-COMPANION-OF.
           PERFORM 2400-REDEEM-PRESALE THRU 2400-EXIT.
           WRITE CUSTOMER-ARRIVAL-RECORD.
           ADD 1 TO WS-PARTNER-DATA-COUNT.
