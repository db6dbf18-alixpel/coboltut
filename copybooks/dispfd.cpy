      *****************************************************
      * DISPFD - SHARED RECORD LAYOUT FOR THE CARD DISPUTE
      *          MASTER (DD DISPUTES). ONE RECORD PER
      *          CHARGEBACK CASE, OPENED BY CHARGEBACKINTAKE,
      *          ANSWERED THROUGH DISPUTEMAINT AND CLOSED WHEN
      *          THE ACQUIRER'S OUTCOME ARRIVES. READ BY THE
      *          MONTHLY CHARGEBACKSUMMARY. DS-SOURCE AND
      *          DS-REFERENCE ARE THOSE OF THE CARD-PAYMENT
      *          HISTORY (CPHFD); DS-MATCHED IS 'N' WHEN NO
      *          ORIGINAL PAYMENT COULD BE FOUND, IN WHICH
      *          CASE NOTHING WAS REVERSED. DS-RESPOND-BY IS
      *          THE REPRESENTMENT DEADLINE.
      *****************************************************
       01  DISPUTE-RECORD.
           05 DS-CASE-ID            PIC X(10).
           05 DS-NOTICE-DATE        PIC 9(08).
           05 DS-TXN-DATE           PIC 9(08).
           05 DS-SOURCE             PIC X(01).
           05 DS-REFERENCE          PIC X(10).
           05 DS-GATE-ID            PIC X(02).
           05 DS-AMOUNT             PIC 9(07)V99.
           05 DS-REASON-CODE        PIC X(04).
           05 DS-RESPOND-BY         PIC 9(08).
           05 DS-MATCHED            PIC X(01).
              88 DS-PAYMENT-MATCHED VALUE 'Y'.
           05 DS-STATUS             PIC X(01).
              88 DS-OPEN            VALUE 'O'.
              88 DS-REPRESENTED     VALUE 'P'.
              88 DS-WON             VALUE 'W'.
              88 DS-LOST            VALUE 'L'.
              88 DS-ACCEPTED        VALUE 'A'.
              88 DS-PENDING         VALUES 'O' 'P'.
           05 DS-RESPONSE-DATE      PIC 9(08).
           05 DS-RESPONSE-BY        PIC X(06).
           05 DS-RESPONSE-NOTE      PIC X(30).
           05 DS-OUTCOME-DATE       PIC 9(08).
