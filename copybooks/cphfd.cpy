      *****************************************************
      * CPHFD  - SHARED RECORD LAYOUT FOR THE CARD-PAYMENT
      *          HISTORY (DD CARDHIST). ONE RECORD PER
      *          PAYMENT TAKEN BY CARD, APPENDED BY THE STEP
      *          THAT TOOK IT - ACQUIRERRECON FOR THE DAY'S
      *          CARD-TENDER ARRIVALS (SOURCE G), GROUPDEPOSIT
      *          FOR CARD-PAID BOOKING DEPOSITS (SOURCE B) AND
      *          RENEWALPAYMENT FOR CARD-PAID RENEWALS (SOURCE
      *          R). CHARGEBACKINTAKE MATCHES EACH DISPUTED
      *          PAYMENT BACK TO IT ON SOURCE, DATE AND
      *          REFERENCE. CPH-REFERENCE IS THE VISITOR ID
      *          FOR G AND R AND THE GROUP ID FOR B.
      *****************************************************
       01  CARD-PAYMENT-HISTORY-RECORD.
           05 CPH-SOURCE            PIC X(01).
              88 CPH-GATE-ADMISSION VALUE 'G'.
              88 CPH-GROUP-DEPOSIT  VALUE 'B'.
              88 CPH-RENEWAL        VALUE 'R'.
           05 CPH-PAY-DATE          PIC 9(08).
           05 CPH-REFERENCE         PIC X(10).
           05 CPH-GATE-ID           PIC X(02).
           05 CPH-AMOUNT            PIC 9(07)V99.
