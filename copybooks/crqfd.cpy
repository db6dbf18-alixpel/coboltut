      *****************************************************
      * CRQFD  - SHARED RECORD LAYOUT FOR THE MEMBERSHIP
      *          CARD REQUEST FILE (DD CARDREQ). ONE RECORD
      *          PER PLASTIC CARD TO BE MADE, APPENDED BY
      *          THE PROGRAM THAT CAUSED IT - CUSTOMERMAINT
      *          FOR A NEW MEMBER (N) AND FOR A LOST (L) OR
      *          DAMAGED (D) CARD REPORTED AT THE DESK,
      *          RENEWALPAYMENT FOR EVERY MEMBER A GOOD
      *          RENEWAL PAYMENT EXTENDED (R). CARDPRODUCTION
      *          READS IT NIGHTLY, NUMBERS THE CARDS AND
      *          BUILDS THE CARD BUREAU EXTRACT. CRQ-OPERATOR-
      *          ID IS THE SIGNED-ON DESK OPERATOR, SPACES
      *          WHEN THE REQUEST CAME FROM A BATCH RUN.
      *****************************************************
       01  CARD-REQUEST-RECORD.
           05 CRQ-REQUEST-TYPE      PIC X(01).
              88 CRQ-NEW-MEMBER     VALUE 'N'.
              88 CRQ-RENEWAL        VALUE 'R'.
              88 CRQ-LOST-CARD      VALUE 'L'.
              88 CRQ-DAMAGED-CARD   VALUE 'D'.
              88 CRQ-REPLACEMENT    VALUE 'L' 'D'.
              88 CRQ-VALID-TYPE     VALUE 'N' 'R' 'L' 'D'.
           05 CRQ-VISITOR-ID        PIC X(10).
           05 CRQ-REQUEST-DATE      PIC 9(08).
           05 CRQ-OPERATOR-ID       PIC X(06).
