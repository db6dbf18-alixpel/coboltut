      *****************************************************
      * CMPLFD - SHARED RECORD LAYOUT FOR THE GUEST
      *          COMPLAINT REGISTER (DD COMPLNT). KEYED IN
      *          AND RESOLVED THROUGH COMPLAINTMAINT, READ
      *          BY THE MONTHLY COMPLAINTANALYSIS STEP.
      *          CP-VISITOR-ID IS THE CUSTOMER-MASTER KEY.
      *          A RIDE OR GATE THAT IS NOT INVOLVED IS LEFT
      *          AS SPACES. GOODWILL GRANTED AT RESOLUTION
      *          IS LOADED TO THE GIFT CARD IN CP-CARD-NUMBER
      *          THROUGH THE GIFT-CARD TRANSACTION FILE - THE
      *          AMOUNT HERE IS THE REGISTER'S COPY OF IT.
      *****************************************************
       01  COMPLAINT-RECORD.
           05 CP-COMPLAINT-NO       PIC 9(06).
           05 CP-VISITOR-ID         PIC X(10).
           05 CP-COMPLAINT-DATE     PIC 9(08).
           05 CP-CATEGORY           PIC X(01).
              88 CP-RIDE-CLOSED     VALUE 'R'.
              88 CP-QUEUE           VALUE 'Q'.
              88 CP-STAFF           VALUE 'S'.
              88 CP-CLEANLINESS     VALUE 'C'.
              88 CP-FOOD            VALUE 'F'.
              88 CP-BILLING         VALUE 'B'.
              88 CP-OTHER           VALUE 'O'.
              88 CP-VALID-CATEGORY  VALUES 'R' 'Q' 'S' 'C'
                                           'F' 'B' 'O'.
           05 CP-RIDE-ID            PIC X(06).
           05 CP-GATE-ID            PIC X(02).
           05 CP-DESCRIPTION        PIC X(40).
           05 CP-STATUS             PIC X(01).
              88 CP-OPEN            VALUE 'O'.
              88 CP-RESOLVED        VALUE 'R'.
           05 CP-RESOLUTION         PIC X(40).
           05 CP-COMP-AMOUNT        PIC 9(05)V99.
           05 CP-CARD-NUMBER        PIC X(12).
           05 CP-KEYED-BY           PIC X(06).
           05 CP-RESOLVED-BY        PIC X(06).
           05 CP-RESOLVED-DATE      PIC 9(08).
