      *****************************************************
      * TKRFD - SHARED RECORD LAYOUT FOR THE PERMANENT LOG
      *         OF DRAW TICKET PURCHASES REFUSED AT INTAKE.
      *         TICKETSALEINTAKE APPENDS ONE LINE PER
      *         REFUSAL WITH THE REASON; RESPPLAYRETURN
      *         REPORTS THE MONTH'S LINES TO THE REGULATOR.
      *****************************************************
       01  REFUSED-PURCHASE-RECORD.
           05 TKR-REFUSE-DATE         PIC 9(08).
           05 TKR-TICKET-ID           PIC X(06).
           05 TKR-VISITOR-ID          PIC X(10).
           05 TKR-OUTLET-CODE         PIC X(04).
           05 TKR-REASON              PIC X(01).
              88 TKR-SELF-EXCLUDED    VALUE 'X'.
              88 TKR-DRAW-CAP         VALUE 'D'.
              88 TKR-MONTH-CAP        VALUE 'M'.
              88 TKR-NOT-SCREENED     VALUE 'S'.
              88 TKR-BAD-OUTLET       VALUE 'O'.
