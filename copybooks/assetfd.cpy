      *****************************************************
      * ASSETFD - FIXED-ASSET REGISTER RECORD (ASSETMST).
      *           A RIDE IS REGISTERED UNDER ITS RM-RIDE-ID;
      *           TURNSTILES, VEHICLES AND OTHER PLANT TAKE
      *           THEIR OWN IDS. DEPRECIATION STARTS IN THE
      *           IN-SERVICE MONTH AND STOPS AT THE SALVAGE
      *           VALUE OR THE END OF THE USEFUL LIFE. A
      *           RETIREMENT KEYED IN ASSETMAINT WAITS AS
      *           'R' UNTIL THE MONTHLY RUN BOOKS IT AND
      *           MARKS THE ASSET 'D' DISPOSED.
      *****************************************************
       01  ASSET-MASTER-RECORD.
           05 FA-ASSET-ID           PIC X(06).
           05 FA-ASSET-TYPE         PIC X(01).
              88 FA-RIDE            VALUE 'R'.
              88 FA-TURNSTILE       VALUE 'T'.
              88 FA-VEHICLE         VALUE 'V'.
              88 FA-OTHER-PLANT     VALUE 'O'.
           05 FA-DESCRIPTION        PIC X(20).
           05 FA-ACQUISITION-COST   PIC 9(09)V99.
           05 FA-SALVAGE-VALUE      PIC 9(09)V99.
           05 FA-IN-SERVICE-DATE    PIC 9(08).
           05 FA-USEFUL-LIFE-MONTHS PIC 9(03).
           05 FA-METHOD             PIC X(01).
              88 FA-STRAIGHT-LINE   VALUE 'S'.
              88 FA-DECLINING       VALUE 'D'.
           05 FA-ACCUM-DEPRECIATION PIC 9(09)V99.
           05 FA-MONTHS-DEPRECIATED PIC 9(03).
           05 FA-LAST-DEPR-MONTH    PIC 9(06).
           05 FA-STATUS             PIC X(01).
              88 FA-IN-SERVICE      VALUE 'A'.
              88 FA-RETIRE-PENDING  VALUE 'R'.
              88 FA-DISPOSED        VALUE 'D'.
           05 FA-CAPITALISED-SW     PIC X(01).
              88 FA-CAPITALISED     VALUE 'Y'.
           05 FA-DISPOSAL-DATE      PIC 9(08).
           05 FA-DISPOSAL-PROCEEDS  PIC 9(09)V99.
