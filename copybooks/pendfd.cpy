      *          R OR REJECTS IT TO J; TRANEDIT PICKS UP R
      *          ITEMS INTO THE NEXT CLEAN FILE AND MARKS
      *          THEM D. RELEASED AND REJECTED ENTRIES STAY
      *          ON FILE AS THE AUDIT TRAIL. AN ITEM DATED
      *          INTO A CLOSED PERIOD AND FLAGGED AS AN
      *          ADJUSTMENT IS HELD HERE WHATEVER ITS
      *          AMOUNT, WITH ITS VALUE DATE AND FLAG A.
      *          AN ITEM WHOSE ACCOUNT HAS AN OPEN SANCTIONS
      *          SCREENING HOLD WAITS AS STATUS S UNTIL
      *          SANCTIONSREVIEW DECIDES THE HOLD.
      *****************************************************
       01  PENDING-APPROVAL-RECORD.
           05 PA-STATUS             PIC X(01).
              88 PA-RELEASED        VALUE 'R'.
              88 PA-REJECTED        VALUE 'J'.
              88 PA-POSTED          VALUE 'D'.
              88 PA-SCREENING-HOLD  VALUE 'S'.
           05 PA-KEYED-DATE         PIC 9(08).
           05 PA-TRANSACTION        PIC X(22).
           05 PA-KEYED-OPER         PIC X(06).
           05 PA-APPROVED-OPER      PIC X(06).
           05 PA-VALUE-DATE         PIC 9(08).
           05 PA-ADJUST-FLAG        PIC X(01).
              88 PA-ADJUSTMENT      VALUE 'A'.
