      *****************************************************
      * VATJFD - SHARED RECORD LAYOUT FOR THE VAT JOURNAL.
      *          THE VATSPLIT MODULE APPENDS ONE LINE FOR
      *          EVERY GROSS AMOUNT IT SPLITS - THE DATE,
      *          THE STEP THAT POSTED IT, THE REVENUE TYPE
      *          AND ITS VAT CODE AND RATE, WHETHER IT WAS
      *          A SALE OR A REFUND, AND THE GROSS, NET AND
      *          VAT AMOUNTS. VATRETURN READS THE MONTH'S
      *          LINES BACK TO BUILD THE RETURN.
      *****************************************************
       01  VAT-JOURNAL-RECORD.
           05 VJ-BUSINESS-DATE      PIC 9(08).
           05 VJ-SOURCE             PIC X(12).
           05 VJ-REVENUE-TYPE       PIC X(04).
           05 VJ-VAT-CODE           PIC X(01).
           05 VJ-VAT-RATE           PIC 9(02)V99.
           05 VJ-DIRECTION          PIC X(01).
              88 VJ-SALE            VALUE 'S'.
              88 VJ-REFUND          VALUE 'R'.
           05 VJ-GROSS-AMOUNT       PIC 9(09)V99.
           05 VJ-NET-AMOUNT         PIC 9(09)V99.
           05 VJ-VAT-AMOUNT         PIC 9(09)V99.
