      *****************************************************
      * VATSPARM - PARAMETER AREA FOR THE SHARED VAT SPLIT
      *            MODULE (VATSPLIT), SIGNPARM'S PATTERN.
      *            THE CALLER SUPPLIES THE BUSINESS DATE,
      *            ITS OWN STEP NAME, THE REVENUE TYPE, THE
      *            DIRECTION ('S' SALE, 'R' REFUND) AND THE
      *            GROSS AMOUNT. THE MODULE HANDS BACK THE
      *            NET AND VAT AMOUNTS, THE CODE AND RATE
      *            USED, THE TYPE'S REVENUE ACCOUNT AND THE
      *            VAT LIABILITY ACCOUNT, AND RECORDS THE
      *            SPLIT ON THE VAT JOURNAL. A TYPE WITH NO
      *            RATE ON FILE COMES BACK VSP-NO-RATE WITH
      *            THE WHOLE GROSS AS NET AND IS NOT
      *            JOURNALED.
      *****************************************************
       01  VSP-PARM-AREA.
           05 VSP-BUSINESS-DATE     PIC 9(08).
           05 VSP-SOURCE            PIC X(12).
           05 VSP-REVENUE-TYPE      PIC X(04).
           05 VSP-DIRECTION         PIC X(01).
           05 VSP-GROSS-AMOUNT      PIC 9(09)V99.
           05 VSP-NET-AMOUNT        PIC 9(09)V99.
           05 VSP-VAT-AMOUNT        PIC 9(09)V99.
           05 VSP-VAT-CODE          PIC X(01).
           05 VSP-VAT-RATE          PIC 9(02)V99.
           05 VSP-REVENUE-ACCT-ID   PIC X(06).
           05 VSP-VAT-ACCT-ID       PIC X(06).
           05 VSP-RESULT            PIC X(01).
              88 VSP-OK             VALUE 'Y'.
              88 VSP-NO-RATE        VALUE 'N'.
