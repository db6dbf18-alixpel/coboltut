      *           ONE 'N' LINE PER WINNING NUMBER DRAWN AND
      *           ONE 'W' LINE PER WINNER PAID, CARRYING
      *           GROSS, TAX WITHHELD AT SOURCE AND NET.
      *           COPIED BY DRAWWINNERS, DRAWSELECTION,
      *           DRAWPROFITLOSS AND SUBJECTACCESS SO THE
      *           NEXT FIELD ONLY HAS TO BE ADDED HERE.
      *           LINES FROM BEFORE THE WITHHOLDING FIELDS
      *           READ WITH SPACES THERE - READERS GUARD
      *           WITH IS NUMERIC.
      *           DRAWSELECTION WRITES THE SELECTION
      *           CERTIFICATE AHEAD OF THE DRAW - ONE 'C'
      *           LINE (DH-NUMBER HOLDS HOW MANY NUMBERS
      *           WERE SELECTED) WITH THE SEED, TIME,
      *           WITNESSES AND TICKET RANGE, THEN ONE 'S'
      *           LINE PER NUMBER SELECTED CARRYING THE
      *           SAME SEED. THE CERTIFICATE FIELDS ARE
      *           SPACES ON 'N' AND 'W' LINES.
      *****************************************************
       01  DRAW-HISTORY-RECORD.
           05 DH-DRAW-DATE            PIC 9(08).
           05 DH-RECORD-TYPE          PIC X(01).
              88 DH-NUMBER-RECORD     VALUE 'N'.
              88 DH-WINNER-RECORD     VALUE 'W'.
              88 DH-CERTIFICATE-RECORD VALUE 'C'.
              88 DH-SELECTED-RECORD   VALUE 'S'.
           05 DH-NUMBER               PIC 9(07).
           05 DH-TICKET-ID            PIC X(06).
           05 DH-TIER                 PIC 9(01).
           05 DH-AMOUNT               PIC 9(07)V99.
           05 DH-WITHHELD             PIC 9(07)V99.
           05 DH-NET-AMOUNT           PIC 9(07)V99.
           05 DH-CERTIFICATE-AREA.
              10 DH-SEED              PIC 9(10).
              10 DH-SELECT-TIME       PIC 9(08).
              10 DH-WITNESS-1         PIC X(06).
              10 DH-WITNESS-2         PIC X(06).
              10 DH-RANGE-LOW         PIC 9(07).
              10 DH-RANGE-HIGH        PIC 9(07).
