      *****************************************************
      * PRDAJFD - AFTER-CLOSE ADJUSTMENTS JOURNAL. ONE ROW
      *          PER ADJUSTMENT TRANEDIT HAS POSTED INTO A
      *          CLOSED PERIOD, WRITTEN WHEN THE SUPERVISOR-
      *          RELEASED ITEM JOINS THE CLEAN FILE. CARRIES
      *          THE RUN DATE IT POSTED ON, THE PERIOD AND
      *          VALUE DATE IT ADJUSTS, THE TRANSACTION AND
      *          BOTH OPERATOR IDS. PERIODCLOSE REPORTS
      *          THE MONTH'S ROWS FOR THE AUDITORS.
      *****************************************************
       01  PERIOD-ADJUST-RECORD.
           05 PAJ-POST-DATE         PIC 9(08).
           05 PAJ-PERIOD            PIC 9(06).
           05 PAJ-VALUE-DATE        PIC 9(08).
           05 PAJ-ACCT-ID           PIC X(06).
           05 PAJ-TYPE              PIC X(01).
           05 PAJ-AMOUNT            PIC 9(07)V99.
           05 PAJ-TO-ACCT-ID        PIC X(06).
           05 PAJ-KEYED-OPER        PIC X(06).
           05 PAJ-APPROVED-OPER     PIC X(06).
