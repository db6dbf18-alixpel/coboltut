      *****************************************************
      * PRDMFD - ACCOUNTING PERIOD MASTER. ONE ROW PER
      *          MONTH. O IS OPEN - ANYTHING MAY POST INTO
      *          IT. C IS CLOSED - THE MONTH HAS BEEN
      *          REPORTED AND TRANEDIT REJECTS ANY POSTING
      *          DATED INTO IT THAT IS NOT A SUPERVISOR-
      *          RELEASED ADJUSTMENT. A IS CLOSED WITH
      *          ADJUSTMENTS - STILL LOCKED, BUT AT LEAST
      *          ONE ADJUSTMENT HAS POSTED INTO IT SINCE
      *          THE CLOSE. PERIODMAINT STAMPS THE
      *          SUPERVISOR WHO AUTHORISED THE CLOSE;
      *          PERIODCLOSE (LAST MONTHLY STEP) CLOSES
      *          ONLY AN AUTHORISED MONTH. A MONTH WITH NO
      *          ROW IS OPEN.
      *****************************************************
       01  PERIOD-MASTER-RECORD.
           05 PRD-MONTH             PIC 9(06).
           05 PRD-STATUS            PIC X(01).
              88 PRD-OPEN           VALUE 'O'.
              88 PRD-CLOSED         VALUE 'C'.
              88 PRD-ADJUSTED       VALUE 'A'.
              88 PRD-LOCKED         VALUE 'C' 'A'.
           05 PRD-AUTH-OPER         PIC X(06).
           05 PRD-AUTH-DATE         PIC 9(08).
           05 PRD-CLOSE-DATE        PIC 9(08).
           05 PRD-ADJ-COUNT         PIC 9(05).
