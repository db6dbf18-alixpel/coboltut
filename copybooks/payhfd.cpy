      *****************************************************
      * PAYHFD - PAY-RUN HOLD RECORD. WHEN THE VARIANCE
      *          CHECK IN SALAIRE FINDS ANY EMPLOYEE OUTSIDE
      *          THE BAND, ON A CHANGED BANK ACCOUNT OR PAID
      *          PAST THEIR TERM DATE, THE DIRECT-DEPOSIT
      *          EXPORT IS CLOSED WITHOUT ITS TRAILER AND
      *          THE RUN IS HELD HERE AS STATUS P. EVERY
      *          READER REFUSES A FILE WITH NO TRAILER.
      *          PAYRELEASE (SUPERVISOR ROLE) WRITES THE
      *          TRAILER FROM THE HELD COUNT AND HASH TOTAL
      *          AND MARKS THE RUN R, OR REJECTS IT TO J.
      *          DECIDED ENTRIES STAY ON FILE AS THE AUDIT
      *          TRAIL.
      *****************************************************
       01  PAY-HOLD-RECORD.
           05 PH-STATUS             PIC X(01).
              88 PH-PENDING         VALUE 'P'.
              88 PH-RELEASED        VALUE 'R'.
              88 PH-REJECTED        VALUE 'J'.
           05 PH-RUN-DATE           PIC 9(08).
           05 PH-EXPORT-COUNT       PIC 9(07).
           05 PH-HASH-TOTAL         PIC 9(11)V99.
           05 PH-VARIANCE-COUNT     PIC 9(05).
           05 PH-DECIDED-OPER       PIC X(06).
           05 PH-DECIDED-DATE       PIC 9(08).
