      *****************************************************
      * CERTFD - RIDE OPERATOR CERTIFICATION MASTER
      *          (CERTMAST). ONE ROW PER OPERATOR AND RIDE
      *          THE OPERATOR IS CERTIFIED TO RUN. THE
      *          OPERATOR ID IS EITHER AN OPERATOR-ROSTER
      *          ID OR AN EMPLOYEE-MASTER ID. A RENEWAL
      *          REPLACES THE DATES ON THE SAME ROW. A
      *          CERTIFICATION IS GOOD FROM ITS CERTIFIED
      *          DATE THROUGH ITS EXPIRY DATE INCLUSIVE.
      *****************************************************
       01  CERTIFICATION-RECORD.
           05 CT-OPERATOR-ID        PIC X(06).
           05 CT-RIDE-ID            PIC X(06).
           05 CT-CERTIFIED-DATE     PIC 9(08).
           05 CT-EXPIRY-DATE        PIC 9(08).
           05 CT-LAST-CHANGE-OPER   PIC X(06).
           05 CT-LAST-CHANGE-DATE   PIC 9(08).
