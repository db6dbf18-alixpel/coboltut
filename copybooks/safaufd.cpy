      *           UNRESERVED SLACK - SO THE SLOT SPLIT CAN
      *           BE TUNED FROM THE LOG. SPACES FOR A
      *           CLOSED-RIDE DENIAL, WHERE NO SLOT WAS IN
      *           PLAY. SAL-OPERATOR-ID IS THE OPERATOR
      *           AT THE RIDE CONSOLE WHEN THE RIDER WAS
      *           LOADED; SAL-CERT-STATUS SAYS WHETHER THAT
      *           OPERATOR HELD A CURRENT CERTIFICATION FOR
      *           THE RIDE. IT IS SET ON ADMISSIONS ONLY -
      *           SPACES ON A DENIAL.
      *****************************************************
       01  SAFETY-AUDIT-RECORD.
           05 SAL-RIDE-ID            PIC X(06).
           05 SAL-TIME               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 SAL-ENTRY-MODE         PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 SAL-OPERATOR-ID        PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 SAL-CERT-STATUS        PIC X(01).
              88 SAL-CERT-CURRENT    VALUE 'C'.
              88 SAL-CERT-MISSING    VALUE 'U'.
              88 SAL-CERT-EXPIRED    VALUE 'E'.
              88 SAL-CERT-NO-OPERATOR VALUE 'N'.
