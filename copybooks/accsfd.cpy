      *****************************************************
      * ACCSFD - SHARED RECORD LAYOUT FOR THE PERMANENT
      *          ACCESSIBILITY-ADMISSIONS HISTORY. AGE2
      *          APPENDS ONE RECORD PER ADMISSION OF A
      *          GUEST REGISTERED FOR ACCESSIBILITY (TYPE
      *          R) AND PER COMPANION ADMITTED WITH ONE
      *          (TYPE C); ACCESSADMISSIONS REPORTS THE
      *          MONTH FROM IT. AH-GUEST-ID IS THE
      *          REGISTERED GUEST - THE VISITOR ITSELF ON
      *          AN R RECORD. AH-PRICE-WAIVED IS THE GATE
      *          PRICE GIVEN UP ON A FREE COMPANION, ZERO
      *          OTHERWISE, SO THE REVENUE COST OF THE
      *          SCHEME IS VISIBLE.
      *****************************************************
       01  ACCESS-ADMISSION-RECORD.
           05 AH-VISITOR-ID         PIC X(10).
           05 AH-ADMIT-TYPE         PIC X(01).
              88 AH-REGISTERED-GUEST VALUE 'R'.
              88 AH-COMPANION       VALUE 'C'.
           05 AH-GUEST-ID           PIC X(10).
           05 AH-VISIT-DATE         PIC 9(08).
           05 AH-GATE-ID            PIC X(02).
           05 AH-PRICE-WAIVED       PIC 9(05)V99.
