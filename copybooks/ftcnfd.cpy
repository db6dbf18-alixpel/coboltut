      *****************************************************
      * FTCNFD - SHARED RECORD LAYOUT FOR THE FIELD-TRIP
      *          CONSENT FILE (FTRIPCON). ONE RECORD PER
      *          STUDENT COUNTED INTO A TRIP, WRITTEN
      *          PENDING WHEN FIELDTRIPMAINT BOOKS THE TRIP
      *          AND UPDATED AS EACH GUARDIAN ON THE
      *          CONTACT MASTER ANSWERS. TUITIONBILLING
      *          BILLS THE TRIP FEE ONCE FOR EVERY
      *          CONSENTED STUDENT AND MARKS IT BILLED;
      *          AGE2 REFUSES AT THE GATE ANY STUDENT OF
      *          THE TRIP'S GROUP WHOSE CONSENT IS NOT Y.
      *****************************************************
       01  TRIP-CONSENT-RECORD.
           05 TC-TRIP-ID            PIC X(08).
           05 TC-STUDENT-ID         PIC X(06).
           05 TC-CONSENT            PIC X(01).
              88 TC-CONSENT-PENDING VALUE 'P'.
              88 TC-CONSENT-GIVEN   VALUE 'Y'.
              88 TC-CONSENT-REFUSED VALUE 'N'.
           05 TC-CONSENT-DATE       PIC 9(08).
           05 TC-GUARDIAN-NOM       PIC X(20).
           05 TC-BILLED             PIC X(01).
              88 TC-FEE-BILLED      VALUE 'Y'.
           05 TC-BILLED-DATE        PIC 9(08).
