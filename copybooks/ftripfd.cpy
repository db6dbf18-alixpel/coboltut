      *****************************************************
      * FTRIPFD - SHARED RECORD LAYOUT FOR THE SCHOOL
      *           FIELD-TRIP MASTER (FTRIPMST). ONE RECORD
      *           PER TRIP TO THE PARK, BOOKED BY
      *           FIELDTRIPMAINT FOR ONE SECTION (SUBJECT
      *           AND SECTION) OR A WHOLE YEAR LEVEL. THE
      *           TRIP ID IS ALSO THE GROUP ID OF THE
      *           GROUP-BOOKINGS ENTRY THE TRIP CREATED, SO
      *           THE GATE AND THE SCHOOL NAME THE SAME
      *           PARTY. FT-TRIP-FEE IS WHAT EACH FAMILY IS
      *           BILLED, BY TUITIONBILLING, FOR A STUDENT
      *           WHOSE GUARDIAN HAS CONSENTED.
      *****************************************************
       01  FIELD-TRIP-RECORD.
           05 FT-TRIP-ID            PIC X(08).
           05 FT-SCOPE              PIC X(01).
              88 FT-SECTION-TRIP    VALUE 'S'.
              88 FT-YEAR-TRIP       VALUE 'Y'.
           05 FT-SUBJECT-CODE       PIC X(08).
           05 FT-SECTION-ID         PIC X(02).
           05 FT-YEAR-LEVEL         PIC 9(02).
           05 FT-TRIP-DATE          PIC 9(08).
           05 FT-TRIP-FEE           PIC 9(03)V99.
           05 FT-HEAD-COUNT         PIC 9(04).
           05 FT-BOOKED-BY          PIC X(06).
