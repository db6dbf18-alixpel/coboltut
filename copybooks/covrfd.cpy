      *****************************************************
      * COVRFD - SHARED RECORD LAYOUT FOR THE TERM COVER
      *          FILE (COVERS). ONE RECORD PER SECTION
      *          MEETING LOST TO A TEACHER ABSENCE - DATE,
      *          PERIOD, SUBJECT AND SECTION, THE ABSENT
      *          TEACHER AND THE SUBSTITUTE GIVEN THE
      *          COVER (SPACES WHILE STILL UNCOVERED).
      *          CV-PAID-SW IS SET ONCE THE COVER HAS GONE
      *          TO PAYROLL FOR THE COVER ALLOWANCE. THE
      *          FILE RUNS FOR THE TERM, SO COUNTING A
      *          SUBSTITUTE'S RECORDS GIVES THE TERM'S
      *          COVER LOAD.
      *****************************************************
       01  COVER-RECORD.
           05 CV-COVER-DATE         PIC 9(08).
           05 CV-PERIOD             PIC 9(02).
           05 CV-SUBJECT-CODE       PIC X(08).
           05 CV-SECTION-ID         PIC X(02).
           05 CV-ABSENT-TEACHER     PIC X(20).
           05 CV-SUBSTITUTE         PIC X(20).
           05 CV-PAID-SW            PIC X(01).
              88 CV-PAID                     VALUE 'Y'.
