      *****************************************************
      * TERMFD - SHARED RECORD LAYOUT FOR THE TERM CONTROL
      *          FILE (TERMCTL). ONE RECORD PER TERM THAT
      *          HAS BEEN CLOSED - WRITTEN BY TERMCLOSE ONCE
      *          EVERY ENROLLED STUDENT-SECTION HAS ITS
      *          GRADE AND COMPONENT SCORES. A TERM WITH A
      *          RECORD HERE IS LOCKED: GRADEMAINT AND
      *          COMPONENTENTRY TAKE A CHANGE FOR IT ONLY
      *          FROM A SUPERVISOR SIGN-ON WITH A REASON
      *          CODE, LOGGED ON GRDAMEND, AND GRADECOMPUTE
      *          NO LONGER OVERWRITES ITS GRADES.
      *****************************************************
       01  TERM-CONTROL-RECORD.
           05 TC-SCHOOL-YEAR        PIC 9(04).
           05 TC-TERM-CODE          PIC X(01).
           05 TC-STATUS             PIC X(01).
              88 TC-CLOSED                   VALUE 'C'.
           05 TC-CLOSE-DATE         PIC 9(08).
           05 TC-ENROLLMENTS        PIC 9(05).
