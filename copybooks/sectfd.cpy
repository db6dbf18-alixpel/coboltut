      *          FOR SEATS AND PERIOD CLASHES. COPIED BY
      *          ENROLLMAINT AND TEACHERLOAD SO ADDING A
      *          FIELD ONLY HAS TO CHANGE HERE.
      *          SEC-TEACHER-EMP-ID TIES THE SECTION'S
      *          TEACHER TO EMPLOYEE-MASTER; SEC-TEACHER IS
      *          THEN THE EMPLOYEE'S NAME. BOTH ARE KEPT BY
      *          CURRICULUMMAINT.
      *****************************************************
       01  SECTION-MASTER-RECORD.
           05 SEC-SUBJECT-CODE      PIC X(08).
           05 SEC-TEACHER           PIC X(20).
           05 SEC-PERIOD            PIC 9(02).
           05 SEC-SEAT-CAPACITY     PIC 9(03).
           05 SEC-TEACHER-EMP-ID    PIC X(06).
