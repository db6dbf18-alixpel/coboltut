      *           EXAM - USED BY GRADECOMPUTE FOR ANY
      *           COMPONENT RECORD THAT DOES NOT CARRY ITS
      *           OWN WEIGHT. THE THREE SHOULD SUM TO 100.
      *           SM-TEACHER-EMP-ID TIES THE SUBJECT'S
      *           TEACHER TO EMPLOYEE-MASTER - SM-TEACHER IS
      *           THEN THE EMPLOYEE'S NAME AS PAYROLL HOLDS
      *           IT. CURRICULUMMAINT KEEPS BOTH.
      *           SM-SUBJECT-GROUP (LANG, MATH, SCI, HUM
      *           ...) IS THE GROUP THE SUBJECT'S CREDIT
      *           COUNTS TOWARD IN THE GRADUATION CREDIT
      *           AUDIT.
      *****************************************************
       01  SUBJECT-MASTER-RECORD.
           05 SM-SUBJECT-CODE       PIC X(08).
           05 SM-HOMEWORK-PCT       PIC 9(02).
           05 SM-QUIZ-PCT           PIC 9(02).
           05 SM-EXAM-PCT           PIC 9(02).
           05 SM-TEACHER-EMP-ID     PIC X(06).
           05 SM-SUBJECT-GROUP      PIC X(04).
