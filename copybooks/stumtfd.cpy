      *           FROM THE TERM'S START. STM-FAMILY-ID
      *           LINKS SIBLINGS (SPACES FOR NONE) SO
      *           TUITION BILLING CAN HONOR THE SIBLING
      *           DISCOUNT. STM-MEAL-BALANCE IS THE
      *           PREPAID CAFETERIA BALANCE (NEGATIVE UP
      *           TO THE MEALPARM ALLOWANCE) AND STM-MEAL-
      *           NOTICE-SW IS SET ONCE A LOW-BALANCE
      *           NOTICE HAS GONE TO THE GUARDIAN, CLEARED
      *           WHEN A TOP-UP LIFTS THE BALANCE AGAIN.
      *           STM-HEALTH-DATA IS THE SCHOOL NURSE'S
      *           RECORD, KEPT BY HEALTHMAINT - ALLERGIES,
      *           THE MEDICAL ALERT STAFF MUST SEE (PRINTED
      *           ON BUS MANIFESTS AND EXAM SEAT PLANS) AND
      *           UP TO EIGHT IMMUNIZATIONS GIVEN, ONE PER
      *           DOSE, BY VACCINE CODE AND DATE. STM-
      *           HEALTH-NOTICE-DATE IS WHEN IMMUNCHECK
      *           FIRST WROTE TO THE GUARDIAN ABOUT A
      *           MISSING IMMUNIZATION - THE GRACE PERIOD
      *           BEFORE EXCLUSION RUNS FROM IT - AND IS
      *           ZEROED ONCE THE STUDENT IS COMPLIANT.
      *****************************************************
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-RECORD.
           05 STM-SCHOOL-YEAR       PIC 9(04).
           05 STM-ENTRY-DATE        PIC 9(08).
           05 STM-FAMILY-ID         PIC X(08).
           05 STM-MEAL-BALANCE      PIC S9(05)V99.
           05 STM-MEAL-NOTICE-SW    PIC X(01).
              88 STM-MEAL-NOTICE-SENT        VALUE 'Y'.
           05 STM-HEALTH-DATA.
              10 STM-ALLERGIES      PIC X(30).
              10 STM-MEDICAL-ALERT  PIC X(40).
              10 STM-IMMUNIZATION OCCURS 8 TIMES.
                 15 STM-IMM-CODE    PIC X(04).
                 15 STM-IMM-DATE    PIC 9(08).
              10 STM-HEALTH-NOTICE-DATE PIC 9(08).
