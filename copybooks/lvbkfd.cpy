      *****************************************************
      * LVBKFD - LEAVE BOOKING FILE (LEAVEBKG). ONE ROW PER
      *          LEAVE REQUEST - EMPLOYEE, LEAVE TYPE AND THE
      *          FIRST AND LAST DATE AWAY. ONLY AN APPROVED
      *          BOOKING TAKES THE EMPLOYEE OFF THE ROSTER;
      *          A PENDING OR REFUSED ONE DOES NOT.
      *          LEAVEREQUEST TAKES THE REQUEST AND COUNTS
      *          LB-LEAVE-DAYS - THE DATES AWAY THAT ARE NOT
      *          ON THE HOLIDAY CALENDAR - AND LEAVEAPPROVE
      *          RECORDS THE SUPERVISOR'S DECISION.
      *****************************************************
       01  LEAVE-BOOKING-RECORD.
           05 LB-EMP-ID             PIC X(06).
           05 LB-LEAVE-TYPE         PIC X(01).
              88 LB-VACATION        VALUE 'V'.
              88 LB-SICK            VALUE 'S'.
           05 LB-FROM-DATE          PIC 9(08).
           05 LB-TO-DATE            PIC 9(08).
           05 LB-STATUS             PIC X(01).
              88 LB-PENDING         VALUE 'P'.
              88 LB-APPROVED        VALUE 'A'.
              88 LB-REFUSED         VALUE 'R'.
           05 LB-KEYED-OPER         PIC X(06).
           05 LB-DECIDED-OPER       PIC X(06).
           05 LB-DECIDED-DATE       PIC 9(08).
           05 LB-LEAVE-DAYS         PIC 9(03).
