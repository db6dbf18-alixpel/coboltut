      *****************************************************
      * ROSTWFD - WEEKLY STAFF ROSTER (ROSTWEEK). ONE ROW
      *           PER EMPLOYEE PER ROSTERED HOUR, WRITTEN BY
      *           STAFFROSTER AND READ BACK BY
      *           ROSTERVARIANCE AFTER THE WEEK. RW-POST-ID
      *           IS THE RIDE ID FOR A RIDE POST, OR 'GATE'
      *           PLUS THE TWO-BYTE GATE ID FOR A GATE POST.
      *****************************************************
       01  ROSTER-WEEK-RECORD.
           05 RW-DATE               PIC 9(08).
           05 RW-HOUR               PIC 9(02).
           05 RW-POST-ID            PIC X(06).
           05 RW-EMP-ID             PIC X(06).
