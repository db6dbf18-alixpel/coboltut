      *****************************************************
      * BUSASFD - SHARED RECORD LAYOUT FOR THE STUDENT-TO-
      *           STOP ASSIGNMENT FILE (STUBUS). ONE RECORD
      *           PER STUDENT WHO RIDES THE SCHOOL BUS - THE
      *           ROUTE AND STOP FROM THE ROUTE MASTER AND
      *           THE DATE THE ASSIGNMENT WAS MADE.
      *           MAINTAINED BY TRANSPORTMAINT; READ BY
      *           BUSMANIFEST AND TUITIONBILLING.
      *****************************************************
       01  BUS-ASSIGNMENT-RECORD.
           05 SB-STUDENT-ID         PIC X(06).
           05 SB-ROUTE-ID           PIC X(04).
           05 SB-STOP-ID            PIC X(04).
           05 SB-ASSIGN-DATE        PIC 9(08).
