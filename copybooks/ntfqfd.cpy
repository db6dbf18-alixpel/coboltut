      *****************************************************
      * NTFQFD - RECORD LAYOUT FOR THE OUTBOUND NOTIFICATION
      *          QUEUE. A PROGRAM THAT HAS SOMETHING TO TELL
      *          A GUEST, MEMBER, PARENT OR EMPLOYEE APPENDS
      *          ONE RECORD HERE - WHO, WHICH TEMPLATE AND
      *          UP TO FIVE FILL-IN VALUES - AND LEAVES THE
      *          CHANNEL, ADDRESS AND WORDING TO
      *          NOTIFYDISPATCH, WHICH EMPTIES THE QUEUE
      *          EVERY NIGHT. NQ-RECIPIENT-ID IS THE
      *          CUSTOMER-MASTER VISITOR ID FOR A GUEST, THE
      *          STUDENT ID FOR A PARENT (THE CONTACT FILE
      *          IS KEYED BY STUDENT) AND THE EMPLOYEE ID
      *          FOR STAFF. NQ-CHANNEL SPACE SENDS BY THE
      *          RECIPIENT'S OWN PREFERENCE; 'P', 'E' OR 'S'
      *          FORCES POST, E-MAIL OR SMS.
      *****************************************************
       FD  NOTIFICATION-QUEUE.
       01  NOTIFICATION-QUEUE-RECORD.
           05 NQ-QUEUED-DATE        PIC 9(08).
           05 NQ-SOURCE             PIC X(08).
           05 NQ-RECIPIENT-TYPE     PIC X(01).
              88 NQ-GUEST           VALUE 'G'.
              88 NQ-PARENT          VALUE 'P'.
              88 NQ-STAFF           VALUE 'S'.
           05 NQ-RECIPIENT-ID       PIC X(10).
           05 NQ-CHANNEL            PIC X(01).
              88 NQ-PREFERRED-CHANNEL VALUE SPACE.
           05 NQ-TEMPLATE-CODE      PIC X(08).
           05 NQ-VARIABLES.
              10 NQ-VARIABLE        PIC X(30) OCCURS 5.
