      *****************************************************
      * NTFQSEL - FILE-CONTROL ENTRY FOR THE OUTBOUND
      *           NOTIFICATION QUEUE. COPIED INTO EVERY
      *           PROGRAM THAT RAISES A GUEST, MEMBER,
      *           PARENT OR STAFF NOTICE SO THE ASSIGNMENT
      *           STAYS IN ONE PLACE.
      *****************************************************
           SELECT NOTIFICATION-QUEUE ASSIGN TO "NTFQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-QUEUE-STATUS.
