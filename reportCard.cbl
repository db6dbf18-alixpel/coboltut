      *               ARITHMETIC BEHIND THE LETTER'S
      *               GRADES. THE FILE IS OPTIONAL, SAME
      *               AS IMPORTED-GRADES.
      * 15/10/26  AP  EVERY CARD ISSUED IS ALSO QUEUED ON THE
      *               NOTIFICATION QUEUE (TEMPLATE RPTCARD) ON
      *               THE CHANNEL THE CARD WENT OUT ON, SO THE
      *               PARENT'S NOTICE HISTORY SHOWS THE CARD
      *               AND NOTIFYDISPATCH SENDS THE COVER NOTE.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKDOWN-STATUS.

           COPY "ntfqsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FD  GRADE-BREAKDOWN.
       01  GRADE-BREAKDOWN-RECORD   PIC X(70).

           COPY "ntfqfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-IMPORTED-STATUS       PIC X(02).
       01  WS-BREAKDOWN-STATUS      PIC X(02).
       01  WS-CONTACT-MASTER-STATUS PIC X(02).
       01  WS-BOUNCE-STATUS         PIC X(02).
       01  WS-MANIFEST-STATUS       PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS   PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).

       01  WS-EMIT-LINE             PIC X(72).
       01  WS-CHANNEL-SW            PIC X(01) VALUE 'P'.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT GRADE-SCALE-PARM.
           IF WS-GRADE-SCALE-STATUS = '00' THEN
              READ GRADE-SCALE-PARM
           OPEN OUTPUT REPORT-CARDS.
           OPEN OUTPUT ELECTRONIC-CARDS.
           OPEN OUTPUT DELIVERY-MANIFEST.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
           MOVE 'REPORT-CARD DELIVERY MANIFEST'
               TO DELIVERY-MANIFEST-RECORD.
           WRITE DELIVERY-MANIFEST-RECORD.
           END-IF.
           MOVE WS-MANIFEST-LINE TO DELIVERY-MANIFEST-RECORD.
           WRITE DELIVERY-MANIFEST-RECORD.

           MOVE SPACES          TO NOTIFICATION-QUEUE-RECORD.
           MOVE WS-RUN-DATE     TO NQ-QUEUED-DATE.
           MOVE 'RPTCARD'       TO NQ-SOURCE.
           SET NQ-PARENT        TO TRUE.
           MOVE STM-STUDENT-ID  TO NQ-RECIPIENT-ID.
           MOVE 'RPTCARD'       TO NQ-TEMPLATE-CODE.
           MOVE STM-STUDENT-NOM TO NQ-VARIABLE(1).
           IF ELECTRONIC-CHANNEL THEN
              MOVE 'E'          TO NQ-CHANNEL
              MOVE 'BY E-MAIL'  TO NQ-VARIABLE(2)
           ELSE
              MOVE 'P'          TO NQ-CHANNEL
              MOVE 'BY POST'    TO NQ-VARIABLE(2)
           END-IF.
           WRITE NOTIFICATION-QUEUE-RECORD.
       8700-EXIT.
           EXIT.

           CLOSE REPORT-CARDS.
           CLOSE ELECTRONIC-CARDS.
           CLOSE DELIVERY-MANIFEST.
           CLOSE NOTIFICATION-QUEUE.
           DISPLAY 'REPORT CARDS PRODUCED: ' WS-CARD-COUNT.
           DISPLAY '  PRINT      : ' WS-PRINT-COUNT.
           DISPLAY '  ELECTRONIC : ' WS-ELECTRONIC-COUNT.
