      *               ON PIN REUSE ARE ENFORCED IN ONE
      *               PLACE INSTEAD OF FOURTEEN COPIES OF
      *               THE ROSTER LOOP.
      * 15/10/26  AP  ADD OPENS THE CAFETERIA MEAL ACCOUNT AT
      *               A ZERO BALANCE AND INQUIRE SHOWS THE
      *               CURRENT MEAL BALANCE.
      * 15/10/26  AP  ADD STARTS AN EMPTY HEALTH RECORD AND
      *               INQUIRE SHOWS WHETHER A MEDICAL ALERT
      *               IS ON FILE - THE DETAIL STAYS WITH
      *               HEALTHMAINT.
      * 15/10/26  AP  DELETE IS REFUSED WHILE THE STUDENT
      *               STILL HOLDS LIBRARY BOOKS ON THE LOAN
      *               FILE (LIBLOAN) - A STUDENT TRANSFERRING
      *               OUT RETURNS THEM, OR HAS THEM WRITTEN
      *               OFF AT THE LIBRARY DESK, FIRST.
      **************************

      **************************
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT LIBRARY-LOANS ASSIGN TO "LIBLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-LOAN-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  LIBRARY-LOANS.
           COPY "liblnfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".


       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).
       01  WS-LIBRARY-LOAN-STATUS    PIC X(02).

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-LOAN-EOF-SW         PIC X(01).
              88 END-OF-LOANS        VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 ADD-STUDENT            VALUE 'A'.
       01  WS-YEAR-LEVEL             PIC 9(02).
       01  WS-SCHOOL-YEAR            PIC 9(04).
       01  WS-FAMILY-ID              PIC X(08).
       01  WS-MEAL-BALANCE-ED        PIC -ZZZZ9.99.
       01  WS-BOOKS-HELD             PIC 9(03) COMP.

      ***************************
       PROCEDURE DIVISION.
           MOVE WS-SCHOOL-YEAR TO STM-SCHOOL-YEAR.
           MOVE ZERO           TO STM-ENTRY-DATE.
           MOVE WS-FAMILY-ID   TO STM-FAMILY-ID.
           MOVE ZERO           TO STM-MEAL-BALANCE.
           MOVE 'N'            TO STM-MEAL-NOTICE-SW.
           INITIALIZE STM-HEALTH-DATA.

           WRITE STUDENT-MASTER-RECORD
              INVALID KEY
           END-IF.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 5100-COUNT-LIBRARY-BOOKS THRU 5100-EXIT.
           IF WS-BOOKS-HELD > ZERO THEN
              DISPLAY 'STUDENT ' WS-STUDENT-ID ' STILL HOLDS '
                  WS-BOOKS-HELD ' LIBRARY BOOK(S) - NOT DELETED'
              GO TO 5000-EXIT
           END-IF.
           MOVE WS-STUDENT-ID TO STM-STUDENT-ID.

           READ STUDENT-MASTER
       5000-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY RECORD ON THE LOAN FILE IS A BOOK STILL
      * HELD, WHETHER OUT OR ALREADY CHARGED AS LOST.
      *-------------------------------------------------
       5100-COUNT-LIBRARY-BOOKS.
           MOVE ZERO TO WS-BOOKS-HELD.
           MOVE 'N' TO WS-LOAN-EOF-SW.
           OPEN INPUT LIBRARY-LOANS.
           IF WS-LIBRARY-LOAN-STATUS NOT = '00' THEN
              GO TO 5100-EXIT
           END-IF.
           PERFORM 5110-TALLY-LOAN THRU 5110-EXIT
               UNTIL END-OF-LOANS.
           CLOSE LIBRARY-LOANS.
       5100-EXIT.
           EXIT.

       5110-TALLY-LOAN.
           READ LIBRARY-LOANS
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF NOT END-OF-LOANS
              AND LL-STUDENT-ID = WS-STUDENT-ID THEN
              ADD 1 TO WS-BOOKS-HELD
           END-IF.
       5110-EXIT.
           EXIT.

       6000-INQUIRE-STUDENT.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
                 DISPLAY 'SCHOOL YEAR  : ' STM-SCHOOL-YEAR
                 DISPLAY 'ENTRY DATE   : ' STM-ENTRY-DATE
                 DISPLAY 'FAMILY ID    : ' STM-FAMILY-ID
                 MOVE STM-MEAL-BALANCE TO WS-MEAL-BALANCE-ED
                 DISPLAY 'MEAL BALANCE : ' WS-MEAL-BALANCE-ED
                 IF STM-MEDICAL-ALERT NOT = SPACES THEN
                    DISPLAY 'MEDICAL ALERT ON FILE - SEE HEALTHMAINT'
                 END-IF
           END-READ.
       6000-EXIT.
           EXIT.
