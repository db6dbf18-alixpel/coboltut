      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LibraryOverdue.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE BUS MANIFESTS. NIGHTLY OVERDUE
      *               RUN OVER THE LIBRARY LOANS LIBRARYDESK
      *               KEEPS (LIBLOAN). A LOAN PAST ITS DUE
      *               DATE HAS A NOTICE SENT TO THE GUARDIAN
      *               ON THE CONTACT MASTER'S PREFERRED
      *               CHANNEL, SAME RULE AS MEALACCOUNT -
      *               PRINT (LIBNOTP) OR THE ELECTRONIC
      *               EXTRACT (LIBNOTE) - ONE NOTICE PER
      *               STUDENT, REPEATED EVERY REMIND PERIOD
      *               (LIBPARM, DEFAULT 7 DAYS). A LOAN
      *               OVERDUE MORE THAN THE LOST THRESHOLD
      *               (LIBPARM, DEFAULT 60 DAYS) IS CHARGED
      *               ONCE AT THE BOOK'S REPLACEMENT COST -
      *               THE BOOK IS MARKED LOST AND THE CHARGE
      *               IS QUEUED ON LIBCHRG FOR TUITIONBILLING
      *               TO POST TO THE FAMILY'S TUITION
      *               ACCOUNT. EVERYTHING DONE IS LISTED ON
      *               LIBRPT; A LOAN FOR A BOOK OR A STUDENT
      *               NOT ON FILE IS AN EXCEPTION AND RETURNS
      *               CODE 4.
      * 15/10/26  AP  THE OVERDUE NOTICE IS NOW QUEUED ON THE
      *               SHARED NOTIFICATION QUEUE (NTFQFD,
      *               TEMPLATE LIBOVRD) FOR NOTIFYDISPATCH TO
      *               WORD AND SEND ON THE GUARDIAN'S CHANNEL
      *               - ONE PER STUDENT CARRYING THE NUMBER OF
      *               BOOKS OVERDUE AND ANY LOST CHARGE.
      *               LIBNOTP, LIBNOTE AND THE CONTACT MASTER
      *               LOOKUP ARE GONE FROM THIS STEP.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "cyclgsel.cpy".
           COPY "stumtsel.cpy".

           SELECT LIBRARY-BOOKS ASSIGN TO "LIBBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-BOOK-STATUS.

           SELECT LIBRARY-LOANS ASSIGN TO "LIBLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-LOAN-STATUS.

           SELECT LIBRARY-PARM ASSIGN TO "LIBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-PARM-STATUS.

           SELECT LIBRARY-CHARGES ASSIGN TO "LIBCHRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-CHARGE-STATUS.

           COPY "ntfqsel.cpy".

           SELECT LIBRARY-REPORT ASSIGN TO "LIBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-REPORT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "cyclgfd.cpy".
           COPY "stumtfd.cpy".

       FD  LIBRARY-BOOKS.
           COPY "libbkfd.cpy".

       FD  LIBRARY-LOANS.
           COPY "liblnfd.cpy".

       FD  LIBRARY-PARM.
       01  LIBRARY-PARM-RECORD.
           05 LP-LOAN-DAYS          PIC 9(03).
           05 LP-LOST-DAYS          PIC 9(03).
           05 LP-REMIND-DAYS        PIC 9(03).

       FD  LIBRARY-CHARGES.
           COPY "libchfd.cpy".

           COPY "ntfqfd.cpy".

       FD  LIBRARY-REPORT.
       01  LIBRARY-REPORT-RECORD    PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS      PIC X(02).
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-LIBRARY-BOOK-STATUS   PIC X(02).
       01  WS-LIBRARY-LOAN-STATUS   PIC X(02).
       01  WS-LIBRARY-PARM-STATUS   PIC X(02).
       01  WS-LIBRARY-CHARGE-STATUS PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS   PIC X(02).
       01  WS-LIBRARY-REPORT-STATUS PIC X(02).

       01  WS-SWITCHES.
           05 WS-BOOK-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-BOOKS       VALUE 'Y'.
           05 WS-LOAN-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LOANS       VALUE 'Y'.
           05 WS-BOOKS-LOADED-SW    PIC X(01) VALUE 'N'.
              88 BOOKS-LOADED       VALUE 'Y'.
           05 WS-LOANS-LOADED-SW    PIC X(01) VALUE 'N'.
              88 LOANS-LOADED       VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW   PIC X(01).
              88 STUDENT-FOUND      VALUE 'Y'.
           05 WS-BOOK-FOUND-SW      PIC X(01).
              88 BOOK-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DATE-INT          PIC S9(09) COMP.
       01  WS-WORK-DATE-INT         PIC S9(09) COMP.
       01  WS-DAYS-OVERDUE          PIC S9(05) COMP.
       01  WS-DAYS-SINCE-NOTICE     PIC S9(05) COMP.
       01  WS-LOST-DAYS             PIC 9(03) VALUE 060.
       01  WS-REMIND-DAYS           PIC 9(03) VALUE 007.
       01  WS-WORK-STUDENT-ID       PIC X(06).
       01  WS-WORK-BOOK-ID          PIC X(08).
       01  WS-ACTION-TEXT           PIC X(24).

       01  WS-MAX-BOOKS             PIC 9(04) COMP VALUE 3000.
       01  WS-BOOK-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-BOOK-COUNT
                 INDEXED BY BK-IDX.
              10 WS-BK-ID           PIC X(08).
              10 WS-BK-TITLE        PIC X(30).
              10 WS-BK-AUTHOR       PIC X(20).
              10 WS-BK-COST         PIC 9(03)V99.
              10 WS-BK-STATUS       PIC X(01).

      *-------------------------------------------------
      * THE LOANS. WS-LN-ACTION IS WHAT TONIGHT'S RUN DID
      * TO THE LOAN - R REMINDED, C CHARGED AS LOST - AND
      * WS-LN-NOTICED IS SET ONCE IT IS ON A NOTICE.
      *-------------------------------------------------
       01  WS-MAX-LOANS             PIC 9(04) COMP VALUE 3000.
       01  WS-LOAN-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-LOAN-COUNT
                 INDEXED BY LN-IDX LN-SCAN.
              10 WS-LN-BOOK-ID      PIC X(08).
              10 WS-LN-STUDENT-ID   PIC X(06).
              10 WS-LN-LOAN-DATE    PIC 9(08).
              10 WS-LN-DUE-DATE     PIC 9(08).
              10 WS-LN-STATUS       PIC X(01).
              10 WS-LN-NOTICE-DATE  PIC 9(08).
              10 WS-LN-CHARGE-DATE  PIC 9(08).
              10 WS-LN-ACTION       PIC X(01).
              10 WS-LN-NOTICED      PIC X(01).

      *-------------------------------------------------
      * WHAT ONE STUDENT'S NOTICE CARRIES - THE BOOKS
      * ACTED ON TONIGHT AND THE REPLACEMENT COST OF ANY
      * CHARGED AS LOST.
      *-------------------------------------------------
       01  WS-NOTICE-BOOKS          PIC 9(03) COMP.
       01  WS-NOTICE-LOST           PIC 9(03) COMP.
       01  WS-NOTICE-CHARGE         PIC 9(05)V99.
       01  WS-NOTICE-BOOKS-ED       PIC ZZ9.
       01  WS-NOTICE-CHARGE-ED      PIC ZZ,ZZ9.99.

       01  WS-OVERDUE-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-REMINDED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-CHARGED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-CHARGED-TOTAL         PIC 9(07)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(72).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-DAYS-ED               PIC ZZZ9.
       01  WS-COST-ED               PIC ZZ9.99.
       01  WS-TOTAL-ED              PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-ASSESS-LOAN THRU 2000-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
           PERFORM 4000-QUEUE-NOTICE THRU 4000-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.

           PERFORM 8000-REWRITE-FILES THRU 8000-EXIT.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

      *-------------------------------------------------
      * THE PARM IS OPTIONAL. NO LOAN FILE SIMPLY MEANS
      * NOTHING IS OUT.
      *-------------------------------------------------
       1000-INITIALIZE.
           MOVE CYC-RUN-DATE TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT LIBRARY-PARM.
           IF WS-LIBRARY-PARM-STATUS = '00' THEN
              READ LIBRARY-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LP-LOST-DAYS IS NUMERIC
                       AND LP-LOST-DAYS > ZERO THEN
                       MOVE LP-LOST-DAYS TO WS-LOST-DAYS
                    END-IF
                    IF LP-REMIND-DAYS IS NUMERIC
                       AND LP-REMIND-DAYS > ZERO THEN
                       MOVE LP-REMIND-DAYS TO WS-REMIND-DAYS
                    END-IF
              END-READ
              CLOSE LIBRARY-PARM
           END-IF.

           OPEN INPUT LIBRARY-BOOKS.
           IF WS-LIBRARY-BOOK-STATUS = '00' THEN
              SET BOOKS-LOADED TO TRUE
              PERFORM 1100-LOAD-BOOK THRU 1100-EXIT
                  UNTIL END-OF-BOOKS
                     OR WS-BOOK-COUNT >= WS-MAX-BOOKS
              CLOSE LIBRARY-BOOKS
           END-IF.

           OPEN INPUT LIBRARY-LOANS.
           IF WS-LIBRARY-LOAN-STATUS = '00' THEN
              SET LOANS-LOADED TO TRUE
              PERFORM 1200-LOAD-LOAN THRU 1200-EXIT
                  UNTIL END-OF-LOANS
                     OR WS-LOAN-COUNT >= WS-MAX-LOANS
              CLOSE LIBRARY-LOANS
           END-IF.

           OPEN INPUT STUDENT-MASTER.

           OPEN EXTEND LIBRARY-CHARGES.
           IF WS-LIBRARY-CHARGE-STATUS = '35' THEN
              OPEN OUTPUT LIBRARY-CHARGES
           END-IF.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
           OPEN OUTPUT LIBRARY-REPORT.

           MOVE WS-LOST-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LIBRARY OVERDUE RUN  ' WS-RUN-DATE
               '  LOST AFTER ' WS-DAYS-ED ' DAYS OVERDUE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE 'STUDENT BOOK     DUE      DAYS  ACTION'
               TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-BOOK.
           READ LIBRARY-BOOKS
              AT END SET END-OF-BOOKS TO TRUE
           END-READ.
           IF NOT END-OF-BOOKS THEN
              ADD 1 TO WS-BOOK-COUNT
              MOVE LB-BOOK-ID      TO WS-BK-ID(WS-BOOK-COUNT)
              MOVE LB-TITLE        TO WS-BK-TITLE(WS-BOOK-COUNT)
              MOVE LB-AUTHOR       TO WS-BK-AUTHOR(WS-BOOK-COUNT)
              MOVE LB-REPLACE-COST TO WS-BK-COST(WS-BOOK-COUNT)
              MOVE LB-BOOK-STATUS  TO WS-BK-STATUS(WS-BOOK-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-LOAN.
           READ LIBRARY-LOANS
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF NOT END-OF-LOANS THEN
              ADD 1 TO WS-LOAN-COUNT
              SET LN-IDX TO WS-LOAN-COUNT
              MOVE LL-BOOK-ID     TO WS-LN-BOOK-ID(LN-IDX)
              MOVE LL-STUDENT-ID  TO WS-LN-STUDENT-ID(LN-IDX)
              MOVE LL-LOAN-DATE   TO WS-LN-LOAN-DATE(LN-IDX)
              MOVE LL-DUE-DATE    TO WS-LN-DUE-DATE(LN-IDX)
              MOVE LL-LOAN-STATUS TO WS-LN-STATUS(LN-IDX)
              MOVE LL-NOTICE-DATE TO WS-LN-NOTICE-DATE(LN-IDX)
              MOVE LL-CHARGE-DATE TO WS-LN-CHARGE-DATE(LN-IDX)
              MOVE SPACE          TO WS-LN-ACTION(LN-IDX)
              MOVE 'N'            TO WS-LN-NOTICED(LN-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LOAN. AN OPEN LOAN PAST ITS DUE DATE IS
      * CHARGED ONCE PAST THE LOST THRESHOLD, OTHERWISE
      * REMINDED WHEN NO NOTICE HAS GONE OUT YET OR THE
      * LAST ONE IS A REMIND PERIOD OLD. A LOAN ALREADY
      * CHARGED WAITS FOR THE DESK TO RETURN OR WRITE IT
      * OFF.
      *-------------------------------------------------
       2000-ASSESS-LOAN.
           IF WS-LN-STATUS(LN-IDX) NOT = 'O'
              OR WS-LN-DUE-DATE(LN-IDX) >= WS-RUN-DATE THEN
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-OVERDUE-COUNT.
           COMPUTE WS-WORK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LN-DUE-DATE(LN-IDX)).
           COMPUTE WS-DAYS-OVERDUE =
               WS-RUN-DATE-INT - WS-WORK-DATE-INT.

           MOVE WS-LN-STUDENT-ID(LN-IDX) TO WS-WORK-STUDENT-ID.
           PERFORM 2100-READ-STUDENT THRU 2100-EXIT.
           IF NOT STUDENT-FOUND THEN
              MOVE 'STUDENT NOT ON FILE' TO WS-ACTION-TEXT
              PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
              GO TO 2000-EXIT
           END-IF.
           MOVE WS-LN-BOOK-ID(LN-IDX) TO WS-WORK-BOOK-ID.
           PERFORM 2200-FIND-BOOK THRU 2200-EXIT.
           IF NOT BOOK-FOUND THEN
              MOVE 'BOOK NOT IN CATALOG' TO WS-ACTION-TEXT
              PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF WS-DAYS-OVERDUE > WS-LOST-DAYS THEN
              PERFORM 2300-CHARGE-LOST THRU 2300-EXIT
              GO TO 2000-EXIT
           END-IF.

           IF WS-LN-NOTICE-DATE(LN-IDX) NOT = ZERO THEN
              COMPUTE WS-WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(
                  WS-LN-NOTICE-DATE(LN-IDX))
              COMPUTE WS-DAYS-SINCE-NOTICE =
                  WS-RUN-DATE-INT - WS-WORK-DATE-INT
              IF WS-DAYS-SINCE-NOTICE < WS-REMIND-DAYS THEN
                 MOVE SPACES TO WS-ACTION-TEXT
                 STRING 'REMINDED ' WS-LN-NOTICE-DATE(LN-IDX)
                     DELIMITED BY SIZE INTO WS-ACTION-TEXT
                 PERFORM 3100-WRITE-LOAN-LINE THRU 3100-EXIT
                 GO TO 2000-EXIT
              END-IF
           END-IF.

           MOVE 'R' TO WS-LN-ACTION(LN-IDX).
           MOVE WS-RUN-DATE TO WS-LN-NOTICE-DATE(LN-IDX).
           ADD 1 TO WS-REMINDED-COUNT.
           MOVE 'REMINDER SENT' TO WS-ACTION-TEXT.
           PERFORM 3100-WRITE-LOAN-LINE THRU 3100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-STUDENT.
           MOVE 'Y' TO WS-STUDENT-FOUND-SW.
           IF WS-STUDENT-MASTER-STATUS = '35' THEN
              MOVE 'N' TO WS-STUDENT-FOUND-SW
              GO TO 2100-EXIT
           END-IF.
           MOVE WS-WORK-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-STUDENT-FOUND-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-BOOK.
           MOVE 'N' TO WS-BOOK-FOUND-SW.
           SET BK-IDX TO 1.
           PERFORM 2210-COMPARE-BOOK THRU 2210-EXIT
               UNTIL BK-IDX > WS-BOOK-COUNT OR BOOK-FOUND.
       2200-EXIT.
           EXIT.

       2210-COMPARE-BOOK.
           IF WS-BK-ID(BK-IDX) = WS-WORK-BOOK-ID THEN
              SET BOOK-FOUND TO TRUE
           ELSE
              SET BK-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------
      * PAST THE LOST THRESHOLD - THE BOOK IS MARKED LOST
      * AND ITS REPLACEMENT COST QUEUED FOR TUITIONBILLING.
      *-------------------------------------------------
       2300-CHARGE-LOST.
           MOVE 'C' TO WS-LN-STATUS(LN-IDX)
                       WS-LN-ACTION(LN-IDX).
           MOVE WS-RUN-DATE TO WS-LN-CHARGE-DATE(LN-IDX)
                               WS-LN-NOTICE-DATE(LN-IDX).
           MOVE 'X' TO WS-BK-STATUS(BK-IDX).

           MOVE SPACES TO LIBRARY-CHARGE-RECORD.
           MOVE WS-LN-STUDENT-ID(LN-IDX) TO LC-STUDENT-ID.
           MOVE WS-LN-BOOK-ID(LN-IDX)    TO LC-BOOK-ID.
           MOVE WS-BK-COST(BK-IDX)       TO LC-AMOUNT.
           MOVE WS-RUN-DATE              TO LC-CHARGE-DATE.
           WRITE LIBRARY-CHARGE-RECORD.

           ADD 1 TO WS-CHARGED-COUNT.
           ADD WS-BK-COST(BK-IDX) TO WS-CHARGED-TOTAL.
           MOVE WS-BK-COST(BK-IDX) TO WS-COST-ED.
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING 'LOST - CHARGED ' WS-COST-ED
               DELIMITED BY SIZE INTO WS-ACTION-TEXT.
           PERFORM 3100-WRITE-LOAN-LINE THRU 3100-EXIT.
       2300-EXIT.
           EXIT.

       3000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '** ' WS-LN-STUDENT-ID(LN-IDX) ' '
               WS-LN-BOOK-ID(LN-IDX) ' ' WS-ACTION-TEXT
               ' - NO NOTICE, NO CHARGE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-LOAN-LINE.
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LN-STUDENT-ID(LN-IDX) '  '
               WS-LN-BOOK-ID(LN-IDX) ' '
               WS-LN-DUE-DATE(LN-IDX) ' ' WS-DAYS-ED '  '
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE NOTICE PER STUDENT. THE FIRST LOAN ACTED ON
      * TONIGHT STARTS IT AND EVERY OTHER LOAN OF THE
      * SAME STUDENT ACTED ON IS COUNTED INTO IT. THE
      * NOTICE IS QUEUED FOR NOTIFYDISPATCH, WHICH PICKS
      * THE GUARDIAN'S CHANNEL AND WORDS THE LETTER. THE
      * FILL-INS ARE THE STUDENT'S NAME, YEAR, BOOKS
      * OVERDUE, THE LOST CHARGE (BLANK WHEN NONE) AND THE
      * LOST THRESHOLD IN DAYS.
      *-------------------------------------------------
       4000-QUEUE-NOTICE.
           IF WS-LN-ACTION(LN-IDX) = SPACE
              OR WS-LN-NOTICED(LN-IDX) = 'Y' THEN
              GO TO 4000-EXIT
           END-IF.
           MOVE WS-LN-STUDENT-ID(LN-IDX) TO WS-WORK-STUDENT-ID.
           PERFORM 2100-READ-STUDENT THRU 2100-EXIT.

           MOVE ZERO TO WS-NOTICE-BOOKS.
           MOVE ZERO TO WS-NOTICE-LOST.
           MOVE ZERO TO WS-NOTICE-CHARGE.
           PERFORM 4100-COUNT-LOAN THRU 4100-EXIT
               VARYING LN-SCAN FROM LN-IDX BY 1
               UNTIL LN-SCAN > WS-LOAN-COUNT.

           MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
           MOVE WS-RUN-DATE        TO NQ-QUEUED-DATE.
           MOVE 'LIBOVRDU'         TO NQ-SOURCE.
           SET NQ-PARENT           TO TRUE.
           MOVE WS-WORK-STUDENT-ID TO NQ-RECIPIENT-ID.
           MOVE 'LIBOVRD'          TO NQ-TEMPLATE-CODE.
           MOVE STM-STUDENT-NOM    TO NQ-VARIABLE(1).
           MOVE STM-YEAR-LEVEL     TO NQ-VARIABLE(2).
           MOVE WS-NOTICE-BOOKS    TO WS-NOTICE-BOOKS-ED.
           MOVE WS-NOTICE-BOOKS-ED TO NQ-VARIABLE(3).
           IF WS-NOTICE-LOST > ZERO THEN
              MOVE WS-NOTICE-CHARGE    TO WS-NOTICE-CHARGE-ED
              MOVE WS-NOTICE-CHARGE-ED TO NQ-VARIABLE(4)
           END-IF.
           MOVE WS-LOST-DAYS       TO WS-DAYS-ED.
           MOVE WS-DAYS-ED         TO NQ-VARIABLE(5).
           WRITE NOTIFICATION-QUEUE-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
       4000-EXIT.
           EXIT.

       4100-COUNT-LOAN.
           IF WS-LN-STUDENT-ID(LN-SCAN) NOT = WS-WORK-STUDENT-ID
              OR WS-LN-ACTION(LN-SCAN) = SPACE THEN
              GO TO 4100-EXIT
           END-IF.
           MOVE 'Y' TO WS-LN-NOTICED(LN-SCAN).
           ADD 1 TO WS-NOTICE-BOOKS.
           IF WS-LN-ACTION(LN-SCAN) = 'C' THEN
              MOVE WS-LN-BOOK-ID(LN-SCAN) TO WS-WORK-BOOK-ID
              PERFORM 2200-FIND-BOOK THRU 2200-EXIT
              ADD 1 TO WS-NOTICE-LOST
              ADD WS-BK-COST(BK-IDX) TO WS-NOTICE-CHARGE
           END-IF.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE LOANS AND THE CATALOG GO BACK WITH TONIGHT'S
      * NOTICE DATES, CHARGES AND LOST BOOKS.
      *-------------------------------------------------
       8000-REWRITE-FILES.
           IF WS-STUDENT-MASTER-STATUS NOT = '35' THEN
              CLOSE STUDENT-MASTER
           END-IF.
           CLOSE LIBRARY-CHARGES.
           IF LOANS-LOADED THEN
              OPEN OUTPUT LIBRARY-LOANS
              PERFORM 8010-WRITE-LOAN THRU 8010-EXIT
                  VARYING LN-IDX FROM 1 BY 1
                  UNTIL LN-IDX > WS-LOAN-COUNT
              CLOSE LIBRARY-LOANS
           END-IF.
           IF BOOKS-LOADED THEN
              OPEN OUTPUT LIBRARY-BOOKS
              PERFORM 8020-WRITE-BOOK THRU 8020-EXIT
                  VARYING BK-IDX FROM 1 BY 1
                  UNTIL BK-IDX > WS-BOOK-COUNT
              CLOSE LIBRARY-BOOKS
           END-IF.
       8000-EXIT.
           EXIT.

       8010-WRITE-LOAN.
           MOVE SPACES TO LIBRARY-LOAN-RECORD.
           MOVE WS-LN-BOOK-ID(LN-IDX)     TO LL-BOOK-ID.
           MOVE WS-LN-STUDENT-ID(LN-IDX)  TO LL-STUDENT-ID.
           MOVE WS-LN-LOAN-DATE(LN-IDX)   TO LL-LOAN-DATE.
           MOVE WS-LN-DUE-DATE(LN-IDX)    TO LL-DUE-DATE.
           MOVE WS-LN-STATUS(LN-IDX)      TO LL-LOAN-STATUS.
           MOVE WS-LN-NOTICE-DATE(LN-IDX) TO LL-NOTICE-DATE.
           MOVE WS-LN-CHARGE-DATE(LN-IDX) TO LL-CHARGE-DATE.
           WRITE LIBRARY-LOAN-RECORD.
       8010-EXIT.
           EXIT.

       8020-WRITE-BOOK.
           MOVE SPACES TO LIBRARY-BOOK-RECORD.
           MOVE WS-BK-ID(BK-IDX)     TO LB-BOOK-ID.
           MOVE WS-BK-TITLE(BK-IDX)  TO LB-TITLE.
           MOVE WS-BK-AUTHOR(BK-IDX) TO LB-AUTHOR.
           MOVE WS-BK-COST(BK-IDX)   TO LB-REPLACE-COST.
           MOVE WS-BK-STATUS(BK-IDX) TO LB-BOOK-STATUS.
           WRITE LIBRARY-BOOK-RECORD.
       8020-EXIT.
           EXIT.

       8100-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE WS-LOAN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOANS ON FILE        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVERDUE              ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE WS-REMINDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REMINDED TONIGHT     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE WS-CHARGED-COUNT TO WS-COUNT-ED.
           MOVE WS-CHARGED-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHARGED AS LOST      ' WS-COUNT-ED
               '  REPLACEMENT ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOTICES QUEUED       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTIONS           ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-REPORT-LINE THRU 8600-EXIT.

           CLOSE NOTIFICATION-QUEUE.
           CLOSE LIBRARY-REPORT.
       8100-EXIT.
           EXIT.

       8600-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO LIBRARY-REPORT-RECORD.
           WRITE LIBRARY-REPORT-RECORD.
       8600-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'LIBOVRDU'       TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 'LIBRARY OVERDUES - EXCEPTIONS REPORTED'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'LIBRARY OVERDUE NOTICES QUEUED'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
