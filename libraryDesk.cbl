      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  LibraryDesk.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SCHOOL LIBRARY DESK IN PLACE
      *               OF THE LOANS EXERCISE BOOK. KEEPS THE
      *               BOOK CATALOG (LIBBOOK, LIBBKFD LAYOUT)
      *               AND TAKES LOANS AND RETURNS AGAINST THE
      *               LOAN FILE (LIBLOAN, LIBLNFD LAYOUT). A
      *               LOAN IS TAKEN ONLY FOR A STUDENT ON
      *               STUDENT-MASTER, ONLY FOR A COPY ON THE
      *               SHELF, AND ONLY WHILE THE STUDENT HOLDS
      *               FEWER BOOKS THAN THE LIMIT FOR THEIR
      *               YEAR LEVEL (LIBLIMIT, DEFAULT 3). THE
      *               DUE DATE IS THE LOAN PERIOD FROM THE
      *               LIBRARY PARM (LIBPARM, DEFAULT 14 DAYS)
      *               AFTER TODAY. A BOOK ALREADY CHARGED AS
      *               LOST CAN STILL BE RETURNED - THE REFUND
      *               IS FOR THE OFFICE - OR A SUPERVISOR CAN
      *               WRITE IT OFF STOCK. EVERY CHANGE
      *               APPENDS TO THE SHARED ACTIVITY-AUDIT
      *               FILE WITH THE SIGNED-ON OPERATOR, SAME AS
      *               THE OTHER MASTERS.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT LIBRARY-BOOKS ASSIGN TO "LIBBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-BOOK-STATUS.

           SELECT LIBRARY-LOANS ASSIGN TO "LIBLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-LOAN-STATUS.

           SELECT LOAN-LIMITS ASSIGN TO "LIBLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-LIMIT-STATUS.

           SELECT LIBRARY-PARM ASSIGN TO "LIBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-PARM-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  LIBRARY-BOOKS.
           COPY "libbkfd.cpy".

       FD  LIBRARY-LOANS.
           COPY "liblnfd.cpy".

       FD  LOAN-LIMITS.
       01  LOAN-LIMIT-RECORD.
           05 LM-YEAR-LEVEL          PIC 9(02).
           05 LM-MAX-LOANS           PIC 9(02).

       FD  LIBRARY-PARM.
       01  LIBRARY-PARM-RECORD.
           05 LP-LOAN-DAYS           PIC 9(03).
           05 LP-LOST-DAYS           PIC 9(03).
           05 LP-REMIND-DAYS         PIC 9(03).

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-LIBRARY-BOOK-STATUS    PIC X(02).
       01  WS-LIBRARY-LOAN-STATUS    PIC X(02).
       01  WS-LOAN-LIMIT-STATUS      PIC X(02).
       01  WS-LIBRARY-PARM-STATUS    PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-BOOK-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-BOOKS        VALUE 'Y'.
           05 WS-LOAN-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-LOANS        VALUE 'Y'.
           05 WS-LIMIT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LIMITS       VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW    PIC X(01).
              88 STUDENT-ON-ROSTER   VALUE 'Y'.
           05 WS-BOOK-FOUND-SW       PIC X(01).
              88 BOOK-FOUND          VALUE 'Y'.
           05 WS-LOAN-FOUND-SW       PIC X(01).
              88 LOAN-FOUND          VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 MAINTAIN-BOOK          VALUE 'B'.
           88 LEND-BOOK              VALUE 'L'.
           88 RETURN-BOOK            VALUE 'R'.
           88 WRITE-OFF-BOOK         VALUE 'W'.
           88 INQUIRE-STUDENT        VALUE 'I'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-RUN-DATE-INT           PIC S9(09) COMP.
       01  WS-DUE-DATE-INT           PIC S9(09) COMP.
       01  WS-DAYS-LATE              PIC S9(05) COMP.
       01  WS-LOAN-DAYS              PIC 9(03) VALUE 014.
       01  WS-DEFAULT-LIMIT          PIC 9(02) VALUE 03.
       01  WS-STUDENT-LIMIT          PIC 9(02).
       01  WS-HELD-COUNT             PIC 9(02) COMP.
       01  WS-STUDENT-ID             PIC X(06).
       01  WS-BOOK-ID                PIC X(08).
       01  WS-TITLE                  PIC X(30).
       01  WS-AUTHOR                 PIC X(20).
       01  WS-REPLACE-COST           PIC 9(03)V99.
       01  WS-COST-CENTS             PIC 9(05).
       01  WS-STATUS-TEXT            PIC X(12).

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-KEY              PIC X(12).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-MAX-LIMITS             PIC 9(02) COMP VALUE 15.
       01  WS-LIMIT-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 1 TO 15 TIMES
                 DEPENDING ON WS-LIMIT-COUNT
                 INDEXED BY LIM-IDX.
              10 WS-LIM-LEVEL        PIC 9(02).
              10 WS-LIM-MAX          PIC 9(02).

       01  WS-MAX-BOOKS              PIC 9(04) COMP VALUE 3000.
       01  WS-BOOK-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-BOOK-COUNT
                 INDEXED BY BK-IDX.
              10 WS-BK-ID            PIC X(08).
              10 WS-BK-TITLE         PIC X(30).
              10 WS-BK-AUTHOR        PIC X(20).
              10 WS-BK-COST          PIC 9(03)V99.
              10 WS-BK-STATUS        PIC X(01).

       01  WS-MAX-LOANS              PIC 9(04) COMP VALUE 3000.
       01  WS-LOAN-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-LOAN-COUNT
                 INDEXED BY LN-IDX.
              10 WS-LN-BOOK-ID       PIC X(08).
              10 WS-LN-STUDENT-ID    PIC X(06).
              10 WS-LN-LOAN-DATE     PIC 9(08).
              10 WS-LN-DUE-DATE      PIC 9(08).
              10 WS-LN-STATUS        PIC X(01).
              10 WS-LN-NOTICE-DATE   PIC 9(08).
              10 WS-LN-CHARGE-DATE   PIC 9(08).
              10 WS-LN-DELETED       PIC X(01).

       01  WS-DAYS-ED                PIC ZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-MASTERS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

       0500-OPERATOR-SIGNON.
           MOVE 'LIBRARYDESK' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT STUDENT-MASTER.

           OPEN INPUT LIBRARY-PARM.
           IF WS-LIBRARY-PARM-STATUS = '00' THEN
              READ LIBRARY-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LP-LOAN-DAYS IS NUMERIC
                       AND LP-LOAN-DAYS > ZERO THEN
                       MOVE LP-LOAN-DAYS TO WS-LOAN-DAYS
                    END-IF
              END-READ
              CLOSE LIBRARY-PARM
           END-IF.

           OPEN INPUT LOAN-LIMITS.
           IF WS-LOAN-LIMIT-STATUS = '00' THEN
              PERFORM 1100-LOAD-LIMIT THRU 1100-EXIT
                  UNTIL END-OF-LIMITS
                     OR WS-LIMIT-COUNT >= WS-MAX-LIMITS
              CLOSE LOAN-LIMITS
           END-IF.

           OPEN INPUT LIBRARY-BOOKS.
           IF WS-LIBRARY-BOOK-STATUS = '00' THEN
              PERFORM 1200-LOAD-BOOK THRU 1200-EXIT
                  UNTIL END-OF-BOOKS
                     OR WS-BOOK-COUNT >= WS-MAX-BOOKS
              CLOSE LIBRARY-BOOKS
           END-IF.

           OPEN INPUT LIBRARY-LOANS.
           IF WS-LIBRARY-LOAN-STATUS = '00' THEN
              PERFORM 1300-LOAD-LOAN THRU 1300-EXIT
                  UNTIL END-OF-LOANS
                     OR WS-LOAN-COUNT >= WS-MAX-LOANS
              CLOSE LIBRARY-LOANS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-LIMIT.
           READ LOAN-LIMITS
              AT END SET END-OF-LIMITS TO TRUE
           END-READ.
           IF NOT END-OF-LIMITS THEN
              ADD 1 TO WS-LIMIT-COUNT
              MOVE LM-YEAR-LEVEL TO WS-LIM-LEVEL(WS-LIMIT-COUNT)
              MOVE LM-MAX-LOANS  TO WS-LIM-MAX(WS-LIMIT-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-BOOK.
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
       1200-EXIT.
           EXIT.

       1300-LOAD-LOAN.
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
              MOVE 'N'            TO WS-LN-DELETED(LN-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SCHOOL LIBRARY DESK --------'.
           DISPLAY 'B - BOOK    L - LOAN     R - RETURN'.
           DISPLAY 'W - WRITE OFF LOST BOOK  I - INQUIRE  X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN MAINTAIN-BOOK
                 PERFORM 3000-MAINTAIN-BOOK THRU 3000-EXIT
              WHEN LEND-BOOK
                 PERFORM 4000-LEND-BOOK THRU 4000-EXIT
              WHEN RETURN-BOOK
                 PERFORM 5000-RETURN-BOOK THRU 5000-EXIT
              WHEN WRITE-OFF-BOOK
                 PERFORM 5500-WRITE-OFF-BOOK THRU 5500-EXIT
              WHEN INQUIRE-STUDENT
                 PERFORM 6000-INQUIRE-STUDENT THRU 6000-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ROSTER.
           MOVE 'Y' TO WS-STUDENT-FOUND-SW.
           MOVE WS-STUDENT-ID TO STM-STUDENT-ID.
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
           IF WS-BK-ID(BK-IDX) = WS-BOOK-ID THEN
              SET BOOK-FOUND TO TRUE
           ELSE
              SET BK-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE LOAN A BOOK IS OUT ON, IF ANY.
      *-------------------------------------------------
       2300-FIND-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           SET LN-IDX TO 1.
           PERFORM 2310-COMPARE-LOAN THRU 2310-EXIT
               UNTIL LN-IDX > WS-LOAN-COUNT OR LOAN-FOUND.
       2300-EXIT.
           EXIT.

       2310-COMPARE-LOAN.
           IF WS-LN-BOOK-ID(LN-IDX) = WS-BOOK-ID
              AND WS-LN-DELETED(LN-IDX) = 'N' THEN
              SET LOAN-FOUND TO TRUE
           ELSE
              SET LN-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------
      * BOOKS THE STUDENT HOLDS NOW, OUT OR CHARGED.
      *-------------------------------------------------
       2400-COUNT-HELD.
           MOVE ZERO TO WS-HELD-COUNT.
           PERFORM 2410-TALLY-HELD THRU 2410-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
       2400-EXIT.
           EXIT.

       2410-TALLY-HELD.
           IF WS-LN-STUDENT-ID(LN-IDX) = WS-STUDENT-ID
              AND WS-LN-DELETED(LN-IDX) = 'N' THEN
              ADD 1 TO WS-HELD-COUNT
           END-IF.
       2410-EXIT.
           EXIT.

       2500-LIMIT-FOR-LEVEL.
           MOVE WS-DEFAULT-LIMIT TO WS-STUDENT-LIMIT.
           PERFORM 2510-MATCH-LIMIT THRU 2510-EXIT
               VARYING LIM-IDX FROM 1 BY 1
               UNTIL LIM-IDX > WS-LIMIT-COUNT.
       2500-EXIT.
           EXIT.

       2510-MATCH-LIMIT.
           IF WS-LIM-LEVEL(LIM-IDX) = STM-YEAR-LEVEL THEN
              MOVE WS-LIM-MAX(LIM-IDX) TO WS-STUDENT-LIMIT
           END-IF.
       2510-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADD A BOOK TO THE CATALOG, OR CHANGE ONE. A NEW
      * COPY GOES ON THE SHELF; A COPY ALREADY ON FILE
      * KEEPS WHERE IT IS.
      *-------------------------------------------------
       3000-MAINTAIN-BOOK.
           DISPLAY 'BOOK ID ?'.
           ACCEPT WS-BOOK-ID.
           IF WS-BOOK-ID = SPACES THEN
              DISPLAY 'BOOK ID REQUIRED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2200-FIND-BOOK THRU 2200-EXIT.
           IF NOT BOOK-FOUND
              AND WS-BOOK-COUNT >= WS-MAX-BOOKS THEN
              DISPLAY 'CATALOG FULL - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'TITLE ?'.
           ACCEPT WS-TITLE.
           DISPLAY 'AUTHOR ?'.
           ACCEPT WS-AUTHOR.
           DISPLAY 'REPLACEMENT COST (NNNVV) ?'.
           ACCEPT WS-COST-CENTS.
           COMPUTE WS-REPLACE-COST = WS-COST-CENTS / 100.
           IF WS-TITLE = SPACES OR WS-REPLACE-COST = ZERO THEN
              DISPLAY 'TITLE AND REPLACEMENT COST REQUIRED'
                  ' - UNCHANGED'
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF BOOK-FOUND THEN
              PERFORM 8950-BUILD-BOOK-IMAGE THRU 8950-EXIT
              MOVE LIBRARY-BOOK-RECORD TO WS-AUDIT-BEFORE
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              ADD 1 TO WS-BOOK-COUNT
              SET BK-IDX TO WS-BOOK-COUNT
              MOVE WS-BOOK-ID TO WS-BK-ID(BK-IDX)
              MOVE 'A' TO WS-BK-STATUS(BK-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-TITLE        TO WS-BK-TITLE(BK-IDX).
           MOVE WS-AUTHOR       TO WS-BK-AUTHOR(BK-IDX).
           MOVE WS-REPLACE-COST TO WS-BK-COST(BK-IDX).
           PERFORM 8950-BUILD-BOOK-IMAGE THRU 8950-EXIT.
           MOVE LIBRARY-BOOK-RECORD TO WS-AUDIT-AFTER.
           MOVE WS-BOOK-ID TO WS-AUDIT-KEY.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'BOOK ' WS-BOOK-ID ' SAVED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * LEND A COPY. THE STUDENT MUST BE ON THE ROSTER AND
      * UNDER THE LIMIT FOR THEIR YEAR LEVEL, AND THE COPY
      * MUST BE ON THE SHELF.
      *-------------------------------------------------
       4000-LEND-BOOK.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF NOT STUDENT-ON-ROSTER THEN
              DISPLAY 'STUDENT ' WS-STUDENT-ID
                  ' NOT ON ROSTER - NO LOAN'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 2400-COUNT-HELD THRU 2400-EXIT.
           PERFORM 2500-LIMIT-FOR-LEVEL THRU 2500-EXIT.
           IF WS-HELD-COUNT >= WS-STUDENT-LIMIT THEN
              DISPLAY 'STUDENT HOLDS ' WS-HELD-COUNT ' BOOK(S) - '
                  'LIMIT ' WS-STUDENT-LIMIT ' FOR YEAR LEVEL '
                  STM-YEAR-LEVEL ' - NO LOAN'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'BOOK ID ?'.
           ACCEPT WS-BOOK-ID.
           PERFORM 2200-FIND-BOOK THRU 2200-EXIT.
           IF NOT BOOK-FOUND THEN
              DISPLAY 'BOOK ' WS-BOOK-ID ' NOT IN CATALOG - NO LOAN'
              GO TO 4000-EXIT
           END-IF.
           IF WS-BK-STATUS(BK-IDX) NOT = 'A' THEN
              PERFORM 7000-STATUS-TEXT THRU 7000-EXIT
              DISPLAY 'BOOK ' WS-BOOK-ID ' IS ' WS-STATUS-TEXT
                  ' - NO LOAN'
              GO TO 4000-EXIT
           END-IF.
           IF WS-LOAN-COUNT >= WS-MAX-LOANS THEN
              DISPLAY 'LOAN FILE FULL - NO LOAN'
              GO TO 4000-EXIT
           END-IF.

           ADD 1 TO WS-LOAN-COUNT.
           SET LN-IDX TO WS-LOAN-COUNT.
           MOVE WS-BOOK-ID    TO WS-LN-BOOK-ID(LN-IDX).
           MOVE WS-STUDENT-ID TO WS-LN-STUDENT-ID(LN-IDX).
           MOVE WS-RUN-DATE   TO WS-LN-LOAN-DATE(LN-IDX).
           COMPUTE WS-LN-DUE-DATE(LN-IDX) = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DATE-INT + WS-LOAN-DAYS).
           MOVE 'O'           TO WS-LN-STATUS(LN-IDX).
           MOVE ZERO          TO WS-LN-NOTICE-DATE(LN-IDX)
                                 WS-LN-CHARGE-DATE(LN-IDX).
           MOVE 'N'           TO WS-LN-DELETED(LN-IDX).
           MOVE 'L'           TO WS-BK-STATUS(BK-IDX).

           MOVE SPACES TO WS-AUDIT-BEFORE.
           PERFORM 8960-BUILD-LOAN-IMAGE THRU 8960-EXIT.
           MOVE LIBRARY-LOAN-RECORD TO WS-AUDIT-AFTER.
           MOVE WS-BOOK-ID TO WS-AUDIT-KEY.
           MOVE 'A' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY WS-BK-TITLE(BK-IDX).
           DISPLAY 'LENT TO ' WS-STUDENT-ID ' ' STM-STUDENT-NOM
               ' - DUE BACK ' WS-LN-DUE-DATE(LN-IDX).
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A COPY COMES BACK TO THE SHELF. ONE ALREADY
      * CHARGED AS LOST IS STILL TAKEN BACK - THE OFFICE
      * DECIDES ANY REFUND ON THE TUITION ACCOUNT.
      *-------------------------------------------------
       5000-RETURN-BOOK.
           DISPLAY 'BOOK ID ?'.
           ACCEPT WS-BOOK-ID.
           PERFORM 2300-FIND-LOAN THRU 2300-EXIT.
           IF NOT LOAN-FOUND THEN
              DISPLAY 'NO LOAN ON FILE FOR BOOK ' WS-BOOK-ID
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8960-BUILD-LOAN-IMAGE THRU 8960-EXIT.
           MOVE LIBRARY-LOAN-RECORD TO WS-AUDIT-BEFORE.
           MOVE 'Y' TO WS-LN-DELETED(LN-IDX).
           PERFORM 2200-FIND-BOOK THRU 2200-EXIT.
           IF BOOK-FOUND THEN
              MOVE 'A' TO WS-BK-STATUS(BK-IDX)
           END-IF.
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE WS-BOOK-ID TO WS-AUDIT-KEY.
           MOVE 'D' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.

           DISPLAY 'BOOK ' WS-BOOK-ID ' RETURNED BY '
               WS-LN-STUDENT-ID(LN-IDX).
           IF WS-LN-STATUS(LN-IDX) = 'C' THEN
              DISPLAY 'REPLACEMENT WAS CHARGED ON '
                  WS-LN-CHARGE-DATE(LN-IDX)
                  ' - REFER ANY REFUND TO THE OFFICE'
              GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LN-DUE-DATE(LN-IDX)).
           COMPUTE WS-DAYS-LATE = WS-RUN-DATE-INT - WS-DUE-DATE-INT.
           IF WS-DAYS-LATE > ZERO THEN
              MOVE WS-DAYS-LATE TO WS-DAYS-ED
              DISPLAY 'RETURNED ' WS-DAYS-ED ' DAY(S) LATE'
           END-IF.
       5000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A BOOK CHARGED AS LOST THAT WILL NOT COME BACK
      * COMES OFF STOCK AND OFF THE STUDENT. SUPERVISOR
      * ONLY.
      *-------------------------------------------------
       5500-WRITE-OFF-BOOK.
           IF NOT SGN-SUPERVISOR THEN
              DISPLAY 'WRITE-OFF REQUIRES A SUPERVISOR SIGN-ON'
              GO TO 5500-EXIT
           END-IF.
           DISPLAY 'BOOK ID ?'.
           ACCEPT WS-BOOK-ID.
           PERFORM 2300-FIND-LOAN THRU 2300-EXIT.
           IF NOT LOAN-FOUND THEN
              DISPLAY 'NO LOAN ON FILE FOR BOOK ' WS-BOOK-ID
              GO TO 5500-EXIT
           END-IF.
           IF WS-LN-STATUS(LN-IDX) NOT = 'C' THEN
              DISPLAY 'BOOK ' WS-BOOK-ID ' HAS NOT BEEN CHARGED AS'
                  ' LOST - NOT WRITTEN OFF'
              GO TO 5500-EXIT
           END-IF.
           PERFORM 8960-BUILD-LOAN-IMAGE THRU 8960-EXIT.
           MOVE LIBRARY-LOAN-RECORD TO WS-AUDIT-BEFORE.
           MOVE 'Y' TO WS-LN-DELETED(LN-IDX).
           PERFORM 2200-FIND-BOOK THRU 2200-EXIT.
           IF BOOK-FOUND THEN
              MOVE 'W' TO WS-BK-STATUS(BK-IDX)
           END-IF.
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE WS-BOOK-ID TO WS-AUDIT-KEY.
           MOVE 'D' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'BOOK ' WS-BOOK-ID ' WRITTEN OFF FOR '
               WS-LN-STUDENT-ID(LN-IDX).
       5500-EXIT.
           EXIT.

       6000-INQUIRE-STUDENT.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF STUDENT-ON-ROSTER THEN
              PERFORM 2500-LIMIT-FOR-LEVEL THRU 2500-EXIT
              DISPLAY 'STUDENT    : ' WS-STUDENT-ID ' '
                  STM-STUDENT-NOM
              DISPLAY 'YEAR LEVEL : ' STM-YEAR-LEVEL
                  '   LOAN LIMIT ' WS-STUDENT-LIMIT
           ELSE
              DISPLAY 'STUDENT ' WS-STUDENT-ID ' NOT ON ROSTER'
           END-IF.
           PERFORM 2400-COUNT-HELD THRU 2400-EXIT.
           IF WS-HELD-COUNT = ZERO THEN
              DISPLAY 'NO BOOKS ON LOAN'
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-SHOW-LOAN THRU 6100-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
       6000-EXIT.
           EXIT.

       6100-SHOW-LOAN.
           IF WS-LN-STUDENT-ID(LN-IDX) NOT = WS-STUDENT-ID
              OR WS-LN-DELETED(LN-IDX) NOT = 'N' THEN
              GO TO 6100-EXIT
           END-IF.
           MOVE WS-LN-BOOK-ID(LN-IDX) TO WS-BOOK-ID.
           PERFORM 2200-FIND-BOOK THRU 2200-EXIT.
           IF BOOK-FOUND THEN
              MOVE WS-BK-TITLE(BK-IDX) TO WS-TITLE
           ELSE
              MOVE '** NOT IN CATALOG **' TO WS-TITLE
           END-IF.
           EVALUATE TRUE
              WHEN WS-LN-STATUS(LN-IDX) = 'C'
                 MOVE 'CHARGED' TO WS-STATUS-TEXT
              WHEN WS-LN-DUE-DATE(LN-IDX) < WS-RUN-DATE
                 MOVE 'OVERDUE' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'ON LOAN' TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY WS-BOOK-ID ' ' WS-TITLE ' DUE '
               WS-LN-DUE-DATE(LN-IDX) ' ' WS-STATUS-TEXT.
       6100-EXIT.
           EXIT.

       7000-STATUS-TEXT.
           EVALUATE WS-BK-STATUS(BK-IDX)
              WHEN 'L'
                 MOVE 'ON LOAN' TO WS-STATUS-TEXT
              WHEN 'X'
                 MOVE 'LOST' TO WS-STATUS-TEXT
              WHEN 'W'
                 MOVE 'WITHDRAWN' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'NOT ON SHELF' TO WS-STATUS-TEXT
           END-EVALUATE.
       7000-EXIT.
           EXIT.

       8000-REWRITE-MASTERS.
           CLOSE STUDENT-MASTER.
           OPEN OUTPUT LIBRARY-BOOKS.
           PERFORM 8010-WRITE-BOOK THRU 8010-EXIT
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > WS-BOOK-COUNT.
           CLOSE LIBRARY-BOOKS.

           OPEN OUTPUT LIBRARY-LOANS.
           PERFORM 8020-WRITE-LOAN THRU 8020-EXIT
               VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LOAN-COUNT.
           CLOSE LIBRARY-LOANS.
       8000-EXIT.
           EXIT.

       8010-WRITE-BOOK.
           PERFORM 8950-BUILD-BOOK-IMAGE THRU 8950-EXIT.
           WRITE LIBRARY-BOOK-RECORD.
       8010-EXIT.
           EXIT.

       8020-WRITE-LOAN.
           IF WS-LN-DELETED(LN-IDX) = 'N' THEN
              PERFORM 8960-BUILD-LOAN-IMAGE THRU 8960-EXIT
              WRITE LIBRARY-LOAN-RECORD
           END-IF.
       8020-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE. THE
      * CALLER SETS THE ACTION, THE KEY AND THE IMAGES.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'LIBRARYDESK' TO AA-PROGRAM.
           MOVE WS-SIGNON-ID  TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-ACTION TO AA-ACTION.
           MOVE WS-AUDIT-KEY    TO AA-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE TO AA-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER  TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.

       8950-BUILD-BOOK-IMAGE.
           MOVE SPACES TO LIBRARY-BOOK-RECORD.
           MOVE WS-BK-ID(BK-IDX)     TO LB-BOOK-ID.
           MOVE WS-BK-TITLE(BK-IDX)  TO LB-TITLE.
           MOVE WS-BK-AUTHOR(BK-IDX) TO LB-AUTHOR.
           MOVE WS-BK-COST(BK-IDX)   TO LB-REPLACE-COST.
           MOVE WS-BK-STATUS(BK-IDX) TO LB-BOOK-STATUS.
       8950-EXIT.
           EXIT.

       8960-BUILD-LOAN-IMAGE.
           MOVE SPACES TO LIBRARY-LOAN-RECORD.
           MOVE WS-LN-BOOK-ID(LN-IDX)     TO LL-BOOK-ID.
           MOVE WS-LN-STUDENT-ID(LN-IDX)  TO LL-STUDENT-ID.
           MOVE WS-LN-LOAN-DATE(LN-IDX)   TO LL-LOAN-DATE.
           MOVE WS-LN-DUE-DATE(LN-IDX)    TO LL-DUE-DATE.
           MOVE WS-LN-STATUS(LN-IDX)      TO LL-LOAN-STATUS.
           MOVE WS-LN-NOTICE-DATE(LN-IDX) TO LL-NOTICE-DATE.
           MOVE WS-LN-CHARGE-DATE(LN-IDX) TO LL-CHARGE-DATE.
       8960-EXIT.
           EXIT.
