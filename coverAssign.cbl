      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CoverAssign.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. TEACHER ABSENCE INTAKE
      *               AND SUBSTITUTE COVER IN PLACE OF THE
      *               OFFICE READING THE SECTION MASTER ON
      *               PAPER AND PHONING ROUND. AN ABSENCE
      *               (TEACHER, FIRST AND LAST DATE, FULL
      *               DAY OR MORNING OR AFTERNOON) GOES TO
      *               TCHRABS, AND EVERY SECTION THE TEACHER
      *               HOLDS (SEC-TEACHER) IN EACH PERIOD
      *               MISSED (SEC-PERIOD) ON EACH SCHOOL DAY
      *               IS LISTED AND GIVEN COVER FROM THE
      *               TEACHERS FREE IN THAT PERIOD - NOT
      *               TEACHING, NOT ABSENT THEMSELVES, NOT
      *               ALREADY COVERING - THE ONE WITH THE
      *               FEWEST COVERS THIS TERM FIRST, SO THE
      *               LOAD IS SHARED. COVERS ARE KEPT FOR
      *               THE TERM ON COVERS; A SECTION NOBODY
      *               IS FREE FOR STAYS ON IT UNCOVERED FOR
      *               U TO RETRY. EACH COVER PRINTS THE
      *               SECTION'S ATTENDANCE REGISTER (COVRREG)
      *               MADE OUT TO THE SUBSTITUTE, AND P
      *               PASSES EACH TEACHER'S UNPAID COVERS TO
      *               PAYROLL AS A COVER ALLOWANCE ON THE
      *               SUPPLEMENTAL-PAY LIST (SUPPLIST) AT
      *               THE COVRPARM RATE. ABSENCES AND
      *               ALLOWANCES APPEND TO THE SHARED
      *               ACTIVITY-AUDIT FILE WITH THE SIGNED-ON
      *               OPERATOR.
      * 15/10/26  AP  EACH TEACHER CARRIES THE EMP-ID FROM
      *               THE SECTION MASTER (SEC-TEACHER-EMP-ID)
      *               AND THE COVER ALLOWANCE IS PASSED TO
      *               PAYROLL BY THAT EMP-ID. ONLY A SECTION
      *               NOT YET KEYED TO AN EMPLOYEE FALLS BACK
      *               TO THE MATCH ON NAME.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-MASTER-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT TEACHER-ABSENCES ASSIGN TO "TCHRABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT COVER-FILE ASSIGN TO "COVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVER-STATUS.

           SELECT COVER-REGISTER ASSIGN TO "COVRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVER-REGISTER-STATUS.

           SELECT COVER-PARM ASSIGN TO "COVRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVER-PARM-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT SUPPLEMENTAL-LIST ASSIGN TO "SUPPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-LIST-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  SECTION-MASTER.
           COPY "sectfd.cpy".

       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

       FD  TEACHER-ABSENCES.
           COPY "tabsfd.cpy".

       FD  COVER-FILE.
           COPY "covrfd.cpy".

       FD  COVER-REGISTER.
       01  COVER-REGISTER-RECORD     PIC X(72).

       FD  COVER-PARM.
       01  COVER-PARM-RECORD.
           05 CP-ALLOWANCE-RATE      PIC 9(03)V99.

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  SUPPLEMENTAL-LIST.
       01  SUPPLEMENTAL-LIST-RECORD.
           05 SL-EMP-ID              PIC X(06).
           05 SL-BONUS-AMOUNT        PIC 9(06)V99.
           05 SL-REASON              PIC X(20).

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-SECTION-MASTER-STATUS  PIC X(02).
       01  WS-ENROLLMENT-STATUS      PIC X(02).
       01  WS-ABSENCE-STATUS         PIC X(02).
       01  WS-COVER-STATUS           PIC X(02).
       01  WS-COVER-REGISTER-STATUS  PIC X(02).
       01  WS-COVER-PARM-STATUS      PIC X(02).
       01  WS-EMPLOYEE-MASTER-STATUS PIC X(02).
       01  WS-SUPP-LIST-STATUS       PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-SECTION-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-SECTIONS     VALUE 'Y'.
           05 WS-ENRL-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS  VALUE 'Y'.
           05 WS-ABSENCE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ABSENCES     VALUE 'Y'.
           05 WS-COVER-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-COVERS       VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES    VALUE 'Y'.
           05 WS-EMPLOYEES-LOADED-SW PIC X(01) VALUE 'N'.
              88 EMPLOYEES-LOADED    VALUE 'Y'.
           05 WS-TEACHER-FOUND-SW    PIC X(01).
              88 TEACHER-FOUND       VALUE 'Y'.
           05 WS-COVER-FOUND-SW      PIC X(01).
              88 COVER-FOUND         VALUE 'Y'.
           05 WS-OVERLAP-SW          PIC X(01).
              88 ABSENCE-OVERLAPS    VALUE 'Y'.
           05 WS-IN-PART-SW          PIC X(01).
              88 PERIOD-IN-PART      VALUE 'Y'.
           05 WS-FREE-SW             PIC X(01).
              88 TEACHER-FREE        VALUE 'Y'.
           05 WS-BEST-FOUND-SW       PIC X(01).
              88 SUBSTITUTE-FOUND    VALUE 'Y'.
           05 WS-EMP-FOUND-SW        PIC X(01).
              88 EMP-FOUND           VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 RECORD-ABSENCE         VALUE 'A'.
           88 RETRY-UNCOVERED        VALUE 'U'.
           88 LIST-COVER-SHEET       VALUE 'L'.
           88 SHOW-COVER-COUNTS      VALUE 'C'.
           88 PASS-TO-PAYROLL        VALUE 'P'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

      *-------------------------------------------------
      * THE SCHOOL DAY - PERIODS 01 TO 04 ARE THE MORNING,
      * 05 ON THE AFTERNOON. AN ABSENCE IS TAKEN A MONTH
      * AT MOST AT A TIME.
      *-------------------------------------------------
       01  WS-LAST-MORNING-PERIOD    PIC 9(02) VALUE 04.
       01  WS-LAST-PERIOD            PIC 9(02) VALUE 12.
       01  WS-MAX-ABSENCE-DAYS       PIC 9(02) VALUE 31.
       01  WS-ALLOWANCE-RATE         PIC 9(03)V99 VALUE 30.00.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TEACHER                PIC X(20).
       01  WS-FROM-DATE              PIC 9(08).
       01  WS-TO-DATE                PIC 9(08).
       01  WS-DAY-PART               PIC X(01).
           88 VALID-DAY-PART         VALUES 'F' 'A' 'P'.
       01  WS-REASON                 PIC X(20).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHECK-PART             PIC X(01).
       01  WS-LOOKUP-TEACHER         PIC X(20).
       01  WS-COVER-DATE             PIC 9(08).
       01  WS-PERIOD                 PIC 9(02).
       01  WS-FROM-INT               PIC 9(07).
       01  WS-TO-INT                 PIC 9(07).
       01  WS-DAY-INT                PIC 9(07).
       01  WS-WEEK-QUOTIENT          PIC 9(07).
       01  WS-WEEKDAY                PIC 9(01).
           88 WEEKEND-DAY            VALUES 0 6.
       01  WS-BEST-TEACHER           PIC 9(03) COMP.
       01  WS-COVERS-LISTED          PIC 9(05) COMP.
       01  WS-MATCH-NAME             PIC X(20).
       01  WS-MATCH-EMP-ID           PIC X(06).
       01  WS-PAY-AMOUNT             PIC 9(06)V99.

       01  WS-MAX-SECTIONS           PIC 9(03) COMP VALUE 200.
       01  WS-SECTION-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-SECTION-COUNT
                 INDEXED BY SEC-IDX SEC-IDX2.
              10 WS-SEC-SUBJECT      PIC X(08).
              10 WS-SEC-ID           PIC X(02).
              10 WS-SEC-TEACHER      PIC X(20).
              10 WS-SEC-PERIOD       PIC 9(02).

      *-------------------------------------------------
      * EVERY TEACHER NAMED ON THE SECTION MASTER, WITH
      * THE TERM'S COVERS SO FAR AND THOSE NOT YET PASSED
      * TO PAYROLL.
      *-------------------------------------------------
       01  WS-MAX-TEACHERS           PIC 9(03) COMP VALUE 100.
       01  WS-TEACHER-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-TEACHER-TABLE.
           05 WS-TEACHER-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-TEACHER-COUNT
                 INDEXED BY TCH-IDX.
              10 WS-TCH-NAME         PIC X(20).
              10 WS-TCH-EMP-ID       PIC X(06).
              10 WS-TCH-COVERS       PIC 9(03).
              10 WS-TCH-UNPAID       PIC 9(03).

       01  WS-MAX-ABSENCES           PIC 9(03) COMP VALUE 500.
       01  WS-ABSENCE-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-ABSENCE-TABLE.
           05 WS-ABSENCE-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-ABSENCE-COUNT
                 INDEXED BY ABS-IDX.
              10 WS-ABS-TEACHER      PIC X(20).
              10 WS-ABS-FROM         PIC 9(08).
              10 WS-ABS-TO           PIC 9(08).
              10 WS-ABS-PART         PIC X(01).

       01  WS-MAX-COVERS             PIC 9(04) COMP VALUE 2000.
       01  WS-COVER-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-COVER-TABLE.
           05 WS-COVER-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-COVER-COUNT
                 INDEXED BY CVR-IDX CVR-IDX2.
              10 WS-CVR-DATE         PIC 9(08).
              10 WS-CVR-PERIOD       PIC 9(02).
              10 WS-CVR-SUBJECT      PIC X(08).
              10 WS-CVR-SECTION      PIC X(02).
              10 WS-CVR-ABSENT       PIC X(20).
              10 WS-CVR-SUBSTITUTE   PIC X(20).
              10 WS-CVR-PAID         PIC X(01).

       01  WS-MAX-ENROLLMENTS        PIC 9(04) COMP VALUE 3000.
       01  WS-ENROLL-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-ENROLL-COUNT
                 INDEXED BY ENR-IDX.
              10 WS-ENR-STUDENT-ID   PIC X(06).
              10 WS-ENR-SUBJECT      PIC X(08).
              10 WS-ENR-SECTION      PIC X(02).

       01  WS-MAX-EMPLOYEES          PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-TBL-EMP-ID       PIC X(06).
              10 WS-TBL-MATCH-NAME   PIC X(20).

       01  WS-LOWER-CASE             PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE             PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-KEY              PIC X(12).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-REGISTER-LINE          PIC X(72).
       01  WS-COUNT-ED               PIC ZZ9.
       01  WS-AMOUNT-ED              PIC ZZZZZ9.99.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-COVERS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

       0500-OPERATOR-SIGNON.
           MOVE 'COVERASSIGN' TO SGN-PROGRAM.
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
           OPEN INPUT STUDENT-MASTER.

           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-SECTION THRU 1100-EXIT
                  UNTIL END-OF-SECTIONS
                     OR WS-SECTION-COUNT >= WS-MAX-SECTIONS
              CLOSE SECTION-MASTER
           END-IF.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLLMENT-STATUS = '00' THEN
              PERFORM 1200-LOAD-ENROLLMENT THRU 1200-EXIT
                  UNTIL END-OF-ENROLLMENTS
                     OR WS-ENROLL-COUNT >= WS-MAX-ENROLLMENTS
              CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT TEACHER-ABSENCES.
           IF WS-ABSENCE-STATUS = '00' THEN
              PERFORM 1300-LOAD-ABSENCE THRU 1300-EXIT
                  UNTIL END-OF-ABSENCES
                     OR WS-ABSENCE-COUNT >= WS-MAX-ABSENCES
              CLOSE TEACHER-ABSENCES
           END-IF.

           OPEN INPUT COVER-FILE.
           IF WS-COVER-STATUS = '00' THEN
              PERFORM 1400-LOAD-COVER THRU 1400-EXIT
                  UNTIL END-OF-COVERS
                     OR WS-COVER-COUNT >= WS-MAX-COVERS
              CLOSE COVER-FILE
           END-IF.

           OPEN INPUT COVER-PARM.
           IF WS-COVER-PARM-STATUS = '00' THEN
              READ COVER-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CP-ALLOWANCE-RATE TO WS-ALLOWANCE-RATE
              END-READ
              CLOSE COVER-PARM
           END-IF.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * EACH SECTION ALSO PUTS ITS TEACHER ON THE TEACHER
      * TABLE THE FIRST TIME THE NAME IS SEEN.
      *-------------------------------------------------
       1100-LOAD-SECTION.
           READ SECTION-MASTER
              AT END SET END-OF-SECTIONS TO TRUE
           END-READ.
           IF END-OF-SECTIONS THEN
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SEC-SUBJECT-CODE TO WS-SEC-SUBJECT(WS-SECTION-COUNT).
           MOVE SEC-SECTION-ID   TO WS-SEC-ID(WS-SECTION-COUNT).
           MOVE SEC-TEACHER      TO WS-SEC-TEACHER(WS-SECTION-COUNT).
           MOVE SEC-PERIOD       TO WS-SEC-PERIOD(WS-SECTION-COUNT).
           MOVE SEC-TEACHER TO WS-LOOKUP-TEACHER.
           PERFORM 7100-FIND-TEACHER THRU 7100-EXIT.
           IF NOT TEACHER-FOUND
              AND WS-TEACHER-COUNT < WS-MAX-TEACHERS THEN
              ADD 1 TO WS-TEACHER-COUNT
              MOVE SEC-TEACHER TO WS-TCH-NAME(WS-TEACHER-COUNT)
              MOVE SEC-TEACHER-EMP-ID
                               TO WS-TCH-EMP-ID(WS-TEACHER-COUNT)
              MOVE ZERO TO WS-TCH-COVERS(WS-TEACHER-COUNT)
                           WS-TCH-UNPAID(WS-TEACHER-COUNT)
              GO TO 1100-EXIT
           END-IF.
           IF TEACHER-FOUND AND WS-TCH-EMP-ID(TCH-IDX) = SPACES THEN
              MOVE SEC-TEACHER-EMP-ID TO WS-TCH-EMP-ID(TCH-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ENROLLMENT.
           READ ENROLLMENT-FILE
              AT END SET END-OF-ENROLLMENTS TO TRUE
           END-READ.
           IF NOT END-OF-ENROLLMENTS THEN
              ADD 1 TO WS-ENROLL-COUNT
              MOVE EN-STUDENT-ID
                  TO WS-ENR-STUDENT-ID(WS-ENROLL-COUNT)
              MOVE EN-SUBJECT-CODE
                  TO WS-ENR-SUBJECT(WS-ENROLL-COUNT)
              MOVE EN-SECTION-ID
                  TO WS-ENR-SECTION(WS-ENROLL-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-ABSENCE.
           READ TEACHER-ABSENCES
              AT END SET END-OF-ABSENCES TO TRUE
           END-READ.
           IF NOT END-OF-ABSENCES THEN
              ADD 1 TO WS-ABSENCE-COUNT
              MOVE TA-TEACHER   TO WS-ABS-TEACHER(WS-ABSENCE-COUNT)
              MOVE TA-FROM-DATE TO WS-ABS-FROM(WS-ABSENCE-COUNT)
              MOVE TA-TO-DATE   TO WS-ABS-TO(WS-ABSENCE-COUNT)
              MOVE TA-DAY-PART  TO WS-ABS-PART(WS-ABSENCE-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE TERM'S COVERS SO FAR GIVE EACH TEACHER'S
      * COVER COUNT - THE FAIRNESS MEASURE - AND THE
      * COVERS STILL TO BE PASSED TO PAYROLL.
      *-------------------------------------------------
       1400-LOAD-COVER.
           READ COVER-FILE
              AT END SET END-OF-COVERS TO TRUE
           END-READ.
           IF END-OF-COVERS THEN
              GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-COVER-COUNT.
           SET CVR-IDX TO WS-COVER-COUNT.
           MOVE CV-COVER-DATE     TO WS-CVR-DATE(CVR-IDX).
           MOVE CV-PERIOD         TO WS-CVR-PERIOD(CVR-IDX).
           MOVE CV-SUBJECT-CODE   TO WS-CVR-SUBJECT(CVR-IDX).
           MOVE CV-SECTION-ID     TO WS-CVR-SECTION(CVR-IDX).
           MOVE CV-ABSENT-TEACHER TO WS-CVR-ABSENT(CVR-IDX).
           MOVE CV-SUBSTITUTE     TO WS-CVR-SUBSTITUTE(CVR-IDX).
           IF CV-PAID THEN
              MOVE 'Y' TO WS-CVR-PAID(CVR-IDX)
           ELSE
              MOVE 'N' TO WS-CVR-PAID(CVR-IDX)
           END-IF.
           IF CV-SUBSTITUTE = SPACES THEN
              GO TO 1400-EXIT
           END-IF.
           MOVE CV-SUBSTITUTE TO WS-LOOKUP-TEACHER.
           PERFORM 7100-FIND-TEACHER THRU 7100-EXIT.
           IF TEACHER-FOUND THEN
              ADD 1 TO WS-TCH-COVERS(TCH-IDX)
              IF NOT CV-PAID THEN
                 ADD 1 TO WS-TCH-UNPAID(TCH-IDX)
              END-IF
           END-IF.
       1400-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- TEACHER ABSENCE AND COVER --------'.
           DISPLAY 'A - RECORD ABSENCE  U - RETRY UNCOVERED'.
           DISPLAY 'L - COVER SHEET     C - COVER COUNTS'.
           DISPLAY 'P - PASS ALLOWANCES TO PAYROLL  X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN RECORD-ABSENCE
                 PERFORM 3000-RECORD-ABSENCE THRU 3000-EXIT
              WHEN RETRY-UNCOVERED
                 PERFORM 4000-RETRY-UNCOVERED THRU 4000-EXIT
              WHEN LIST-COVER-SHEET
                 PERFORM 5000-LIST-COVER-SHEET THRU 5000-EXIT
              WHEN SHOW-COVER-COUNTS
                 PERFORM 5500-SHOW-COVER-COUNTS THRU 5500-EXIT
              WHEN PASS-TO-PAYROLL
                 PERFORM 7000-PASS-TO-PAYROLL THRU 7000-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * RECORD ONE ABSENCE, THEN WORK THROUGH EVERY
      * SCHOOL DAY IN IT - WEEKENDS HAVE NO LESSONS - AND
      * EVERY PERIOD OF THE DAY PART MISSED.
      *-------------------------------------------------
       3000-RECORD-ABSENCE.
           DISPLAY 'TEACHER (AS ON THE SECTION MASTER) ?'.
           ACCEPT WS-TEACHER.
           MOVE WS-TEACHER TO WS-LOOKUP-TEACHER.
           PERFORM 7100-FIND-TEACHER THRU 7100-EXIT.
           IF NOT TEACHER-FOUND THEN
              DISPLAY 'TEACHER ' WS-TEACHER
                  ' HOLDS NO SECTION - NOTHING TO COVER'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'FIRST DATE ABSENT (YYYYMMDD) ?'.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'LAST DATE ABSENT (YYYYMMDD) ?'.
           ACCEPT WS-TO-DATE.
           IF WS-FROM-DATE NOT NUMERIC
              OR WS-TO-DATE NOT NUMERIC
              OR WS-FROM-DATE = ZERO
              OR WS-TO-DATE < WS-FROM-DATE THEN
              DISPLAY 'INVALID DATES - ABSENCE NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-TO-INT   = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           IF WS-TO-INT - WS-FROM-INT >= WS-MAX-ABSENCE-DAYS THEN
              DISPLAY 'LONGER THAN ' WS-MAX-ABSENCE-DAYS
                  ' DAYS - RECORD THE ABSENCE IN PARTS'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'F - FULL DAY  A - MORNING  P - AFTERNOON ?'.
           ACCEPT WS-DAY-PART.
           IF NOT VALID-DAY-PART THEN
              DISPLAY 'DAY PART MUST BE F, A OR P - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'REASON ?'.
           MOVE SPACES TO WS-REASON.
           ACCEPT WS-REASON.

           PERFORM 3100-CHECK-OVERLAP THRU 3100-EXIT.
           IF ABSENCE-OVERLAPS THEN
              DISPLAY 'AN ABSENCE IS ALREADY RECORDED FOR '
                  WS-TEACHER ' ON THESE DATES - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-ABSENCE-COUNT >= WS-MAX-ABSENCES THEN
              DISPLAY 'ABSENCE TABLE FULL - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-ABSENCE-COUNT.
           MOVE WS-TEACHER   TO WS-ABS-TEACHER(WS-ABSENCE-COUNT).
           MOVE WS-FROM-DATE TO WS-ABS-FROM(WS-ABSENCE-COUNT).
           MOVE WS-TO-DATE   TO WS-ABS-TO(WS-ABSENCE-COUNT).
           MOVE WS-DAY-PART  TO WS-ABS-PART(WS-ABSENCE-COUNT).

           OPEN EXTEND TEACHER-ABSENCES.
           IF WS-ABSENCE-STATUS = '35' THEN
              OPEN OUTPUT TEACHER-ABSENCES
           END-IF.
           MOVE WS-TEACHER   TO TA-TEACHER.
           MOVE WS-FROM-DATE TO TA-FROM-DATE.
           MOVE WS-TO-DATE   TO TA-TO-DATE.
           MOVE WS-DAY-PART  TO TA-DAY-PART.
           MOVE WS-REASON    TO TA-REASON.
           WRITE TEACHER-ABSENCE-RECORD.
           CLOSE TEACHER-ABSENCES.

           MOVE 'A'         TO WS-AUDIT-ACTION.
           MOVE WS-TEACHER  TO WS-AUDIT-KEY.
           MOVE SPACES      TO WS-AUDIT-BEFORE.
           MOVE TEACHER-ABSENCE-RECORD TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.

           DISPLAY 'ABSENCE RECORDED - SECTIONS TO COVER:'.
           MOVE ZERO TO WS-COVERS-LISTED.
           PERFORM 3200-COVER-DAY THRU 3200-EXIT
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-TO-INT.
           IF WS-COVERS-LISTED = ZERO THEN
              DISPLAY 'NO SECTION MEETS IN THE PERIODS MISSED'
           END-IF.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * TWO ABSENCES FOR ONE TEACHER OVERLAP WHEN THE
      * DATES MEET AND EITHER IS A FULL DAY OR BOTH ARE
      * THE SAME HALF.
      *-------------------------------------------------
       3100-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SW.
           PERFORM 3110-COMPARE-ABSENCE THRU 3110-EXIT
               VARYING ABS-IDX FROM 1 BY 1
               UNTIL ABS-IDX > WS-ABSENCE-COUNT
                  OR ABSENCE-OVERLAPS.
       3100-EXIT.
           EXIT.

       3110-COMPARE-ABSENCE.
           IF WS-ABS-TEACHER(ABS-IDX) = WS-TEACHER
              AND WS-ABS-FROM(ABS-IDX) <= WS-TO-DATE
              AND WS-ABS-TO(ABS-IDX) >= WS-FROM-DATE THEN
              IF WS-ABS-PART(ABS-IDX) = 'F'
                 OR WS-DAY-PART = 'F'
                 OR WS-ABS-PART(ABS-IDX) = WS-DAY-PART THEN
                 SET ABSENCE-OVERLAPS TO TRUE
              END-IF
           END-IF.
       3110-EXIT.
           EXIT.

       3200-COVER-DAY.
           DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY.
           IF WEEKEND-DAY THEN
              GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-COVER-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           PERFORM 3210-COVER-PERIOD THRU 3210-EXIT
               VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > WS-LAST-PERIOD.
       3200-EXIT.
           EXIT.

       3210-COVER-PERIOD.
           MOVE WS-DAY-PART TO WS-CHECK-PART.
           PERFORM 7400-CHECK-PERIOD-IN-PART THRU 7400-EXIT.
           IF NOT PERIOD-IN-PART THEN
              GO TO 3210-EXIT
           END-IF.
           PERFORM 3220-COVER-SECTION THRU 3220-EXIT
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT.
       3210-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE OF THE ABSENT TEACHER'S SECTIONS MEETING IN
      * THIS PERIOD GOES ON THE COVER SHEET - ONCE, EVEN
      * IF THE ABSENCE IS KEYED AGAIN.
      *-------------------------------------------------
       3220-COVER-SECTION.
           IF WS-SEC-TEACHER(SEC-IDX) NOT = WS-TEACHER
              OR WS-SEC-PERIOD(SEC-IDX) NOT = WS-PERIOD THEN
              GO TO 3220-EXIT
           END-IF.
           ADD 1 TO WS-COVERS-LISTED.
           PERFORM 7500-FIND-COVER THRU 7500-EXIT.
           IF COVER-FOUND THEN
              DISPLAY WS-COVER-DATE ' P' WS-PERIOD ' '
                  WS-SEC-SUBJECT(SEC-IDX) ' ' WS-SEC-ID(SEC-IDX)
                  '  ALREADY ON THE COVER SHEET'
              GO TO 3220-EXIT
           END-IF.
           IF WS-COVER-COUNT >= WS-MAX-COVERS THEN
              DISPLAY WS-COVER-DATE ' P' WS-PERIOD ' '
                  WS-SEC-SUBJECT(SEC-IDX) ' ' WS-SEC-ID(SEC-IDX)
                  '  COVER TABLE FULL - ARRANGE BY HAND'
              GO TO 3220-EXIT
           END-IF.
           ADD 1 TO WS-COVER-COUNT.
           SET CVR-IDX TO WS-COVER-COUNT.
           MOVE WS-COVER-DATE           TO WS-CVR-DATE(CVR-IDX).
           MOVE WS-PERIOD               TO WS-CVR-PERIOD(CVR-IDX).
           MOVE WS-SEC-SUBJECT(SEC-IDX) TO WS-CVR-SUBJECT(CVR-IDX).
           MOVE WS-SEC-ID(SEC-IDX)      TO WS-CVR-SECTION(CVR-IDX).
           MOVE WS-TEACHER              TO WS-CVR-ABSENT(CVR-IDX).
           MOVE SPACES                  TO WS-CVR-SUBSTITUTE(CVR-IDX).
           MOVE 'N'                     TO WS-CVR-PAID(CVR-IDX).
           PERFORM 3300-ASSIGN-SUBSTITUTE THRU 3300-EXIT.
       3220-EXIT.
           EXIT.

      *-------------------------------------------------
      * GIVE THE COVER AT CVR-IDX TO THE FREE TEACHER
      * WITH THE FEWEST COVERS THIS TERM. TIES GO TO THE
      * FIRST ON THE SECTION MASTER.
      *-------------------------------------------------
       3300-ASSIGN-SUBSTITUTE.
           MOVE WS-CVR-DATE(CVR-IDX)   TO WS-COVER-DATE.
           MOVE WS-CVR-PERIOD(CVR-IDX) TO WS-PERIOD.
           MOVE 'N' TO WS-BEST-FOUND-SW.
           PERFORM 3310-CONSIDER-TEACHER THRU 3310-EXIT
               VARYING TCH-IDX FROM 1 BY 1
               UNTIL TCH-IDX > WS-TEACHER-COUNT.
           IF NOT SUBSTITUTE-FOUND THEN
              DISPLAY WS-COVER-DATE ' P' WS-PERIOD ' '
                  WS-CVR-SUBJECT(CVR-IDX) ' '
                  WS-CVR-SECTION(CVR-IDX)
                  '  UNCOVERED - NO TEACHER FREE'
              GO TO 3300-EXIT
           END-IF.
           SET TCH-IDX TO WS-BEST-TEACHER.
           MOVE WS-TCH-NAME(TCH-IDX) TO WS-CVR-SUBSTITUTE(CVR-IDX).
           ADD 1 TO WS-TCH-COVERS(TCH-IDX).
           ADD 1 TO WS-TCH-UNPAID(TCH-IDX).
           MOVE WS-TCH-COVERS(TCH-IDX) TO WS-COUNT-ED.
           DISPLAY WS-COVER-DATE ' P' WS-PERIOD ' '
               WS-CVR-SUBJECT(CVR-IDX) ' ' WS-CVR-SECTION(CVR-IDX)
               '  COVER ' WS-TCH-NAME(TCH-IDX)
               ' (' WS-COUNT-ED ' THIS TERM)'.
           PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT.
       3300-EXIT.
           EXIT.

       3310-CONSIDER-TEACHER.
           IF WS-TCH-NAME(TCH-IDX) = WS-CVR-ABSENT(CVR-IDX) THEN
              GO TO 3310-EXIT
           END-IF.
           MOVE WS-TCH-NAME(TCH-IDX) TO WS-LOOKUP-TEACHER.
           PERFORM 7200-CHECK-FREE THRU 7200-EXIT.
           IF NOT TEACHER-FREE THEN
              GO TO 3310-EXIT
           END-IF.
           IF SUBSTITUTE-FOUND THEN
              IF WS-TCH-COVERS(TCH-IDX) <
                 WS-TCH-COVERS(WS-BEST-TEACHER) THEN
                 SET WS-BEST-TEACHER TO TCH-IDX
              END-IF
           ELSE
              SET WS-BEST-TEACHER TO TCH-IDX
              SET SUBSTITUTE-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

      *-------------------------------------------------
      * TRY AGAIN FOR A DAY'S UNCOVERED SECTIONS - A
      * TEACHER MAY HAVE COME FREE SINCE THE ABSENCE WAS
      * KEYED.
      *-------------------------------------------------
       4000-RETRY-UNCOVERED.
           DISPLAY 'DATE (YYYYMMDD) ?'.
           ACCEPT WS-COVER-DATE.
           MOVE ZERO TO WS-COVERS-LISTED.
           PERFORM 4100-RETRY-ONE THRU 4100-EXIT
               VARYING CVR-IDX FROM 1 BY 1
               UNTIL CVR-IDX > WS-COVER-COUNT.
           IF WS-COVERS-LISTED = ZERO THEN
              DISPLAY 'NO UNCOVERED SECTIONS ON THAT DATE'
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RETRY-ONE.
           IF WS-CVR-DATE(CVR-IDX) NOT = WS-COVER-DATE
              OR WS-CVR-SUBSTITUTE(CVR-IDX) NOT = SPACES THEN
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-COVERS-LISTED.
           PERFORM 3300-ASSIGN-SUBSTITUTE THRU 3300-EXIT.
       4100-EXIT.
           EXIT.

       5000-LIST-COVER-SHEET.
           DISPLAY 'DATE (YYYYMMDD) ?'.
           ACCEPT WS-COVER-DATE.
           DISPLAY 'COVER SHEET FOR ' WS-COVER-DATE.
           MOVE ZERO TO WS-COVERS-LISTED.
           PERFORM 5100-LIST-PERIOD THRU 5100-EXIT
               VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > WS-LAST-PERIOD.
           IF WS-COVERS-LISTED = ZERO THEN
              DISPLAY 'NO COVER NEEDED ON THAT DATE'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-PERIOD.
           PERFORM 5110-LIST-COVER THRU 5110-EXIT
               VARYING CVR-IDX FROM 1 BY 1
               UNTIL CVR-IDX > WS-COVER-COUNT.
       5100-EXIT.
           EXIT.

       5110-LIST-COVER.
           IF WS-CVR-DATE(CVR-IDX) NOT = WS-COVER-DATE
              OR WS-CVR-PERIOD(CVR-IDX) NOT = WS-PERIOD THEN
              GO TO 5110-EXIT
           END-IF.
           ADD 1 TO WS-COVERS-LISTED.
           IF WS-CVR-SUBSTITUTE(CVR-IDX) = SPACES THEN
              DISPLAY 'P' WS-PERIOD ' ' WS-CVR-SUBJECT(CVR-IDX) ' '
                  WS-CVR-SECTION(CVR-IDX) '  FOR '
                  WS-CVR-ABSENT(CVR-IDX) '  *** UNCOVERED ***'
           ELSE
              DISPLAY 'P' WS-PERIOD ' ' WS-CVR-SUBJECT(CVR-IDX) ' '
                  WS-CVR-SECTION(CVR-IDX) '  FOR '
                  WS-CVR-ABSENT(CVR-IDX) '  COVER '
                  WS-CVR-SUBSTITUTE(CVR-IDX)
           END-IF.
       5110-EXIT.
           EXIT.

       5500-SHOW-COVER-COUNTS.
           DISPLAY 'TEACHER               COVERS  NOT YET PAID'.
           PERFORM 5510-SHOW-TEACHER THRU 5510-EXIT
               VARYING TCH-IDX FROM 1 BY 1
               UNTIL TCH-IDX > WS-TEACHER-COUNT.
       5500-EXIT.
           EXIT.

       5510-SHOW-TEACHER.
           DISPLAY WS-TCH-NAME(TCH-IDX) '  ' WS-TCH-COVERS(TCH-IDX)
               '     ' WS-TCH-UNPAID(TCH-IDX).
       5510-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE REGISTER FOR A COVERED SECTION IS MADE OUT TO
      * THE SUBSTITUTE - THE ATTENDANCE TAKEN IN THAT
      * LESSON IS SIGNED FOR BY THE TEACHER WHO WAS THERE.
      *-------------------------------------------------
       6000-PRINT-REGISTER.
           OPEN EXTEND COVER-REGISTER.
           IF WS-COVER-REGISTER-STATUS = '35' THEN
              OPEN OUTPUT COVER-REGISTER
           END-IF.
           MOVE ALL '=' TO COVER-REGISTER-RECORD.
           WRITE COVER-REGISTER-RECORD.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'COVER REGISTER  ' WS-CVR-DATE(CVR-IDX)
               '  PERIOD ' WS-CVR-PERIOD(CVR-IDX)
               '  ' WS-CVR-SUBJECT(CVR-IDX)
               ' SECTION ' WS-CVR-SECTION(CVR-IDX)
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO COVER-REGISTER-RECORD.
           WRITE COVER-REGISTER-RECORD.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'TAKEN BY ' WS-CVR-SUBSTITUTE(CVR-IDX)
               '  COVERING FOR ' WS-CVR-ABSENT(CVR-IDX)
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO COVER-REGISTER-RECORD.
           WRITE COVER-REGISTER-RECORD.
           MOVE SPACES TO COVER-REGISTER-RECORD.
           WRITE COVER-REGISTER-RECORD.
           PERFORM 6100-PRINT-STUDENT THRU 6100-EXIT
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLL-COUNT.
           MOVE SPACES TO COVER-REGISTER-RECORD.
           WRITE COVER-REGISTER-RECORD.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING 'SIGNED ____________________  '
               WS-CVR-SUBSTITUTE(CVR-IDX)
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO COVER-REGISTER-RECORD.
           WRITE COVER-REGISTER-RECORD.
           CLOSE COVER-REGISTER.
       6000-EXIT.
           EXIT.

       6100-PRINT-STUDENT.
           IF WS-ENR-SUBJECT(ENR-IDX) NOT = WS-CVR-SUBJECT(CVR-IDX)
              OR WS-ENR-SECTION(ENR-IDX) NOT =
                 WS-CVR-SECTION(CVR-IDX) THEN
              GO TO 6100-EXIT
           END-IF.
           MOVE WS-ENR-STUDENT-ID(ENR-IDX) TO STM-STUDENT-ID.
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE '(NOT ON ROSTER)' TO STM-STUDENT-NOM
           END-READ.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING WS-ENR-STUDENT-ID(ENR-IDX) '  ' STM-STUDENT-NOM
               '  PRESENT [ ]  ABSENT [ ]  LATE [ ]'
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO COVER-REGISTER-RECORD.
           WRITE COVER-REGISTER-RECORD.
       6100-EXIT.
           EXIT.

      *-------------------------------------------------
      * EACH TEACHER'S COVERS NOT YET PAID GO TO THE
      * SUPPLEMENTAL-PAY LIST AS ONE COVER ALLOWANCE AT
      * THE COVRPARM RATE PER COVER. THE TEACHER IS
      * FOUND ON EMPLOYEE-MASTER BY EMP-ID (BY NAME WHERE
      * THE SECTION HAS NONE) AND MUST STILL BE EMPLOYED;
      * ANYONE NOT FOUND IS LEFT UNPAID AND NAMED FOR THE
      * PAYROLL OFFICE.
      *-------------------------------------------------
       7000-PASS-TO-PAYROLL.
           DISPLAY 'PASS UNPAID COVER ALLOWANCES TO PAYROLL (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOTHING PASSED'
              GO TO 7000-EXIT
           END-IF.
           IF NOT EMPLOYEES-LOADED THEN
              OPEN INPUT EMPLOYEE-MASTER
              IF WS-EMPLOYEE-MASTER-STATUS = '00' THEN
                 PERFORM 7010-LOAD-EMPLOYEE THRU 7010-EXIT
                     UNTIL END-OF-EMPLOYEES
                        OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
                 CLOSE EMPLOYEE-MASTER
              END-IF
              SET EMPLOYEES-LOADED TO TRUE
           END-IF.
           PERFORM 7020-PASS-TEACHER THRU 7020-EXIT
               VARYING TCH-IDX FROM 1 BY 1
               UNTIL TCH-IDX > WS-TEACHER-COUNT.
       7000-EXIT.
           EXIT.

       7010-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF END-OF-EMPLOYEES THEN
              GO TO 7010-EXIT
           END-IF.
           IF EMP-TERM-DATE > ZERO
              AND EMP-TERM-DATE <= WS-RUN-DATE THEN
              GO TO 7010-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMP-ID  TO WS-TBL-EMP-ID(WS-EMPLOYEE-COUNT).
           MOVE EMP-NOM TO WS-TBL-MATCH-NAME(WS-EMPLOYEE-COUNT).
           INSPECT WS-TBL-MATCH-NAME(WS-EMPLOYEE-COUNT)
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
       7010-EXIT.
           EXIT.

       7020-PASS-TEACHER.
           IF WS-TCH-UNPAID(TCH-IDX) = ZERO THEN
              GO TO 7020-EXIT
           END-IF.
           MOVE WS-TCH-EMP-ID(TCH-IDX) TO WS-MATCH-EMP-ID.
           MOVE WS-TCH-NAME(TCH-IDX) TO WS-MATCH-NAME.
           INSPECT WS-MATCH-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
           PERFORM 7030-MATCH-EMPLOYEE THRU 7030-EXIT
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT OR EMP-FOUND.
           IF NOT EMP-FOUND THEN
              DISPLAY WS-TCH-NAME(TCH-IDX) ' ' WS-MATCH-EMP-ID
                  ' NOT AN ACTIVE EMPLOYEE - NOT PASSED'
              GO TO 7020-EXIT
           END-IF.
           COMPUTE WS-PAY-AMOUNT =
               WS-TCH-UNPAID(TCH-IDX) * WS-ALLOWANCE-RATE.

           OPEN EXTEND SUPPLEMENTAL-LIST.
           IF WS-SUPP-LIST-STATUS = '35' THEN
              OPEN OUTPUT SUPPLEMENTAL-LIST
           END-IF.
           MOVE WS-TBL-EMP-ID(EMP-IDX) TO SL-EMP-ID.
           MOVE WS-PAY-AMOUNT          TO SL-BONUS-AMOUNT.
           MOVE WS-TCH-UNPAID(TCH-IDX) TO WS-COUNT-ED.
           MOVE SPACES TO SL-REASON.
           STRING 'COVER ALLOWANCE ' WS-COUNT-ED
               DELIMITED BY SIZE INTO SL-REASON.
           WRITE SUPPLEMENTAL-LIST-RECORD.
           CLOSE SUPPLEMENTAL-LIST.

           MOVE 'A'                    TO WS-AUDIT-ACTION.
           MOVE WS-TBL-EMP-ID(EMP-IDX) TO WS-AUDIT-KEY.
           MOVE SPACES                 TO WS-AUDIT-BEFORE.
           MOVE SUPPLEMENTAL-LIST-RECORD TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.

           PERFORM 7040-MARK-PAID THRU 7040-EXIT
               VARYING CVR-IDX FROM 1 BY 1
               UNTIL CVR-IDX > WS-COVER-COUNT.
           MOVE ZERO TO WS-TCH-UNPAID(TCH-IDX).
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY WS-TCH-NAME(TCH-IDX) ' ' WS-TBL-EMP-ID(EMP-IDX)
               '  ' WS-COUNT-ED ' COVERS  ' WS-AMOUNT-ED
               ' PASSED TO PAYROLL'.
       7020-EXIT.
           EXIT.

       7030-MATCH-EMPLOYEE.
           IF WS-MATCH-EMP-ID NOT = SPACES THEN
              IF WS-TBL-EMP-ID(EMP-IDX) = WS-MATCH-EMP-ID THEN
                 SET EMP-FOUND TO TRUE
              ELSE
                 SET EMP-IDX UP BY 1
              END-IF
              GO TO 7030-EXIT
           END-IF.
           IF WS-TBL-MATCH-NAME(EMP-IDX) = WS-MATCH-NAME THEN
              SET EMP-FOUND TO TRUE
           ELSE
              SET EMP-IDX UP BY 1
           END-IF.
       7030-EXIT.
           EXIT.

       7040-MARK-PAID.
           IF WS-CVR-SUBSTITUTE(CVR-IDX) = WS-TCH-NAME(TCH-IDX) THEN
              MOVE 'Y' TO WS-CVR-PAID(CVR-IDX)
           END-IF.
       7040-EXIT.
           EXIT.

       7100-FIND-TEACHER.
           MOVE 'N' TO WS-TEACHER-FOUND-SW.
           SET TCH-IDX TO 1.
           PERFORM 7110-MATCH-TEACHER THRU 7110-EXIT
               UNTIL TCH-IDX > WS-TEACHER-COUNT OR TEACHER-FOUND.
       7100-EXIT.
           EXIT.

       7110-MATCH-TEACHER.
           IF WS-TCH-NAME(TCH-IDX) = WS-LOOKUP-TEACHER THEN
              SET TEACHER-FOUND TO TRUE
           ELSE
              SET TCH-IDX UP BY 1
           END-IF.
       7110-EXIT.
           EXIT.

      *-------------------------------------------------
      * A TEACHER IS FREE FOR WS-PERIOD ON WS-COVER-DATE
      * WHEN NOT TEACHING A SECTION OF THEIR OWN THEN,
      * NOT ABSENT FOR THAT PART OF THE DAY, AND NOT
      * ALREADY COVERING ANOTHER SECTION THEN.
      *-------------------------------------------------
       7200-CHECK-FREE.
           MOVE 'Y' TO WS-FREE-SW.
           PERFORM 7210-CHECK-OWN-SECTION THRU 7210-EXIT
               VARYING SEC-IDX2 FROM 1 BY 1
               UNTIL SEC-IDX2 > WS-SECTION-COUNT
                  OR NOT TEACHER-FREE.
           PERFORM 7220-CHECK-ABSENT THRU 7220-EXIT
               VARYING ABS-IDX FROM 1 BY 1
               UNTIL ABS-IDX > WS-ABSENCE-COUNT
                  OR NOT TEACHER-FREE.
           PERFORM 7230-CHECK-COVERING THRU 7230-EXIT
               VARYING CVR-IDX2 FROM 1 BY 1
               UNTIL CVR-IDX2 > WS-COVER-COUNT
                  OR NOT TEACHER-FREE.
       7200-EXIT.
           EXIT.

       7210-CHECK-OWN-SECTION.
           IF WS-SEC-TEACHER(SEC-IDX2) = WS-LOOKUP-TEACHER
              AND WS-SEC-PERIOD(SEC-IDX2) = WS-PERIOD THEN
              MOVE 'N' TO WS-FREE-SW
           END-IF.
       7210-EXIT.
           EXIT.

       7220-CHECK-ABSENT.
           IF WS-ABS-TEACHER(ABS-IDX) = WS-LOOKUP-TEACHER
              AND WS-ABS-FROM(ABS-IDX) <= WS-COVER-DATE
              AND WS-ABS-TO(ABS-IDX) >= WS-COVER-DATE THEN
              MOVE WS-ABS-PART(ABS-IDX) TO WS-CHECK-PART
              PERFORM 7400-CHECK-PERIOD-IN-PART THRU 7400-EXIT
              IF PERIOD-IN-PART THEN
                 MOVE 'N' TO WS-FREE-SW
              END-IF
           END-IF.
       7220-EXIT.
           EXIT.

       7230-CHECK-COVERING.
           IF WS-CVR-SUBSTITUTE(CVR-IDX2) = WS-LOOKUP-TEACHER
              AND WS-CVR-DATE(CVR-IDX2) = WS-COVER-DATE
              AND WS-CVR-PERIOD(CVR-IDX2) = WS-PERIOD THEN
              MOVE 'N' TO WS-FREE-SW
           END-IF.
       7230-EXIT.
           EXIT.

       7400-CHECK-PERIOD-IN-PART.
           MOVE 'N' TO WS-IN-PART-SW.
           EVALUATE WS-CHECK-PART
              WHEN 'F'
                 SET PERIOD-IN-PART TO TRUE
              WHEN 'A'
                 IF WS-PERIOD <= WS-LAST-MORNING-PERIOD THEN
                    SET PERIOD-IN-PART TO TRUE
                 END-IF
              WHEN 'P'
                 IF WS-PERIOD > WS-LAST-MORNING-PERIOD THEN
                    SET PERIOD-IN-PART TO TRUE
                 END-IF
           END-EVALUATE.
       7400-EXIT.
           EXIT.

       7500-FIND-COVER.
           MOVE 'N' TO WS-COVER-FOUND-SW.
           SET CVR-IDX2 TO 1.
           PERFORM 7510-MATCH-COVER THRU 7510-EXIT
               UNTIL CVR-IDX2 > WS-COVER-COUNT OR COVER-FOUND.
       7500-EXIT.
           EXIT.

       7510-MATCH-COVER.
           IF WS-CVR-DATE(CVR-IDX2) = WS-COVER-DATE
              AND WS-CVR-PERIOD(CVR-IDX2) = WS-PERIOD
              AND WS-CVR-SUBJECT(CVR-IDX2) = WS-SEC-SUBJECT(SEC-IDX)
              AND WS-CVR-SECTION(CVR-IDX2) = WS-SEC-ID(SEC-IDX) THEN
              SET COVER-FOUND TO TRUE
           ELSE
              SET CVR-IDX2 UP BY 1
           END-IF.
       7510-EXIT.
           EXIT.

       8000-REWRITE-COVERS.
           CLOSE STUDENT-MASTER.
           OPEN OUTPUT COVER-FILE.
           PERFORM 8010-WRITE-COVER THRU 8010-EXIT
               VARYING CVR-IDX FROM 1 BY 1
               UNTIL CVR-IDX > WS-COVER-COUNT.
           CLOSE COVER-FILE.
       8000-EXIT.
           EXIT.

       8010-WRITE-COVER.
           MOVE WS-CVR-DATE(CVR-IDX)       TO CV-COVER-DATE.
           MOVE WS-CVR-PERIOD(CVR-IDX)     TO CV-PERIOD.
           MOVE WS-CVR-SUBJECT(CVR-IDX)    TO CV-SUBJECT-CODE.
           MOVE WS-CVR-SECTION(CVR-IDX)    TO CV-SECTION-ID.
           MOVE WS-CVR-ABSENT(CVR-IDX)     TO CV-ABSENT-TEACHER.
           MOVE WS-CVR-SUBSTITUTE(CVR-IDX) TO CV-SUBSTITUTE.
           MOVE WS-CVR-PAID(CVR-IDX)       TO CV-PAID-SW.
           WRITE COVER-RECORD.
       8010-EXIT.
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
           MOVE 'COVERASSIGN' TO AA-PROGRAM.
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
