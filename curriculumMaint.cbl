      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CurriculumMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUBJECT AND SECTION
      *               MAINTENANCE. KEEPS THE SUBJECT MASTER
      *               (SUBJMAST, SUBJMFD LAYOUT) - NAME,
      *               TEACHER, CREDIT WEIGHT AND WEIGHTING
      *               SCHEME - AND THE SECTION MASTER
      *               (SECTMAST, SECTFD LAYOUT) - TEACHER,
      *               PERIOD AND SEAT CAPACITY. THE TEACHER
      *               IS KEYED BY EMP-ID AND MUST BE AN
      *               ACTIVE EMPLOYEE ON EMPLOYEE-MASTER;
      *               THE NAME STORED WITH IT IS THE
      *               EMPLOYEE'S OWN, SO ONE TEACHER IS
      *               ALWAYS SPELT ONE WAY. A TEACHER MAY
      *               NOT HOLD TWO SECTIONS IN ONE PERIOD, A
      *               SECTION'S CAPACITY MAY NOT DROP BELOW
      *               ITS ENROLLMENTS AND A SECTION WITH
      *               STUDENTS ENROLLED MAY NOT BE DELETED.
      *               EVERY CHANGE APPENDS TO THE SHARED
      *               ACTIVITY-AUDIT FILE WITH THE SIGNED-ON
      *               OPERATOR, SAME AS THE OTHER MASTERS.
      * 15/10/26  AP  SUBJECT GROUP (SM-SUBJECT-GROUP) KEPT
      *               ON THE SUBJECT - REQUIRED ON EVERY ADD
      *               OR CHANGE, IT IS THE GROUP THE
      *               CREDIT AUDIT COUNTS THE SUBJECT TOWARD.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-MASTER-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-MASTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  SUBJECT-MASTER.
           COPY "subjmfd.cpy".

       FD  SECTION-MASTER.
           COPY "sectfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-SUBJECT-MASTER-STATUS  PIC X(02).
       01  WS-SECTION-MASTER-STATUS  PIC X(02).
       01  WS-EMPLOYEE-MASTER-STATUS PIC X(02).
       01  WS-ENROLLMENT-STATUS      PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-SUBJECT-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-SUBJECTS     VALUE 'Y'.
           05 WS-SECTION-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-SECTIONS     VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES    VALUE 'Y'.
           05 WS-ENROLL-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS  VALUE 'Y'.
           05 WS-SUBJECT-FOUND-SW    PIC X(01).
              88 SUBJECT-FOUND       VALUE 'Y'.
           05 WS-SECTION-FOUND-SW    PIC X(01).
              88 SECTION-FOUND       VALUE 'Y'.
           05 WS-EMP-FOUND-SW        PIC X(01).
              88 EMPLOYEE-FOUND      VALUE 'Y'.
           05 WS-TEACHER-OK-SW       PIC X(01).
              88 TEACHER-OK          VALUE 'Y'.
           05 WS-CLASH-SW            PIC X(01).
              88 PERIOD-CLASH        VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 MAINTAIN-SUBJECT       VALUE 'S'.
           88 MAINTAIN-SECTION       VALUE 'T'.
           88 DELETE-SECTION         VALUE 'D'.
           88 INQUIRE-SUBJECT        VALUE 'I'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-SUBJECT-CODE           PIC X(08).
       01  WS-SECTION-ID             PIC X(02).
       01  WS-SUBJECT-NAME           PIC X(20).
       01  WS-TEACHER-EMP-ID         PIC X(06).
       01  WS-TEACHER-NAME           PIC X(20).
       01  WS-CREDIT-TENTHS          PIC 9(02).
       01  WS-CREDIT-WEIGHT          PIC 9(01)V9.
       01  WS-HOMEWORK-PCT           PIC 9(02).
       01  WS-QUIZ-PCT               PIC 9(02).
       01  WS-EXAM-PCT               PIC 9(02).
       01  WS-SUBJECT-GROUP          PIC X(04).
       01  WS-PCT-TOTAL              PIC 9(03).
       01  WS-PERIOD                 PIC 9(02).
       01  WS-CAPACITY               PIC 9(03).
       01  WS-CONFIRM                PIC X(01).

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-KEY              PIC X(12).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-LOWER-CASE             PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE             PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-MAX-SUBJECTS           PIC 9(02) COMP VALUE 50.
       01  WS-SUBJECT-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-SUBJECT-TABLE.
           05 WS-SUBJECT-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-SUBJECT-COUNT
                 INDEXED BY SUB-IDX.
              10 WS-SUB-CODE         PIC X(08).
              10 WS-SUB-NAME         PIC X(20).
              10 WS-SUB-TEACHER      PIC X(20).
              10 WS-SUB-EMP-ID       PIC X(06).
              10 WS-SUB-WEIGHT       PIC 9(01)V9.
              10 WS-SUB-HOMEWORK     PIC 9(02).
              10 WS-SUB-QUIZ         PIC 9(02).
              10 WS-SUB-EXAM         PIC 9(02).
              10 WS-SUB-GROUP        PIC X(04).

       01  WS-MAX-SECTIONS           PIC 9(03) COMP VALUE 200.
       01  WS-SECTION-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-SECTION-TABLE.
           05 WS-SECTION-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-SECTION-COUNT
                 INDEXED BY SEC-IDX SEC-IDX2.
              10 WS-SEC-SUBJECT      PIC X(08).
              10 WS-SEC-ID           PIC X(02).
              10 WS-SEC-TEACHER      PIC X(20).
              10 WS-SEC-EMP-ID       PIC X(06).
              10 WS-SEC-PERIOD       PIC 9(02).
              10 WS-SEC-CAPACITY     PIC 9(03).
              10 WS-SEC-ENROLLED     PIC 9(04) COMP.
              10 WS-SEC-DELETED      PIC X(01).

       01  WS-MAX-EMPLOYEES          PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-TBL-EMP-ID       PIC X(06).
              10 WS-TBL-NOM          PIC X(20).
              10 WS-TBL-TERM-DATE    PIC 9(08).

       01  WS-WEIGHT-ED              PIC 9.9.

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
           MOVE 'CURRICMAINT' TO SGN-PROGRAM.
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

           OPEN INPUT SUBJECT-MASTER.
           IF WS-SUBJECT-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-SUBJECT THRU 1100-EXIT
                  UNTIL END-OF-SUBJECTS
                     OR WS-SUBJECT-COUNT >= WS-MAX-SUBJECTS
              CLOSE SUBJECT-MASTER
           END-IF.

           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-SECTION THRU 1200-EXIT
                  UNTIL END-OF-SECTIONS
                     OR WS-SECTION-COUNT >= WS-MAX-SECTIONS
              CLOSE SECTION-MASTER
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = '00' THEN
              PERFORM 1300-LOAD-EMPLOYEE THRU 1300-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLLMENT-STATUS = '00' THEN
              PERFORM 1400-COUNT-ENROLLMENT THRU 1400-EXIT
                  UNTIL END-OF-ENROLLMENTS
              CLOSE ENROLLMENT-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-SUBJECT.
           READ SUBJECT-MASTER
              AT END SET END-OF-SUBJECTS TO TRUE
           END-READ.
           IF END-OF-SUBJECTS THEN
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-SUBJECT-COUNT.
           SET SUB-IDX TO WS-SUBJECT-COUNT.
           MOVE SM-SUBJECT-CODE   TO WS-SUB-CODE(SUB-IDX).
           MOVE SM-SUBJECT-NAME   TO WS-SUB-NAME(SUB-IDX).
           MOVE SM-TEACHER        TO WS-SUB-TEACHER(SUB-IDX).
           MOVE SM-TEACHER-EMP-ID TO WS-SUB-EMP-ID(SUB-IDX).
           MOVE SM-CREDIT-WEIGHT  TO WS-SUB-WEIGHT(SUB-IDX).
           MOVE SM-HOMEWORK-PCT   TO WS-SUB-HOMEWORK(SUB-IDX).
           MOVE SM-QUIZ-PCT       TO WS-SUB-QUIZ(SUB-IDX).
           MOVE SM-EXAM-PCT       TO WS-SUB-EXAM(SUB-IDX).
           MOVE SM-SUBJECT-GROUP  TO WS-SUB-GROUP(SUB-IDX).
       1100-EXIT.
           EXIT.

       1200-LOAD-SECTION.
           READ SECTION-MASTER
              AT END SET END-OF-SECTIONS TO TRUE
           END-READ.
           IF END-OF-SECTIONS THEN
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           SET SEC-IDX TO WS-SECTION-COUNT.
           MOVE SEC-SUBJECT-CODE   TO WS-SEC-SUBJECT(SEC-IDX).
           MOVE SEC-SECTION-ID     TO WS-SEC-ID(SEC-IDX).
           MOVE SEC-TEACHER        TO WS-SEC-TEACHER(SEC-IDX).
           MOVE SEC-TEACHER-EMP-ID TO WS-SEC-EMP-ID(SEC-IDX).
           MOVE SEC-PERIOD         TO WS-SEC-PERIOD(SEC-IDX).
           MOVE SEC-SEAT-CAPACITY  TO WS-SEC-CAPACITY(SEC-IDX).
           MOVE ZERO               TO WS-SEC-ENROLLED(SEC-IDX).
           MOVE 'N'                TO WS-SEC-DELETED(SEC-IDX).
       1200-EXIT.
           EXIT.

       1300-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEES THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              SET EMP-IDX TO WS-EMPLOYEE-COUNT
              MOVE EMP-ID        TO WS-TBL-EMP-ID(EMP-IDX)
              MOVE EMP-NOM       TO WS-TBL-NOM(EMP-IDX)
              MOVE EMP-TERM-DATE TO WS-TBL-TERM-DATE(EMP-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-COUNT-ENROLLMENT.
           READ ENROLLMENT-FILE
              AT END SET END-OF-ENROLLMENTS TO TRUE
           END-READ.
           IF END-OF-ENROLLMENTS THEN
              GO TO 1400-EXIT
           END-IF.
           MOVE EN-SUBJECT-CODE TO WS-SUBJECT-CODE.
           MOVE EN-SECTION-ID   TO WS-SECTION-ID.
           PERFORM 2300-FIND-SECTION THRU 2300-EXIT.
           IF SECTION-FOUND THEN
              ADD 1 TO WS-SEC-ENROLLED(SEC-IDX)
           END-IF.
       1400-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SUBJECT AND SECTION MAINTENANCE -------'.
           DISPLAY 'S - SUBJECT   T - SECTION   D - DELETE SECTION'.
           DISPLAY 'I - INQUIRE   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN MAINTAIN-SUBJECT
                 PERFORM 3000-MAINTAIN-SUBJECT THRU 3000-EXIT
              WHEN MAINTAIN-SECTION
                 PERFORM 4000-MAINTAIN-SECTION THRU 4000-EXIT
              WHEN DELETE-SECTION
                 PERFORM 5000-DELETE-SECTION THRU 5000-EXIT
              WHEN INQUIRE-SUBJECT
                 PERFORM 6000-INQUIRE-SUBJECT THRU 6000-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2200-FIND-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-FOUND-SW.
           SET SUB-IDX TO 1.
           PERFORM 2210-COMPARE-SUBJECT THRU 2210-EXIT
               UNTIL SUB-IDX > WS-SUBJECT-COUNT OR SUBJECT-FOUND.
       2200-EXIT.
           EXIT.

       2210-COMPARE-SUBJECT.
           IF WS-SUB-CODE(SUB-IDX) = WS-SUBJECT-CODE THEN
              SET SUBJECT-FOUND TO TRUE
           ELSE
              SET SUB-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

       2300-FIND-SECTION.
           MOVE 'N' TO WS-SECTION-FOUND-SW.
           SET SEC-IDX TO 1.
           PERFORM 2310-COMPARE-SECTION THRU 2310-EXIT
               UNTIL SEC-IDX > WS-SECTION-COUNT OR SECTION-FOUND.
       2300-EXIT.
           EXIT.

       2310-COMPARE-SECTION.
           IF WS-SEC-SUBJECT(SEC-IDX) = WS-SUBJECT-CODE
              AND WS-SEC-ID(SEC-IDX) = WS-SECTION-ID
              AND WS-SEC-DELETED(SEC-IDX) = 'N' THEN
              SET SECTION-FOUND TO TRUE
           ELSE
              SET SEC-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADD A SUBJECT, OR CHANGE AN EXISTING ONE. THE
      * THREE ASSESSMENT PERCENTAGES MUST SUM TO 100 AND
      * THE TEACHER MUST BE AN ACTIVE EMPLOYEE.
      *-------------------------------------------------
       3000-MAINTAIN-SUBJECT.
           DISPLAY 'SUBJECT CODE ?'.
           ACCEPT WS-SUBJECT-CODE.
           INSPECT WS-SUBJECT-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-SUBJECT-CODE = SPACES THEN
              DISPLAY 'SUBJECT CODE REQUIRED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2200-FIND-SUBJECT THRU 2200-EXIT.
           IF NOT SUBJECT-FOUND
              AND WS-SUBJECT-COUNT >= WS-MAX-SUBJECTS THEN
              DISPLAY 'SUBJECT TABLE FULL - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           IF SUBJECT-FOUND THEN
              DISPLAY 'NOW: ' WS-SUB-NAME(SUB-IDX) ' '
                  WS-SUB-TEACHER(SUB-IDX) ' '
                  WS-SUB-EMP-ID(SUB-IDX)
           END-IF.
           DISPLAY 'SUBJECT NAME ?'.
           ACCEPT WS-SUBJECT-NAME.
           DISPLAY 'TEACHER EMP-ID ?'.
           ACCEPT WS-TEACHER-EMP-ID.
           DISPLAY 'CREDIT WEIGHT IN TENTHS (10 = 1.0) ?'.
           ACCEPT WS-CREDIT-TENTHS.
           COMPUTE WS-CREDIT-WEIGHT = WS-CREDIT-TENTHS / 10.
           DISPLAY 'HOMEWORK PERCENT ?'.
           ACCEPT WS-HOMEWORK-PCT.
           DISPLAY 'QUIZ PERCENT ?'.
           ACCEPT WS-QUIZ-PCT.
           DISPLAY 'EXAM PERCENT ?'.
           ACCEPT WS-EXAM-PCT.
           DISPLAY 'SUBJECT GROUP (LANG, MATH, SCI, HUM ...) ?'.
           ACCEPT WS-SUBJECT-GROUP.
           INSPECT WS-SUBJECT-GROUP
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-SUBJECT-NAME = SPACES
              OR WS-CREDIT-WEIGHT = ZERO
              OR WS-SUBJECT-GROUP = SPACES THEN
              DISPLAY 'NAME, CREDIT WEIGHT AND GROUP REQUIRED'
                  ' - UNCHANGED'
              GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-PCT-TOTAL =
               WS-HOMEWORK-PCT + WS-QUIZ-PCT + WS-EXAM-PCT.
           IF WS-PCT-TOTAL NOT = 100 THEN
              DISPLAY 'PERCENTAGES SUM TO ' WS-PCT-TOTAL
                  ' NOT 100 - UNCHANGED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 7000-VALIDATE-TEACHER THRU 7000-EXIT.
           IF NOT TEACHER-OK THEN
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF SUBJECT-FOUND THEN
              PERFORM 8950-BUILD-SUBJECT-IMAGE THRU 8950-EXIT
              MOVE SUBJECT-MASTER-RECORD TO WS-AUDIT-BEFORE
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              ADD 1 TO WS-SUBJECT-COUNT
              SET SUB-IDX TO WS-SUBJECT-COUNT
              MOVE WS-SUBJECT-CODE TO WS-SUB-CODE(SUB-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-SUBJECT-NAME   TO WS-SUB-NAME(SUB-IDX).
           MOVE WS-TEACHER-NAME   TO WS-SUB-TEACHER(SUB-IDX).
           MOVE WS-TEACHER-EMP-ID TO WS-SUB-EMP-ID(SUB-IDX).
           MOVE WS-CREDIT-WEIGHT  TO WS-SUB-WEIGHT(SUB-IDX).
           MOVE WS-HOMEWORK-PCT   TO WS-SUB-HOMEWORK(SUB-IDX).
           MOVE WS-QUIZ-PCT       TO WS-SUB-QUIZ(SUB-IDX).
           MOVE WS-EXAM-PCT       TO WS-SUB-EXAM(SUB-IDX).
           MOVE WS-SUBJECT-GROUP  TO WS-SUB-GROUP(SUB-IDX).
           PERFORM 8950-BUILD-SUBJECT-IMAGE THRU 8950-EXIT.
           MOVE SUBJECT-MASTER-RECORD TO WS-AUDIT-AFTER.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING 'S' WS-SUBJECT-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-KEY.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'SUBJECT ' WS-SUBJECT-CODE ' SAVED - TEACHER '
               WS-TEACHER-NAME.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADD A SECTION TO A SUBJECT, OR CHANGE ONE. THE
      * TEACHER MUST BE AN ACTIVE EMPLOYEE NOT ALREADY
      * TEACHING ANOTHER SECTION IN THE SAME PERIOD, AND
      * THE CAPACITY MAY NOT DROP BELOW THE STUDENTS
      * ALREADY ENROLLED.
      *-------------------------------------------------
       4000-MAINTAIN-SECTION.
           DISPLAY 'SUBJECT CODE ?'.
           ACCEPT WS-SUBJECT-CODE.
           INSPECT WS-SUBJECT-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           PERFORM 2200-FIND-SUBJECT THRU 2200-EXIT.
           IF NOT SUBJECT-FOUND THEN
              DISPLAY 'SUBJECT ' WS-SUBJECT-CODE ' NOT ON FILE'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'SECTION ID ?'.
           ACCEPT WS-SECTION-ID.
           IF WS-SECTION-ID = SPACES THEN
              DISPLAY 'SECTION ID REQUIRED'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 2300-FIND-SECTION THRU 2300-EXIT.
           IF NOT SECTION-FOUND
              AND WS-SECTION-COUNT >= WS-MAX-SECTIONS THEN
              DISPLAY 'SECTION TABLE FULL - NOT ADDED'
              GO TO 4000-EXIT
           END-IF.
           IF SECTION-FOUND THEN
              DISPLAY 'NOW: ' WS-SEC-TEACHER(SEC-IDX) ' '
                  WS-SEC-EMP-ID(SEC-IDX) ' PERIOD '
                  WS-SEC-PERIOD(SEC-IDX) ' SEATS '
                  WS-SEC-CAPACITY(SEC-IDX) ' ENROLLED '
                  WS-SEC-ENROLLED(SEC-IDX)
           END-IF.
           DISPLAY 'TEACHER EMP-ID ?'.
           ACCEPT WS-TEACHER-EMP-ID.
           DISPLAY 'PERIOD (01-12) ?'.
           ACCEPT WS-PERIOD.
           DISPLAY 'SEAT CAPACITY ?'.
           ACCEPT WS-CAPACITY.
           IF WS-PERIOD < 1 OR WS-PERIOD > 12
              OR WS-CAPACITY = ZERO THEN
              DISPLAY 'PERIOD 01-12 AND CAPACITY REQUIRED'
                  ' - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.
           IF SECTION-FOUND THEN
              IF WS-CAPACITY < WS-SEC-ENROLLED(SEC-IDX) THEN
                 DISPLAY 'CAPACITY BELOW STUDENTS ALREADY ENROLLED'
                     ' - UNCHANGED'
                 GO TO 4000-EXIT
              END-IF
           END-IF.
           PERFORM 7000-VALIDATE-TEACHER THRU 7000-EXIT.
           IF NOT TEACHER-OK THEN
              GO TO 4000-EXIT
           END-IF.
           PERFORM 7200-CHECK-PERIOD-CLASH THRU 7200-EXIT.
           IF PERIOD-CLASH THEN
              DISPLAY WS-TEACHER-NAME ' ALREADY TEACHES '
                  WS-SEC-SUBJECT(SEC-IDX2) ' '
                  WS-SEC-ID(SEC-IDX2) ' IN PERIOD ' WS-PERIOD
                  ' - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF SECTION-FOUND THEN
              PERFORM 8960-BUILD-SECTION-IMAGE THRU 8960-EXIT
              MOVE SECTION-MASTER-RECORD TO WS-AUDIT-BEFORE
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              ADD 1 TO WS-SECTION-COUNT
              SET SEC-IDX TO WS-SECTION-COUNT
              MOVE WS-SUBJECT-CODE TO WS-SEC-SUBJECT(SEC-IDX)
              MOVE WS-SECTION-ID   TO WS-SEC-ID(SEC-IDX)
              MOVE ZERO            TO WS-SEC-ENROLLED(SEC-IDX)
              MOVE 'N'             TO WS-SEC-DELETED(SEC-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-TEACHER-NAME   TO WS-SEC-TEACHER(SEC-IDX).
           MOVE WS-TEACHER-EMP-ID TO WS-SEC-EMP-ID(SEC-IDX).
           MOVE WS-PERIOD         TO WS-SEC-PERIOD(SEC-IDX).
           MOVE WS-CAPACITY       TO WS-SEC-CAPACITY(SEC-IDX).
           PERFORM 8960-BUILD-SECTION-IMAGE THRU 8960-EXIT.
           MOVE SECTION-MASTER-RECORD TO WS-AUDIT-AFTER.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING 'T' WS-SUBJECT-CODE WS-SECTION-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'SECTION ' WS-SUBJECT-CODE ' ' WS-SECTION-ID
               ' SAVED - TEACHER ' WS-TEACHER-NAME.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A SECTION GOES ONLY ONCE NOBODY IS ENROLLED IN
      * IT - ENROLLMAINT MOVES THE STUDENTS FIRST.
      *-------------------------------------------------
       5000-DELETE-SECTION.
           DISPLAY 'SUBJECT CODE ?'.
           ACCEPT WS-SUBJECT-CODE.
           INSPECT WS-SUBJECT-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           DISPLAY 'SECTION ID ?'.
           ACCEPT WS-SECTION-ID.
           PERFORM 2300-FIND-SECTION THRU 2300-EXIT.
           IF NOT SECTION-FOUND THEN
              DISPLAY 'SECTION ' WS-SUBJECT-CODE ' ' WS-SECTION-ID
                  ' NOT ON FILE'
              GO TO 5000-EXIT
           END-IF.
           IF WS-SEC-ENROLLED(SEC-IDX) > ZERO THEN
              DISPLAY WS-SEC-ENROLLED(SEC-IDX)
                  ' STUDENTS STILL ENROLLED - NOT DELETED'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'DELETE SECTION ' WS-SUBJECT-CODE ' '
               WS-SECTION-ID ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT DELETED'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8960-BUILD-SECTION-IMAGE THRU 8960-EXIT.
           MOVE SECTION-MASTER-RECORD TO WS-AUDIT-BEFORE.
           MOVE 'Y' TO WS-SEC-DELETED(SEC-IDX).
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING 'T' WS-SUBJECT-CODE WS-SECTION-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY.
           MOVE 'D' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'SECTION ' WS-SUBJECT-CODE ' ' WS-SECTION-ID
               ' DELETED'.
       5000-EXIT.
           EXIT.

       6000-INQUIRE-SUBJECT.
           DISPLAY 'SUBJECT CODE ?'.
           ACCEPT WS-SUBJECT-CODE.
           INSPECT WS-SUBJECT-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           PERFORM 2200-FIND-SUBJECT THRU 2200-EXIT.
           IF NOT SUBJECT-FOUND THEN
              DISPLAY 'SUBJECT ' WS-SUBJECT-CODE ' NOT ON FILE'
              GO TO 6000-EXIT
           END-IF.
           MOVE WS-SUB-WEIGHT(SUB-IDX) TO WS-WEIGHT-ED.
           DISPLAY 'SUBJECT    : ' WS-SUB-CODE(SUB-IDX) ' '
               WS-SUB-NAME(SUB-IDX).
           DISPLAY 'TEACHER    : ' WS-SUB-TEACHER(SUB-IDX) ' '
               WS-SUB-EMP-ID(SUB-IDX).
           DISPLAY 'CREDIT     : ' WS-WEIGHT-ED
               ' GROUP ' WS-SUB-GROUP(SUB-IDX).
           DISPLAY 'WEIGHTING  : HOMEWORK ' WS-SUB-HOMEWORK(SUB-IDX)
               ' QUIZ ' WS-SUB-QUIZ(SUB-IDX)
               ' EXAM ' WS-SUB-EXAM(SUB-IDX).
           PERFORM 6100-SHOW-SECTION THRU 6100-EXIT
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT.
       6000-EXIT.
           EXIT.

       6100-SHOW-SECTION.
           IF WS-SEC-SUBJECT(SEC-IDX) = WS-SUBJECT-CODE
              AND WS-SEC-DELETED(SEC-IDX) = 'N' THEN
              DISPLAY 'SECTION ' WS-SEC-ID(SEC-IDX) ' : '
                  WS-SEC-TEACHER(SEC-IDX) ' '
                  WS-SEC-EMP-ID(SEC-IDX) ' PERIOD '
                  WS-SEC-PERIOD(SEC-IDX) ' SEATS '
                  WS-SEC-CAPACITY(SEC-IDX) ' ENROLLED '
                  WS-SEC-ENROLLED(SEC-IDX)
           END-IF.
       6100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE TEACHER'S EMP-ID MUST BE ON EMPLOYEE-MASTER
      * AND NOT TERMINATED ON OR BEFORE TODAY. THE NAME
      * KEPT ON THE MASTER IS THE EMPLOYEE'S, UPPER CASE.
      *-------------------------------------------------
       7000-VALIDATE-TEACHER.
           MOVE 'N' TO WS-TEACHER-OK-SW.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           PERFORM 7010-MATCH-EMPLOYEE THRU 7010-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
                  OR EMPLOYEE-FOUND.
           IF NOT EMPLOYEE-FOUND THEN
              DISPLAY 'EMPLOYEE ' WS-TEACHER-EMP-ID
                  ' NOT ON EMPLOYEE-MASTER - UNCHANGED'
              GO TO 7000-EXIT
           END-IF.
           SET EMP-IDX DOWN BY 1.
           IF WS-TBL-TERM-DATE(EMP-IDX) > ZERO
              AND WS-TBL-TERM-DATE(EMP-IDX) <= WS-RUN-DATE THEN
              DISPLAY 'EMPLOYEE ' WS-TEACHER-EMP-ID
                  ' TERMINATED ' WS-TBL-TERM-DATE(EMP-IDX)
                  ' - UNCHANGED'
              GO TO 7000-EXIT
           END-IF.
           MOVE WS-TBL-NOM(EMP-IDX) TO WS-TEACHER-NAME.
           INSPECT WS-TEACHER-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           SET TEACHER-OK TO TRUE.
       7000-EXIT.
           EXIT.

       7010-MATCH-EMPLOYEE.
           IF WS-TBL-EMP-ID(EMP-IDX) = WS-TEACHER-EMP-ID THEN
              SET EMPLOYEE-FOUND TO TRUE
           END-IF.
       7010-EXIT.
           EXIT.

      *-------------------------------------------------
      * ANY OTHER LIVE SECTION WITH THE SAME TEACHER IN
      * THE SAME PERIOD IS A CLASH.
      *-------------------------------------------------
       7200-CHECK-PERIOD-CLASH.
           MOVE 'N' TO WS-CLASH-SW.
           SET SEC-IDX2 TO 1.
           PERFORM 7210-COMPARE-PERIOD THRU 7210-EXIT
               UNTIL SEC-IDX2 > WS-SECTION-COUNT OR PERIOD-CLASH.
       7200-EXIT.
           EXIT.

       7210-COMPARE-PERIOD.
           IF WS-SEC-EMP-ID(SEC-IDX2) = WS-TEACHER-EMP-ID
              AND WS-SEC-PERIOD(SEC-IDX2) = WS-PERIOD
              AND WS-SEC-DELETED(SEC-IDX2) = 'N'
              AND (WS-SEC-SUBJECT(SEC-IDX2) NOT = WS-SUBJECT-CODE
                OR WS-SEC-ID(SEC-IDX2) NOT = WS-SECTION-ID) THEN
              SET PERIOD-CLASH TO TRUE
           ELSE
              SET SEC-IDX2 UP BY 1
           END-IF.
       7210-EXIT.
           EXIT.

       8000-REWRITE-MASTERS.
           OPEN OUTPUT SUBJECT-MASTER.
           PERFORM 8010-WRITE-SUBJECT THRU 8010-EXIT
               VARYING SUB-IDX FROM 1 BY 1
               UNTIL SUB-IDX > WS-SUBJECT-COUNT.
           CLOSE SUBJECT-MASTER.

           OPEN OUTPUT SECTION-MASTER.
           PERFORM 8020-WRITE-SECTION THRU 8020-EXIT
               VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SECTION-COUNT.
           CLOSE SECTION-MASTER.
       8000-EXIT.
           EXIT.

       8010-WRITE-SUBJECT.
           PERFORM 8950-BUILD-SUBJECT-IMAGE THRU 8950-EXIT.
           WRITE SUBJECT-MASTER-RECORD.
       8010-EXIT.
           EXIT.

       8020-WRITE-SECTION.
           IF WS-SEC-DELETED(SEC-IDX) = 'N' THEN
              PERFORM 8960-BUILD-SECTION-IMAGE THRU 8960-EXIT
              WRITE SECTION-MASTER-RECORD
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
           MOVE 'CURRICMAINT' TO AA-PROGRAM.
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

       8950-BUILD-SUBJECT-IMAGE.
           MOVE SPACES TO SUBJECT-MASTER-RECORD.
           MOVE WS-SUB-CODE(SUB-IDX)     TO SM-SUBJECT-CODE.
           MOVE WS-SUB-NAME(SUB-IDX)     TO SM-SUBJECT-NAME.
           MOVE WS-SUB-TEACHER(SUB-IDX)  TO SM-TEACHER.
           MOVE WS-SUB-EMP-ID(SUB-IDX)   TO SM-TEACHER-EMP-ID.
           MOVE WS-SUB-WEIGHT(SUB-IDX)   TO SM-CREDIT-WEIGHT.
           MOVE WS-SUB-HOMEWORK(SUB-IDX) TO SM-HOMEWORK-PCT.
           MOVE WS-SUB-QUIZ(SUB-IDX)     TO SM-QUIZ-PCT.
           MOVE WS-SUB-EXAM(SUB-IDX)     TO SM-EXAM-PCT.
           MOVE WS-SUB-GROUP(SUB-IDX)    TO SM-SUBJECT-GROUP.
       8950-EXIT.
           EXIT.

       8960-BUILD-SECTION-IMAGE.
           MOVE SPACES TO SECTION-MASTER-RECORD.
           MOVE WS-SEC-SUBJECT(SEC-IDX)  TO SEC-SUBJECT-CODE.
           MOVE WS-SEC-ID(SEC-IDX)       TO SEC-SECTION-ID.
           MOVE WS-SEC-TEACHER(SEC-IDX)  TO SEC-TEACHER.
           MOVE WS-SEC-EMP-ID(SEC-IDX)   TO SEC-TEACHER-EMP-ID.
           MOVE WS-SEC-PERIOD(SEC-IDX)   TO SEC-PERIOD.
           MOVE WS-SEC-CAPACITY(SEC-IDX) TO SEC-SEAT-CAPACITY.
       8960-EXIT.
           EXIT.
