      *               DAY A GRADE LANDS. WITH NO ENROLLMENT
      *               FILE ALLOCATED THE OLD GRADE-RECORD
      *               COUNT REMAINS AS A FALLBACK.
      * 15/10/26  AP  THE PER-TEACHER ROLL-UP IS BY THE
      *               TEACHER'S EMP-ID ON EMPLOYEE-MASTER,
      *               PRINTED WITH THE EMPLOYEE'S NAME, SO TWO
      *               SPELLINGS OF ONE TEACHER NO LONGER SPLIT
      *               THE LOAD. A SUBJECT NOT YET KEYED TO AN
      *               EMPLOYEE STILL ROLLS UP BY NAME AND IS
      *               MARKED. THE SECTION MASTER IS CHECKED
      *               AND ANY SECTION STILL HELD BY A
      *               TERMINATED OR UNKNOWN EMPLOYEE IS
      *               LISTED - RETURN CODE 4 WHEN ANY ARE.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-MASTER-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  SECTION-MASTER.
           COPY "sectfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUBJECT-MASTER-STATUS PIC X(02).
       01  WS-SUBJECT-GRADES-STATUS PIC X(02).
       01  WS-TEACHER-LOAD-STATUS   PIC X(02).
       01  WS-ENROLLMENT-STATUS     PIC X(02).
       01  WS-EMPLOYEE-MASTER-STATUS PIC X(02).
       01  WS-SECTION-MASTER-STATUS PIC X(02).
       01  WS-ENRLMNT-EOF-SW        PIC X(01) VALUE 'N'.
           88 END-OF-ENROLLMENTS    VALUE 'Y'.
       01  WS-ENROLL-MODE-SW        PIC X(01) VALUE 'N'.
              88 END-OF-SUBJECTS    VALUE 'Y'.
           05 WS-CODE-FOUND-SW      PIC X(01).
              88 SUBJECT-CODE-OK    VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES   VALUE 'Y'.
           05 WS-SECTION-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SECTIONS    VALUE 'Y'.
           05 WS-EMP-FOUND-SW       PIC X(01).
              88 EMPLOYEE-FOUND     VALUE 'Y'.

       01  WS-MAX-SUBJECTS          PIC 9(02) COMP VALUE 50.
       01  WS-SUBJECT-COUNT         PIC 9(02) COMP VALUE ZERO.
              10 WS-SUBJ-NAME       PIC X(20).
              10 WS-SUBJ-TEACHER    PIC X(20).
              10 WS-SUBJ-STUDENTS   PIC 9(05) COMP.
              10 WS-SUBJ-EMP-ID     PIC X(06).
              10 WS-SUBJ-GROUP      PIC X(20).

      *-------------------------------------------------
      * EMPLOYEE-MASTER, FOR THE TEACHER'S NAME AS
      * PAYROLL HOLDS IT AND WHETHER THEY ARE STILL ON
      * THE BOOKS.
      *-------------------------------------------------
       01  WS-MAX-EMPLOYEES         PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-TBL-EMP-ID      PIC X(06).
              10 WS-TBL-NOM         PIC X(20).
              10 WS-TBL-TERM-DATE   PIC 9(08).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-LOOKUP-EMP-ID         PIC X(06).
       01  WS-FLAGGED-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-UNKNOWN-COUNT         PIC 9(05) COMP VALUE ZERO.

           END-IF.
           PERFORM 8000-PRINT-WORKLOAD THRU 8000-EXIT.

           IF WS-FLAGGED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-EMPLOYEE THRU 1200-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT SUBJECT-MASTER.
           PERFORM 1100-LOAD-SUBJECT THRU 1100-EXIT
               UNTIL END-OF-SUBJMAST
              MOVE SM-SUBJECT-NAME TO WS-SUBJ-NAME(WS-SUBJECT-COUNT)
              MOVE SM-TEACHER    TO WS-SUBJ-TEACHER(WS-SUBJECT-COUNT)
              MOVE ZERO         TO WS-SUBJ-STUDENTS(WS-SUBJECT-COUNT)
              MOVE SM-TEACHER-EMP-ID
                                TO WS-SUBJ-EMP-ID(WS-SUBJECT-COUNT)
              IF SM-TEACHER-EMP-ID = SPACES THEN
                 MOVE SM-TEACHER TO WS-SUBJ-GROUP(WS-SUBJECT-COUNT)
              ELSE
                 MOVE SM-TEACHER-EMP-ID
                                TO WS-SUBJ-GROUP(WS-SUBJECT-COUNT)
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-EMPLOYEE.
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
       1200-EXIT.
           EXIT.

       2000-COUNT-SUBJECT-GRADE.
           SET WS-CODE-FOUND-SW TO 'N'.
           SET SC-IDX TO 1.
              WRITE TEACHER-LOAD-RECORD
           END-IF.

           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-MASTER-STATUS = '00' THEN
              MOVE 'SECTIONS WITH A TEACHER NO LONGER EMPLOYED'
                  TO TEACHER-LOAD-RECORD
              WRITE TEACHER-LOAD-RECORD
              PERFORM 8300-CHECK-SECTION-TEACHER THRU 8300-EXIT
                  UNTIL END-OF-SECTIONS
              IF WS-FLAGGED-COUNT = ZERO THEN
                 MOVE '  NONE' TO TEACHER-LOAD-RECORD
                 WRITE TEACHER-LOAD-RECORD
              END-IF
              CLOSE SECTION-MASTER
           END-IF.

           CLOSE TEACHER-LOAD-REPORT.
       8000-EXIT.
           EXIT.
      *-------------------------------------------------
      * A TEACHER'S TOTAL PRINTS THE FIRST TIME THE
      * TEACHER APPEARS IN THE TABLE - LATER ENTRIES FOR
      * THE SAME TEACHER ARE ALREADY COUNTED IN. THE
      * TEACHER IS THE EMP-ID WHERE THE SUBJECT CARRIES
      * ONE, OTHERWISE THE NAME AS KEYED.
      *-------------------------------------------------
       8200-PRINT-TEACHER-TOTAL.
           PERFORM 8210-CHECK-EARLIER-ENTRY THRU 8210-EXIT
               VARYING J FROM 1 BY 1
               UNTIL J >= I
                  OR WS-SUBJ-GROUP(J) = WS-SUBJ-GROUP(I).
           IF J < I THEN
              GO TO 8200-EXIT
           END-IF.

           MOVE WS-SUBJ-GROUP(I) TO WS-CURRENT-TEACHER.
           MOVE ZERO TO WS-TEACHER-TOTAL.
           PERFORM 8220-SUM-TEACHER THRU 8220-EXIT
               VARYING J FROM 1 BY 1

           MOVE WS-TEACHER-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SUBJ-EMP-ID(I) = SPACES THEN
              STRING WS-SUBJ-TEACHER(I) ' STUDENTS ' WS-COUNT-ED
                  '  NOT KEYED TO AN EMPLOYEE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE WS-SUBJ-EMP-ID(I) TO WS-LOOKUP-EMP-ID
              PERFORM 8400-FIND-EMPLOYEE THRU 8400-EXIT
              IF EMPLOYEE-FOUND THEN
                 MOVE WS-TBL-NOM(EMP-IDX) TO WS-CURRENT-TEACHER
              ELSE
                 MOVE WS-SUBJ-TEACHER(I) TO WS-CURRENT-TEACHER
              END-IF
              STRING WS-CURRENT-TEACHER ' STUDENTS ' WS-COUNT-ED
                  '  EMP ' WS-SUBJ-EMP-ID(I)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO TEACHER-LOAD-RECORD.
           WRITE TEACHER-LOAD-RECORD.
       8200-EXIT.
           EXIT.

       8220-SUM-TEACHER.
           IF WS-SUBJ-GROUP(J) = WS-CURRENT-TEACHER THEN
              ADD WS-SUBJ-STUDENTS(J) TO WS-TEACHER-TOTAL
           END-IF.
       8220-EXIT.
           EXIT.

      *-------------------------------------------------
      * A SECTION WHOSE TEACHER HAS LEFT - TERMINATED ON
      * OR BEFORE TODAY, OR NO LONGER ON EMPLOYEE-MASTER
      * AT ALL - NEEDS A NEW TEACHER BEFORE IT IS TAUGHT
      * AGAIN. A SECTION NOT YET KEYED TO AN EMPLOYEE IS
      * LEFT TO THE CONVERSION REPORT.
      *-------------------------------------------------
       8300-CHECK-SECTION-TEACHER.
           READ SECTION-MASTER
              AT END SET END-OF-SECTIONS TO TRUE
           END-READ.
           IF END-OF-SECTIONS OR SEC-TEACHER-EMP-ID = SPACES THEN
              GO TO 8300-EXIT
           END-IF.
           MOVE SEC-TEACHER-EMP-ID TO WS-LOOKUP-EMP-ID.
           PERFORM 8400-FIND-EMPLOYEE THRU 8400-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF NOT EMPLOYEE-FOUND THEN
              STRING '  ' SEC-SUBJECT-CODE ' ' SEC-SECTION-ID ' '
                  SEC-TEACHER ' ' SEC-TEACHER-EMP-ID
                  ' NOT ON EMPLOYEE-MASTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              IF WS-TBL-TERM-DATE(EMP-IDX) = ZERO
                 OR WS-TBL-TERM-DATE(EMP-IDX) > WS-RUN-DATE THEN
                 GO TO 8300-EXIT
              END-IF
              STRING '  ' SEC-SUBJECT-CODE ' ' SEC-SECTION-ID ' '
                  SEC-TEACHER ' ' SEC-TEACHER-EMP-ID
                  ' TERMINATED ' WS-TBL-TERM-DATE(EMP-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE WS-REPORT-LINE TO TEACHER-LOAD-RECORD.
           WRITE TEACHER-LOAD-RECORD.
       8300-EXIT.
           EXIT.

       8400-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           PERFORM 8410-MATCH-EMPLOYEE THRU 8410-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
                  OR EMPLOYEE-FOUND.
           IF EMPLOYEE-FOUND THEN
              SET EMP-IDX DOWN BY 1
           END-IF.
       8400-EXIT.
           EXIT.

       8410-MATCH-EMPLOYEE.
           IF WS-TBL-EMP-ID(EMP-IDX) = WS-LOOKUP-EMP-ID THEN
              SET EMPLOYEE-FOUND TO TRUE
           END-IF.
       8410-EXIT.
           EXIT.
