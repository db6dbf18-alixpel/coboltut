      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  TermClose.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. TERM CLOSE - GRADES FOR A
      *               TERM COULD BE CHANGED IN GRADEMAINT,
      *               COMPONENTENTRY AND GRADECOMPUTE LONG
      *               AFTER REPORT CARDS AND THE DISTRICT
      *               SUBMISSION HAD GONE OUT. EVERY
      *               STUDENT-SECTION ON THE ENROLLMENT FILE
      *               STILL MISSING ITS SUBGRAD GRADE OR ANY
      *               COMPONENT SCORE FOR THE TERM IS LISTED,
      *               GROUPED BY THE SECTION'S TEACHER, SO
      *               THE OFFICE CAN CHASE THEM. WHEN THE
      *               TERM IS CLEAN AND THE PARM ASKS FOR A
      *               CLOSE, THE TERM IS WRITTEN TO THE TERM
      *               CONTROL FILE (TERMFD COPYBOOK) AND IS
      *               LOCKED FROM THEN ON. TERM AND ACTION
      *               FROM TERMPARM - DEFAULT THE RUN YEAR,
      *               FALL, LIST ONLY. RETURN CODE 4 WHEN
      *               ANYTHING IS STILL MISSING.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT TERM-PARM ASSIGN TO "TERMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-PARM-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-MASTER-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT SUBJECT-GRADES ASSIGN TO "SUBGRAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-GRADES-STATUS.

           SELECT COMPONENT-GRADES ASSIGN TO "GRDCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPONENT-STATUS.

           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

           SELECT TERM-CLOSE-REPORT ASSIGN TO "TERMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-REPORT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  TERM-PARM.
       01  TERM-PARM-RECORD.
           05 TP-SCHOOL-YEAR        PIC 9(04).
           05 TP-TERM-CODE          PIC X(01).
           05 TP-ACTION             PIC X(01).
              88 TP-CLOSE-TERM               VALUE 'C'.

       FD  SECTION-MASTER.
           COPY "sectfd.cpy".

       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

       FD  SUBJECT-GRADES.
           COPY "subgrd.cpy".

       FD  COMPONENT-GRADES.
       01  COMPONENT-GRADE-RECORD.
           05 GC-STUDENT-ID          PIC X(06).
           05 GC-SUBJECT-CODE        PIC X(08).
           05 GC-SCHOOL-YEAR         PIC 9(04).
           05 GC-TERM-CODE           PIC X(01).
           05 GC-ASSESS-TYPE         PIC X(01).
           05 GC-ASSESS-DATE         PIC 9(08).
           05 GC-SCORE               PIC 9(02).
           05 GC-WEIGHT              PIC 9(02).

       FD  TERM-CONTROL.
           COPY "termfd.cpy".

       FD  TERM-CLOSE-REPORT.
       01  TERM-CLOSE-REPORT-RECORD PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-TERM-PARM-STATUS      PIC X(02).
       01  WS-SECTION-MASTER-STATUS PIC X(02).
       01  WS-ENROLLMENT-STATUS     PIC X(02).
       01  WS-SUBJECT-GRADES-STATUS PIC X(02).
       01  WS-COMPONENT-STATUS      PIC X(02).
       01  WS-TERM-CONTROL-STATUS   PIC X(02).
       01  WS-TERM-REPORT-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-SECTION-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SECTIONS    VALUE 'Y'.
           05 WS-ENRLMNT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS VALUE 'Y'.
           05 WS-SUBJECTS-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-SUBJECTS    VALUE 'Y'.
           05 WS-COMPONENT-EOF-SW   PIC X(01) VALUE 'N'.
              88 END-OF-COMPONENTS  VALUE 'Y'.
           05 WS-TERMCTL-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-TERMCTL     VALUE 'Y'.
           05 WS-ROSTER-OPEN-SW     PIC X(01) VALUE 'N'.
              88 ROSTER-OPEN        VALUE 'Y'.
           05 WS-ENRLMNT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 ENROLLMENTS-OPEN   VALUE 'Y'.
           05 WS-ALREADY-CLOSED-SW  PIC X(01) VALUE 'N'.
              88 TERM-ALREADY-CLOSED VALUE 'Y'.
           05 WS-CLOSE-REQ-SW       PIC X(01) VALUE 'N'.
              88 CLOSE-REQUESTED    VALUE 'Y'.
           05 WS-SECTION-FOUND-SW   PIC X(01).
              88 SECTION-FOUND      VALUE 'Y'.
           05 WS-GRADE-FOUND-SW     PIC X(01).
              88 GRADE-FOUND        VALUE 'Y'.
           05 WS-COMP-FOUND-SW      PIC X(01).
              88 COMPONENT-FOUND    VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-SCHOOL-YEAR           PIC 9(04).
       01  WS-TERM-CODE             PIC X(01) VALUE 'F'.
       01  WS-CLOSED-ON             PIC 9(08) VALUE ZERO.

      *-------------------------------------------------
      * THE SECTION MASTER, FOR EACH ENROLLMENT'S
      * TEACHER. THE GROUP IS THE TEACHER'S EMP-ID, OR
      * THE NAME AS KEYED FOR A SECTION NOT YET TIED TO
      * EMPLOYEE-MASTER - TEACHERLOAD'S ROLL-UP RULE.
      *-------------------------------------------------
       01  WS-MAX-SECTIONS          PIC 9(03) COMP VALUE 200.
       01  WS-SECTION-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-SECTION-TABLE.
           05 WS-SECT-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-SECTION-COUNT
                 INDEXED BY SEC-IDX.
              10 WS-SECT-SUBJECT    PIC X(08).
              10 WS-SECT-ID         PIC X(02).
              10 WS-SECT-TEACHER    PIC X(20).
              10 WS-SECT-EMP-ID     PIC X(06).

      *-------------------------------------------------
      * THE TERM'S SUBGRAD GRADES AND COMPONENT SCORES,
      * KEPT AS STUDENT+SUBJECT KEYS ONLY - THE CHECK IS
      * WHETHER ONE EXISTS, NOT WHAT IT IS.
      *-------------------------------------------------
       01  WS-MAX-KEYS              PIC 9(04) COMP VALUE 5000.
       01  WS-GRADE-KEY-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  WS-GRADE-KEY-TABLE.
           05 WS-GRADE-KEY          PIC X(14)
                 OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-GRADE-KEY-COUNT
                 INDEXED BY GRD-IDX.
       01  WS-COMP-KEY-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-COMP-KEY-TABLE.
           05 WS-COMP-KEY           PIC X(14)
                 OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-COMP-KEY-COUNT
                 INDEXED BY CMP-IDX.
       01  WS-LOOKUP-KEY.
           05 WS-LOOKUP-STUDENT     PIC X(06).
           05 WS-LOOKUP-SUBJECT     PIC X(08).

      *-------------------------------------------------
      * ONE ENTRY PER INCOMPLETE STUDENT-SECTION, HELD
      * UNTIL THE END SO THE LISTING CAN BE GROUPED BY
      * TEACHER WITHOUT SORTING THE ENROLLMENT FILE.
      *-------------------------------------------------
       01  WS-MAX-MISSING           PIC 9(04) COMP VALUE 2000.
       01  WS-MISSING-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-MISSING-TABLE.
           05 WS-MISS-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-MISSING-COUNT
                 INDEXED BY MIS-IDX.
              10 WS-MISS-GROUP      PIC X(20).
              10 WS-MISS-TEACHER    PIC X(20).
              10 WS-MISS-EMP-ID     PIC X(06).
              10 WS-MISS-STUDENT    PIC X(06).
              10 WS-MISS-SUBJECT    PIC X(08).
              10 WS-MISS-SECTION    PIC X(02).
              10 WS-MISS-GRADE-SW   PIC X(01).
              10 WS-MISS-COMP-SW    PIC X(01).

       01  WS-ENROLL-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-TEACHER-MISSING       PIC 9(05) COMP.
       01  WS-CURRENT-GROUP         PIC X(20).
       01  WS-STUDENT-NOM           PIC X(20).

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  I                        PIC 9(04) COMP.
       01  J                        PIC 9(04) COMP.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-ENROLLMENT THRU 2000-EXIT
               UNTIL END-OF-ENROLLMENTS.
           PERFORM 3000-PRINT-MISSING THRU 3000-EXIT.
           PERFORM 4000-CLOSE-TERM THRU 4000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-MISSING-COUNT > ZERO
              OR WS-OVERFLOW-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-SCHOOL-YEAR.

           OPEN INPUT TERM-PARM.
           IF WS-TERM-PARM-STATUS = '00' THEN
              READ TERM-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE TP-SCHOOL-YEAR TO WS-SCHOOL-YEAR
                    MOVE TP-TERM-CODE   TO WS-TERM-CODE
                    IF TP-CLOSE-TERM THEN
                       SET CLOSE-REQUESTED TO TRUE
                    END-IF
              END-READ
              CLOSE TERM-PARM
           END-IF.

           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-CONTROL-STATUS = '00' THEN
              PERFORM 1100-CHECK-TERM-CONTROL THRU 1100-EXIT
                  UNTIL END-OF-TERMCTL
              CLOSE TERM-CONTROL
           END-IF.

           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-SECTION THRU 1200-EXIT
                  UNTIL END-OF-SECTIONS
                     OR WS-SECTION-COUNT >= WS-MAX-SECTIONS
              CLOSE SECTION-MASTER
           END-IF.

           OPEN INPUT SUBJECT-GRADES.
           IF WS-SUBJECT-GRADES-STATUS = '00' THEN
              PERFORM 1300-LOAD-GRADE-KEY THRU 1300-EXIT
                  UNTIL END-OF-SUBJECTS
              CLOSE SUBJECT-GRADES
           END-IF.

           OPEN INPUT COMPONENT-GRADES.
           IF WS-COMPONENT-STATUS = '00' THEN
              PERFORM 1400-LOAD-COMPONENT-KEY THRU 1400-EXIT
                  UNTIL END-OF-COMPONENTS
              CLOSE COMPONENT-GRADES
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS = '00' THEN
              SET ROSTER-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT TERM-CLOSE-REPORT.
           MOVE SPACES TO TERM-CLOSE-REPORT-RECORD.
           STRING 'TERM CLOSE CHECK  TERM ' WS-SCHOOL-YEAR
               '/' WS-TERM-CODE '  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-RECORD.
           WRITE TERM-CLOSE-REPORT-RECORD.
           IF TERM-ALREADY-CLOSED THEN
              MOVE SPACES TO TERM-CLOSE-REPORT-RECORD
              STRING 'TERM ALREADY CLOSED ON ' WS-CLOSED-ON
                  DELIMITED BY SIZE INTO TERM-CLOSE-REPORT-RECORD
              WRITE TERM-CLOSE-REPORT-RECORD
           END-IF.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLLMENT-STATUS NOT = '00' THEN
              SET END-OF-ENROLLMENTS TO TRUE
              MOVE 'NO ENROLLMENT FILE - NOTHING TO CHECK'
                  TO TERM-CLOSE-REPORT-RECORD
              WRITE TERM-CLOSE-REPORT-RECORD
           ELSE
              SET ENROLLMENTS-OPEN TO TRUE
              PERFORM 2900-READ-ENROLLMENT THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CHECK-TERM-CONTROL.
           READ TERM-CONTROL
              AT END SET END-OF-TERMCTL TO TRUE
           END-READ.
           IF NOT END-OF-TERMCTL
              AND TC-SCHOOL-YEAR = WS-SCHOOL-YEAR
              AND TC-TERM-CODE = WS-TERM-CODE
              AND TC-CLOSED THEN
              SET TERM-ALREADY-CLOSED TO TRUE
              MOVE TC-CLOSE-DATE TO WS-CLOSED-ON
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-SECTION.
           READ SECTION-MASTER
              AT END SET END-OF-SECTIONS TO TRUE
           END-READ.
           IF NOT END-OF-SECTIONS THEN
              ADD 1 TO WS-SECTION-COUNT
              SET SEC-IDX TO WS-SECTION-COUNT
              MOVE SEC-SUBJECT-CODE   TO WS-SECT-SUBJECT(SEC-IDX)
              MOVE SEC-SECTION-ID     TO WS-SECT-ID(SEC-IDX)
              MOVE SEC-TEACHER        TO WS-SECT-TEACHER(SEC-IDX)
              MOVE SEC-TEACHER-EMP-ID TO WS-SECT-EMP-ID(SEC-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-GRADE-KEY.
           READ SUBJECT-GRADES
              AT END SET END-OF-SUBJECTS TO TRUE
           END-READ.
           IF NOT END-OF-SUBJECTS
              AND TS-SCHOOL-YEAR = WS-SCHOOL-YEAR
              AND TS-TERM-CODE = WS-TERM-CODE
              AND WS-GRADE-KEY-COUNT < WS-MAX-KEYS THEN
              ADD 1 TO WS-GRADE-KEY-COUNT
              MOVE TS-STUDENT-ID
                  TO WS-GRADE-KEY(WS-GRADE-KEY-COUNT)(1:6)
              MOVE TS-SUBJECT-NAME
                  TO WS-GRADE-KEY(WS-GRADE-KEY-COUNT)(7:8)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-COMPONENT-KEY.
           READ COMPONENT-GRADES
              AT END SET END-OF-COMPONENTS TO TRUE
           END-READ.
           IF NOT END-OF-COMPONENTS
              AND GC-SCHOOL-YEAR = WS-SCHOOL-YEAR
              AND GC-TERM-CODE = WS-TERM-CODE
              AND WS-COMP-KEY-COUNT < WS-MAX-KEYS THEN
              ADD 1 TO WS-COMP-KEY-COUNT
              MOVE GC-STUDENT-ID
                  TO WS-COMP-KEY(WS-COMP-KEY-COUNT)(1:6)
              MOVE GC-SUBJECT-CODE
                  TO WS-COMP-KEY(WS-COMP-KEY-COUNT)(7:8)
           END-IF.
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE ENROLLMENT - LOOK FOR ITS TERM GRADE AND AT
      * LEAST ONE COMPONENT SCORE. A STUDENT-SECTION
      * MISSING EITHER IS HELD FOR THE LISTING UNDER
      * THE SECTION'S TEACHER.
      *-------------------------------------------------
       2000-CHECK-ENROLLMENT.
           ADD 1 TO WS-ENROLL-COUNT.
           MOVE EN-STUDENT-ID   TO WS-LOOKUP-STUDENT.
           MOVE EN-SUBJECT-CODE TO WS-LOOKUP-SUBJECT.

           MOVE 'N' TO WS-GRADE-FOUND-SW.
           SET GRD-IDX TO 1.
           PERFORM 2100-COMPARE-GRADE-KEY THRU 2100-EXIT
               UNTIL GRD-IDX > WS-GRADE-KEY-COUNT OR GRADE-FOUND.

           MOVE 'N' TO WS-COMP-FOUND-SW.
           SET CMP-IDX TO 1.
           PERFORM 2200-COMPARE-COMP-KEY THRU 2200-EXIT
               UNTIL CMP-IDX > WS-COMP-KEY-COUNT
                  OR COMPONENT-FOUND.

           IF GRADE-FOUND AND COMPONENT-FOUND THEN
              GO TO 2000-NEXT
           END-IF.
           IF WS-MISSING-COUNT >= WS-MAX-MISSING THEN
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO 2000-NEXT
           END-IF.

           MOVE 'N' TO WS-SECTION-FOUND-SW.
           SET SEC-IDX TO 1.
           PERFORM 2300-COMPARE-SECTION THRU 2300-EXIT
               UNTIL SEC-IDX > WS-SECTION-COUNT OR SECTION-FOUND.

           ADD 1 TO WS-MISSING-COUNT.
           SET MIS-IDX TO WS-MISSING-COUNT.
           IF SECTION-FOUND THEN
              MOVE WS-SECT-TEACHER(SEC-IDX)
                  TO WS-MISS-TEACHER(MIS-IDX)
              MOVE WS-SECT-EMP-ID(SEC-IDX) TO WS-MISS-EMP-ID(MIS-IDX)
              IF WS-SECT-EMP-ID(SEC-IDX) = SPACES THEN
                 MOVE WS-SECT-TEACHER(SEC-IDX)
                     TO WS-MISS-GROUP(MIS-IDX)
              ELSE
                 MOVE WS-SECT-EMP-ID(SEC-IDX)
                     TO WS-MISS-GROUP(MIS-IDX)
              END-IF
           ELSE
              MOVE SPACES TO WS-MISS-TEACHER(MIS-IDX)
                             WS-MISS-EMP-ID(MIS-IDX)
                             WS-MISS-GROUP(MIS-IDX)
           END-IF.
           MOVE EN-STUDENT-ID   TO WS-MISS-STUDENT(MIS-IDX).
           MOVE EN-SUBJECT-CODE TO WS-MISS-SUBJECT(MIS-IDX).
           MOVE EN-SECTION-ID   TO WS-MISS-SECTION(MIS-IDX).
           MOVE WS-GRADE-FOUND-SW TO WS-MISS-GRADE-SW(MIS-IDX).
           MOVE WS-COMP-FOUND-SW  TO WS-MISS-COMP-SW(MIS-IDX).

       2000-NEXT.
           PERFORM 2900-READ-ENROLLMENT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-COMPARE-GRADE-KEY.
           IF WS-GRADE-KEY(GRD-IDX) = WS-LOOKUP-KEY THEN
              SET GRADE-FOUND TO TRUE
           ELSE
              SET GRD-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COMPARE-COMP-KEY.
           IF WS-COMP-KEY(CMP-IDX) = WS-LOOKUP-KEY THEN
              SET COMPONENT-FOUND TO TRUE
           ELSE
              SET CMP-IDX UP BY 1
           END-IF.
       2200-EXIT.
           EXIT.

       2300-COMPARE-SECTION.
           IF WS-SECT-SUBJECT(SEC-IDX) = EN-SUBJECT-CODE
              AND WS-SECT-ID(SEC-IDX) = EN-SECTION-ID THEN
              SET SECTION-FOUND TO TRUE
           ELSE
              SET SEC-IDX UP BY 1
           END-IF.
       2300-EXIT.
           EXIT.

       2900-READ-ENROLLMENT.
           READ ENROLLMENT-FILE
              AT END SET END-OF-ENROLLMENTS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE INCOMPLETE STUDENT-SECTIONS, ONE TEACHER AT
      * A TIME - A TEACHER'S BLOCK PRINTS THE FIRST TIME
      * THE TEACHER APPEARS IN THE TABLE, THE SAME SCAN
      * TEACHERLOAD USES FOR ITS ROLL-UP.
      *-------------------------------------------------
       3000-PRINT-MISSING.
           IF WS-MISSING-COUNT = ZERO THEN
              MOVE 'NO ENROLLMENTS MISSING A GRADE OR COMPONENTS'
                  TO TERM-CLOSE-REPORT-RECORD
              WRITE TERM-CLOSE-REPORT-RECORD
           ELSE
              MOVE 'ENROLLMENTS MISSING A GRADE OR COMPONENTS'
                  TO TERM-CLOSE-REPORT-RECORD
              WRITE TERM-CLOSE-REPORT-RECORD
              PERFORM 3100-PRINT-TEACHER THRU 3100-EXIT
                  VARYING I FROM 1 BY 1
                  UNTIL I > WS-MISSING-COUNT
           END-IF.

           IF WS-OVERFLOW-COUNT > ZERO THEN
              MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'FURTHER INCOMPLETE ENROLLMENTS NOT LISTED '
                  WS-COUNT-ED DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO TERM-CLOSE-REPORT-RECORD
              WRITE TERM-CLOSE-REPORT-RECORD
           END-IF.

           MOVE WS-ENROLL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENROLLMENTS CHECKED ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TERM-CLOSE-REPORT-RECORD.
           WRITE TERM-CLOSE-REPORT-RECORD.
           ADD WS-MISSING-COUNT TO WS-OVERFLOW-COUNT
               GIVING WS-TEACHER-MISSING.
           MOVE WS-TEACHER-MISSING TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ENROLLMENTS INCOMPLETE ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TERM-CLOSE-REPORT-RECORD.
           WRITE TERM-CLOSE-REPORT-RECORD.
       3000-EXIT.
           EXIT.

       3100-PRINT-TEACHER.
           PERFORM 3110-CHECK-EARLIER-ENTRY THRU 3110-EXIT
               VARYING J FROM 1 BY 1
               UNTIL J >= I
                  OR WS-MISS-GROUP(J) = WS-MISS-GROUP(I).
           IF J < I THEN
              GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MISS-GROUP(I) = SPACES THEN
              MOVE 'SECTION NOT ON THE SECTION MASTER'
                  TO WS-REPORT-LINE
           ELSE
              IF WS-MISS-EMP-ID(I) = SPACES THEN
                 STRING 'TEACHER ' WS-MISS-TEACHER(I)
                     '  NOT KEYED TO AN EMPLOYEE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING 'TEACHER ' WS-MISS-TEACHER(I)
                     '  EMP ' WS-MISS-EMP-ID(I)
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
           END-IF.
           MOVE WS-REPORT-LINE TO TERM-CLOSE-REPORT-RECORD.
           WRITE TERM-CLOSE-REPORT-RECORD.

           MOVE WS-MISS-GROUP(I) TO WS-CURRENT-GROUP.
           MOVE ZERO TO WS-TEACHER-MISSING.
           PERFORM 3200-PRINT-MISSING-LINE THRU 3200-EXIT
               VARYING J FROM I BY 1
               UNTIL J > WS-MISSING-COUNT.

           MOVE WS-TEACHER-MISSING TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  INCOMPLETE FOR THIS TEACHER ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TERM-CLOSE-REPORT-RECORD.
           WRITE TERM-CLOSE-REPORT-RECORD.
       3100-EXIT.
           EXIT.

       3110-CHECK-EARLIER-ENTRY.
           CONTINUE.
       3110-EXIT.
           EXIT.

       3200-PRINT-MISSING-LINE.
           IF WS-MISS-GROUP(J) NOT = WS-CURRENT-GROUP THEN
              GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-TEACHER-MISSING.

           MOVE SPACES TO WS-STUDENT-NOM.
           IF ROSTER-OPEN THEN
              MOVE WS-MISS-STUDENT(J) TO STM-STUDENT-ID
              READ STUDENT-MASTER
                 INVALID KEY
                    MOVE 'NOT ON ROSTER' TO WS-STUDENT-NOM
                 NOT INVALID KEY
                    MOVE STM-STUDENT-NOM TO WS-STUDENT-NOM
              END-READ
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-MISS-STUDENT(J) ' ' WS-STUDENT-NOM ' '
               WS-MISS-SUBJECT(J) ' ' WS-MISS-SECTION(J)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-MISS-GRADE-SW(J) NOT = 'Y' THEN
              MOVE 'NO GRADE' TO WS-REPORT-LINE(43:8)
           END-IF.
           IF WS-MISS-COMP-SW(J) NOT = 'Y' THEN
              MOVE 'NO COMPONENTS' TO WS-REPORT-LINE(53:13)
           END-IF.
           MOVE WS-REPORT-LINE TO TERM-CLOSE-REPORT-RECORD.
           WRITE TERM-CLOSE-REPORT-RECORD.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE TERM IS CLOSED ONLY WHEN THE PARM ASKS FOR
      * IT AND NOTHING IS MISSING. A TERM ALREADY ON THE
      * CONTROL FILE IS LEFT AS IT IS.
      *-------------------------------------------------
       4000-CLOSE-TERM.
           MOVE SPACES TO WS-REPORT-LINE.
           IF TERM-ALREADY-CLOSED THEN
              GO TO 4000-EXIT
           END-IF.
           IF NOT CLOSE-REQUESTED THEN
              MOVE 'LIST ONLY - TERM NOT CLOSED' TO WS-REPORT-LINE
              GO TO 4000-WRITE
           END-IF.
           IF WS-MISSING-COUNT > ZERO
              OR WS-OVERFLOW-COUNT > ZERO THEN
              MOVE 'TERM NOT CLOSED - ENROLLMENTS STILL INCOMPLETE'
                  TO WS-REPORT-LINE
              GO TO 4000-WRITE
           END-IF.

           OPEN EXTEND TERM-CONTROL.
           IF WS-TERM-CONTROL-STATUS = '35' THEN
              OPEN OUTPUT TERM-CONTROL
           END-IF.
           MOVE WS-SCHOOL-YEAR  TO TC-SCHOOL-YEAR.
           MOVE WS-TERM-CODE    TO TC-TERM-CODE.
           SET TC-CLOSED TO TRUE.
           MOVE WS-RUN-DATE     TO TC-CLOSE-DATE.
           MOVE WS-ENROLL-COUNT TO TC-ENROLLMENTS.
           WRITE TERM-CONTROL-RECORD.
           CLOSE TERM-CONTROL.
           STRING 'TERM ' WS-SCHOOL-YEAR '/' WS-TERM-CODE
               ' CLOSED - GRADE CHANGES NOW NEED A SUPERVISOR'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.

       4000-WRITE.
           MOVE WS-REPORT-LINE TO TERM-CLOSE-REPORT-RECORD.
           WRITE TERM-CLOSE-REPORT-RECORD.
           DISPLAY WS-REPORT-LINE.
       4000-EXIT.
           EXIT.

       8000-FINALIZE.
           IF ENROLLMENTS-OPEN THEN
              CLOSE ENROLLMENT-FILE
           END-IF.
           IF ROSTER-OPEN THEN
              CLOSE STUDENT-MASTER
           END-IF.
           CLOSE TERM-CLOSE-REPORT.
           DISPLAY 'ENROLLMENTS CHECKED    : ' WS-ENROLL-COUNT.
           DISPLAY 'ENROLLMENTS INCOMPLETE : ' WS-MISSING-COUNT.
       8000-EXIT.
           EXIT.
