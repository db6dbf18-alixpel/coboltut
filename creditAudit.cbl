      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CreditAudit.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. GRADUATION CREDIT AUDIT -
      *               SM-CREDIT-WEIGHT WAS ON EVERY SUBJECT
      *               BUT NOTHING ADDED IT UP. FOR EACH
      *               ROSTER STUDENT THE SUBGRAD HISTORY IS
      *               AVERAGED PER SUBJECT PER SCHOOL YEAR;
      *               A YEAR AVERAGING AT OR ABOVE THE PASS
      *               MARK (ONE ABOVE THE GRADE-SCALE
      *               INSUFFISANT CUTOFF, 10 BY DEFAULT)
      *               EARNS THE SUBJECT'S CREDIT TOWARD THE
      *               TOTAL AND ITS SUBJECT GROUP. EARNED
      *               CREDIT IS CHECKED AGAINST THE CREDIT
      *               REQUIREMENTS FILE (CREDREQ - THE TOTAL
      *               AND FINAL YEAR LEVEL ON THE T RECORD,
      *               ONE G RECORD PER GROUP MINIMUM) ON A
      *               PER-STUDENT AUDIT SHEET (CREDAUD).
      *               STUDENTS IN THE LAST TWO YEAR LEVELS
      *               ARE PROJECTED FORWARD ON THEIR CURRENT
      *               ENROLLMENTS - THIS YEAR'S UNEARNED
      *               SUBJECTS PLUS THE SAME LOAD FOR EACH
      *               YEAR LEFT - AND ANY WHO STILL FALL
      *               SHORT OF THE TOTAL OR A GROUP MINIMUM
      *               ARE LISTED ON THE AT-RISK LIST
      *               (CREDRISK). RETURN CODE 4 WHEN ANYONE
      *               IS AT RISK, 8 WITH NO REQUIREMENTS.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT SUBJECT-GRADES ASSIGN TO "SUBGRAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-GRADES-STATUS.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-MASTER-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT CREDIT-REQUIREMENTS ASSIGN TO "CREDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-REQ-STATUS.

           COPY "gradpsel.cpy".

           SELECT AUDIT-SHEET ASSIGN TO "CREDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-SHEET-STATUS.

           SELECT AT-RISK-LIST ASSIGN TO "CREDRISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-RISK-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  SUBJECT-GRADES.
           COPY "subgrd.cpy".

       FD  SUBJECT-MASTER.
           COPY "subjmfd.cpy".

       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

      *-------------------------------------------------
      * ONE T RECORD CARRIES THE TOTAL CREDIT REQUIRED TO
      * GRADUATE AND THE FINAL YEAR LEVEL; EACH G RECORD
      * IS THE MINIMUM CREDIT FOR ONE SUBJECT GROUP.
      *-------------------------------------------------
       FD  CREDIT-REQUIREMENTS.
       01  CREDIT-REQUIREMENT-RECORD.
           05 CR-RECORD-TYPE        PIC X(01).
              88 CR-TOTAL-RECORD    VALUE 'T'.
              88 CR-GROUP-RECORD    VALUE 'G'.
           05 CR-SUBJECT-GROUP      PIC X(04).
           05 CR-MIN-CREDITS        PIC 9(03)V9.
           05 CR-FINAL-YEAR-LEVEL   PIC 9(02).

           COPY "gradpfd.cpy".

       FD  AUDIT-SHEET.
       01  AUDIT-SHEET-RECORD       PIC X(70).

       FD  AT-RISK-LIST.
       01  AT-RISK-RECORD           PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-SUBJECT-GRADES-STATUS PIC X(02).
       01  WS-SUBJECT-MASTER-STATUS PIC X(02).
       01  WS-ENROLLMENT-STATUS     PIC X(02).
       01  WS-CREDIT-REQ-STATUS     PIC X(02).
       01  WS-GRADE-SCALE-STATUS    PIC X(02).
       01  WS-AUDIT-SHEET-STATUS    PIC X(02).
       01  WS-AT-RISK-STATUS        PIC X(02).

       01  WS-INSUFFISANT-MAX       PIC 9(02) VALUE 09.
       01  WS-PASS-MARK             PIC 9(02).
       01  WS-FINAL-YEAR-LEVEL      PIC 9(02) VALUE 12.
       01  WS-TOTAL-REQUIRED        PIC 9(03)V9 VALUE ZERO.

       01  WS-SWITCHES.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           05 WS-GRADES-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-GRADES      VALUE 'Y'.
           05 WS-SUBJMAST-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-SUBJMAST    VALUE 'Y'.
           05 WS-ENROLL-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS VALUE 'Y'.
           05 WS-CREDREQ-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-CREDREQ     VALUE 'Y'.
           05 WS-TOTAL-REQ-SW       PIC X(01) VALUE 'N'.
              88 TOTAL-REQ-LOADED   VALUE 'Y'.
           05 WS-SUBJECT-FOUND-SW   PIC X(01).
              88 SUBJECT-FOUND      VALUE 'Y'.
           05 WS-GROUP-FOUND-SW     PIC X(01).
              88 GROUP-FOUND        VALUE 'Y'.
           05 WS-SY-FOUND-SW        PIC X(01).
              88 SUBJECT-YEAR-FOUND VALUE 'Y'.
           05 WS-AT-RISK-SW         PIC X(01).
              88 STUDENT-AT-RISK    VALUE 'Y'.

       01  WS-MAX-SUBJECTS          PIC 9(03) COMP VALUE 200.
       01  WS-SUBJECT-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-SUBJECT-TABLE.
           05 WS-SUB-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-SUBJECT-COUNT
                 INDEXED BY SUB-IDX.
              10 WS-SUB-CODE        PIC X(08).
              10 WS-SUB-WEIGHT      PIC 9(01)V9.
              10 WS-SUB-GROUP       PIC X(04).

       01  WS-MAX-ENROLLMENTS       PIC 9(04) COMP VALUE 3000.
       01  WS-ENROLLMENT-COUNT      PIC 9(04) COMP VALUE ZERO.
       01  WS-ENROLLMENT-TABLE.
           05 WS-ENR-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-ENROLLMENT-COUNT
                 INDEXED BY ENR-IDX.
              10 WS-ENR-STUDENT-ID  PIC X(06).
              10 WS-ENR-SUBJECT     PIC X(08).

      *-------------------------------------------------
      * ONE ENTRY PER REQUIRED SUBJECT GROUP. THE EARNED,
      * PENDING AND LOAD COLUMNS ARE THE CURRENT
      * STUDENT'S AND ARE CLEARED FOR EACH STUDENT.
      *-------------------------------------------------
       01  WS-MAX-GROUPS            PIC 9(02) COMP VALUE 20.
       01  WS-GROUP-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-GROUP-COUNT
                 INDEXED BY GRP-IDX.
              10 WS-GRP-CODE        PIC X(04).
              10 WS-GRP-REQUIRED    PIC 9(03)V9.
              10 WS-GRP-EARNED      PIC 9(04)V9.
              10 WS-GRP-PENDING     PIC 9(04)V9.
              10 WS-GRP-LOAD        PIC 9(04)V9.
              10 WS-GRP-PROJECTED   PIC 9(04)V9.

      *-------------------------------------------------
      * THE CURRENT STUDENT'S SUBGRAD HISTORY, ONE ENTRY
      * PER SUBJECT PER SCHOOL YEAR.
      *-------------------------------------------------
       01  WS-MAX-SUBJECT-YEARS     PIC 9(03) COMP VALUE 100.
       01  WS-SUBJECT-YEAR-COUNT    PIC 9(03) COMP VALUE ZERO.
       01  WS-SUBJECT-YEAR-TABLE.
           05 WS-SY-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-SUBJECT-YEAR-COUNT
                 INDEXED BY SY-IDX.
              10 WS-SY-SUBJECT      PIC X(08).
              10 WS-SY-YEAR         PIC 9(04).
              10 WS-SY-TOTAL        PIC 9(05) COMP.
              10 WS-SY-COUNT        PIC 9(03) COMP.
              10 WS-SY-EARNED-SW    PIC X(01).
                 88 SY-EARNED       VALUE 'Y'.

       01  WS-LOOKUP-SUBJECT        PIC X(08).
       01  WS-LOOKUP-GROUP          PIC X(04).
       01  WS-LOOKUP-WEIGHT         PIC 9(01)V9.
       01  WS-SY-AVERAGE            PIC 9(02)V99.
       01  WS-YEARS-LEFT            PIC 9(02).

       01  WS-STUDENT-TOTALS.
           05 WS-STU-EARNED         PIC 9(04)V9.
           05 WS-STU-PENDING        PIC 9(04)V9.
           05 WS-STU-LOAD           PIC 9(04)V9.
           05 WS-STU-PROJECTED      PIC 9(04)V9.
           05 WS-STU-SHORT          PIC 9(04)V9.

       01  WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-COMPLETE-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-AT-RISK-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-STATUS-TEXT           PIC X(10).
       01  WS-AVERAGE-ED            PIC Z9.99.
       01  WS-WEIGHT-ED             PIC 9.9.
       01  WS-EARNED-ED             PIC ZZZ9.9.
       01  WS-REQUIRED-ED           PIC ZZZ9.9.
       01  WS-SHORT-ED              PIC ZZZ9.9.
       01  WS-PENDING-ED            PIC ZZZ9.9.
       01  WS-PROJECTED-ED          PIC ZZZ9.9.
       01  WS-LEVEL-ED              PIC Z9.
       01  WS-COUNT-ED              PIC ZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-AUDIT-STUDENT THRU 2000-EXIT
               UNTIL END-OF-ROSTER.

           PERFORM 8000-AUDIT-SUMMARY THRU 8000-EXIT.
           PERFORM 8900-FINALIZE THRU 8900-EXIT.

           IF WS-AT-RISK-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-------------------------------------------------
      * THE REQUIREMENTS FILE IS THE ONE INPUT THE AUDIT
      * CANNOT DO WITHOUT - WITH NO T RECORD THERE IS
      * NOTHING TO AUDIT AGAINST AND THE RUN STOPS. THE
      * GRADE SCALE IS OPTIONAL, AS IN TRANSCRIPT.
      *-------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CREDIT-REQUIREMENTS.
           IF WS-CREDIT-REQ-STATUS = '00' THEN
              PERFORM 1300-LOAD-REQUIREMENT THRU 1300-EXIT
                  UNTIL END-OF-CREDREQ
              CLOSE CREDIT-REQUIREMENTS
           END-IF.
           IF NOT TOTAL-REQ-LOADED THEN
              DISPLAY 'CREDREQ HAS NO TOTAL REQUIREMENT - '
                  'NO AUDIT RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1100-LOAD-GRADE-SCALE THRU 1100-EXIT.
           COMPUTE WS-PASS-MARK = WS-INSUFFISANT-MAX + 1.

           OPEN INPUT SUBJECT-MASTER.
           IF WS-SUBJECT-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-SUBJECT THRU 1200-EXIT
                  UNTIL END-OF-SUBJMAST
                     OR WS-SUBJECT-COUNT >= WS-MAX-SUBJECTS
              CLOSE SUBJECT-MASTER
           END-IF.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLLMENT-STATUS = '00' THEN
              PERFORM 1400-LOAD-ENROLLMENT THRU 1400-EXIT
                  UNTIL END-OF-ENROLLMENTS
                     OR WS-ENROLLMENT-COUNT >= WS-MAX-ENROLLMENTS
              CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT SUBJECT-GRADES.
           OPEN OUTPUT AUDIT-SHEET.
           OPEN OUTPUT AT-RISK-LIST.

           MOVE WS-TOTAL-REQUIRED TO WS-REQUIRED-ED.
           MOVE WS-PASS-MARK TO WS-LEVEL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GRADUATION CREDIT AUDIT - REQUIRED '
               WS-REQUIRED-ED ' - PASS MARK ' WS-LEVEL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.

           MOVE WS-FINAL-YEAR-LEVEL TO WS-LEVEL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GRADUATION AT-RISK LIST - FINAL YEAR LEVEL '
               WS-LEVEL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AT-RISK-RECORD.
           WRITE AT-RISK-RECORD.

           PERFORM 2900-READ-ROSTER THRU 2900-EXIT.
           PERFORM 2950-READ-GRADE THRU 2950-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-GRADE-SCALE.
           OPEN INPUT GRADE-SCALE-PARM.
           IF WS-GRADE-SCALE-STATUS = '00' THEN
              READ GRADE-SCALE-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GSP-INSUFFISANT-MAX TO WS-INSUFFISANT-MAX
              END-READ
              CLOSE GRADE-SCALE-PARM
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-SUBJECT.
           READ SUBJECT-MASTER
              AT END
                 SET END-OF-SUBJMAST TO TRUE
                 GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-SUBJECT-COUNT.
           SET SUB-IDX TO WS-SUBJECT-COUNT.
           MOVE SM-SUBJECT-CODE  TO WS-SUB-CODE(SUB-IDX).
           MOVE SM-CREDIT-WEIGHT TO WS-SUB-WEIGHT(SUB-IDX).
           MOVE SM-SUBJECT-GROUP TO WS-SUB-GROUP(SUB-IDX).
       1200-EXIT.
           EXIT.

       1300-LOAD-REQUIREMENT.
           READ CREDIT-REQUIREMENTS
              AT END
                 SET END-OF-CREDREQ TO TRUE
                 GO TO 1300-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN CR-TOTAL-RECORD
                 MOVE CR-MIN-CREDITS TO WS-TOTAL-REQUIRED
                 IF CR-FINAL-YEAR-LEVEL > ZERO THEN
                    MOVE CR-FINAL-YEAR-LEVEL TO WS-FINAL-YEAR-LEVEL
                 END-IF
                 SET TOTAL-REQ-LOADED TO TRUE
              WHEN CR-GROUP-RECORD
                 IF WS-GROUP-COUNT < WS-MAX-GROUPS THEN
                    ADD 1 TO WS-GROUP-COUNT
                    SET GRP-IDX TO WS-GROUP-COUNT
                    MOVE CR-SUBJECT-GROUP TO WS-GRP-CODE(GRP-IDX)
                    MOVE CR-MIN-CREDITS
                        TO WS-GRP-REQUIRED(GRP-IDX)
                 ELSE
                    DISPLAY 'CREDREQ GROUP ' CR-SUBJECT-GROUP
                        ' - GROUP TABLE FULL, IGNORED'
                 END-IF
              WHEN OTHER
                 DISPLAY 'CREDREQ RECORD TYPE ' CR-RECORD-TYPE
                     ' UNKNOWN - IGNORED'
           END-EVALUATE.
       1300-EXIT.
           EXIT.

       1400-LOAD-ENROLLMENT.
           READ ENROLLMENT-FILE
              AT END
                 SET END-OF-ENROLLMENTS TO TRUE
                 GO TO 1400-EXIT
           END-READ.
           ADD 1 TO WS-ENROLLMENT-COUNT.
           SET ENR-IDX TO WS-ENROLLMENT-COUNT.
           MOVE EN-STUDENT-ID   TO WS-ENR-STUDENT-ID(ENR-IDX).
           MOVE EN-SUBJECT-CODE TO WS-ENR-SUBJECT(ENR-IDX).
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE AUDIT SHEET PER ROSTER STUDENT. SUBJECT-GRADES
      * WALKS FORWARD WITH THE MASTER AS IN YEARENDROLL,
      * BUT EVERY SCHOOL YEAR ON FILE COUNTS HERE.
      *-------------------------------------------------
       2000-AUDIT-STUDENT.
           PERFORM 3000-SKIP-ORPHAN-GRADE THRU 3000-EXIT
               UNTIL END-OF-GRADES
                  OR TS-STUDENT-ID >= STM-STUDENT-ID.

           ADD 1 TO WS-STUDENT-COUNT.
           MOVE ZERO TO WS-SUBJECT-YEAR-COUNT.
           INITIALIZE WS-STUDENT-TOTALS.
           PERFORM 2010-CLEAR-GROUP THRU 2010-EXIT
               VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT.

           PERFORM 2100-COLLECT-GRADE THRU 2100-EXIT
               UNTIL END-OF-GRADES
                  OR TS-STUDENT-ID NOT = STM-STUDENT-ID.

           MOVE STM-YEAR-LEVEL TO WS-LEVEL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING STM-STUDENT-ID ' ' STM-STUDENT-NOM
               ' LEVEL ' WS-LEVEL-ED
               ' YEAR ' STM-SCHOOL-YEAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE SPACES TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.

           PERFORM 2200-CREDIT-SUBJECT-YEAR THRU 2200-EXIT
               VARYING SY-IDX FROM 1 BY 1
               UNTIL SY-IDX > WS-SUBJECT-YEAR-COUNT.

           PERFORM 2300-SUM-ENROLLMENT THRU 2300-EXIT
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLLMENT-COUNT.

           IF STM-YEAR-LEVEL < WS-FINAL-YEAR-LEVEL THEN
              COMPUTE WS-YEARS-LEFT =
                  WS-FINAL-YEAR-LEVEL - STM-YEAR-LEVEL
           ELSE
              MOVE ZERO TO WS-YEARS-LEFT
           END-IF.
           COMPUTE WS-STU-PROJECTED = WS-STU-EARNED
               + WS-STU-PENDING + WS-YEARS-LEFT * WS-STU-LOAD.

           MOVE 'N' TO WS-AT-RISK-SW.
           IF WS-STU-PROJECTED < WS-TOTAL-REQUIRED THEN
              SET STUDENT-AT-RISK TO TRUE
           END-IF.

           PERFORM 2400-WRITE-GROUP-LINE THRU 2400-EXIT
               VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT.
           PERFORM 2500-WRITE-TOTAL-LINES THRU 2500-EXIT.

           IF WS-STU-EARNED >= WS-TOTAL-REQUIRED THEN
              ADD 1 TO WS-COMPLETE-COUNT
           END-IF.

           IF STUDENT-AT-RISK
              AND STM-YEAR-LEVEL + 1 >= WS-FINAL-YEAR-LEVEL THEN
              PERFORM 2600-LIST-AT-RISK THRU 2600-EXIT
           END-IF.

           PERFORM 2900-READ-ROSTER THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2010-CLEAR-GROUP.
           MOVE ZERO TO WS-GRP-EARNED(GRP-IDX)
                        WS-GRP-PENDING(GRP-IDX)
                        WS-GRP-LOAD(GRP-IDX)
                        WS-GRP-PROJECTED(GRP-IDX).
       2010-EXIT.
           EXIT.

      *-------------------------------------------------
      * FOLD ONE SUBGRAD TERM GRADE INTO ITS SUBJECT-YEAR
      * ENTRY - FALL AND SPRING OF ONE SCHOOL YEAR MAKE
      * ONE AVERAGE AND AT MOST ONE CREDIT.
      *-------------------------------------------------
       2100-COLLECT-GRADE.
           MOVE 'N' TO WS-SY-FOUND-SW.
           SET SY-IDX TO 1.
           PERFORM 2110-MATCH-SUBJECT-YEAR THRU 2110-EXIT
               UNTIL SY-IDX > WS-SUBJECT-YEAR-COUNT
                  OR SUBJECT-YEAR-FOUND.
           IF NOT SUBJECT-YEAR-FOUND THEN
              IF WS-SUBJECT-YEAR-COUNT >= WS-MAX-SUBJECT-YEARS THEN
                 DISPLAY 'STUDENT ' STM-STUDENT-ID
                     ' - TOO MANY SUBJECT YEARS, '
                     TS-SUBJECT-NAME ' ' TS-SCHOOL-YEAR ' SKIPPED'
                 GO TO 2100-READ
              END-IF
              ADD 1 TO WS-SUBJECT-YEAR-COUNT
              SET SY-IDX TO WS-SUBJECT-YEAR-COUNT
              MOVE TS-SUBJECT-NAME TO WS-SY-SUBJECT(SY-IDX)
              MOVE TS-SCHOOL-YEAR  TO WS-SY-YEAR(SY-IDX)
              MOVE ZERO TO WS-SY-TOTAL(SY-IDX) WS-SY-COUNT(SY-IDX)
              MOVE 'N' TO WS-SY-EARNED-SW(SY-IDX)
           END-IF.
           ADD TS-SUBJECT-GRADE TO WS-SY-TOTAL(SY-IDX).
           ADD 1 TO WS-SY-COUNT(SY-IDX).
       2100-READ.
           PERFORM 2950-READ-GRADE THRU 2950-EXIT.
       2100-EXIT.
           EXIT.

       2110-MATCH-SUBJECT-YEAR.
           IF WS-SY-SUBJECT(SY-IDX) = TS-SUBJECT-NAME
              AND WS-SY-YEAR(SY-IDX) = TS-SCHOOL-YEAR THEN
              SET SUBJECT-YEAR-FOUND TO TRUE
           ELSE
              SET SY-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

      *-------------------------------------------------
      * A SUBJECT-YEAR AVERAGING AT OR ABOVE THE PASS MARK
      * EARNS THE SUBJECT'S CREDIT WEIGHT. A SUBJECT NOT
      * ON SUBJMAST EARNS NOTHING AND SAYS SO.
      *-------------------------------------------------
       2200-CREDIT-SUBJECT-YEAR.
           COMPUTE WS-SY-AVERAGE ROUNDED =
               WS-SY-TOTAL(SY-IDX) / WS-SY-COUNT(SY-IDX).
           MOVE WS-SY-SUBJECT(SY-IDX) TO WS-LOOKUP-SUBJECT.
           PERFORM 7000-FIND-SUBJECT THRU 7000-EXIT.

           EVALUATE TRUE
              WHEN NOT SUBJECT-FOUND
                 MOVE 'NO SUBJECT' TO WS-STATUS-TEXT
              WHEN WS-SY-AVERAGE >= WS-PASS-MARK
                 MOVE 'EARNED' TO WS-STATUS-TEXT
                 MOVE 'Y' TO WS-SY-EARNED-SW(SY-IDX)
                 ADD WS-LOOKUP-WEIGHT TO WS-STU-EARNED
                 PERFORM 7100-FIND-GROUP THRU 7100-EXIT
                 IF GROUP-FOUND THEN
                    ADD WS-LOOKUP-WEIGHT TO WS-GRP-EARNED(GRP-IDX)
                 END-IF
              WHEN OTHER
                 MOVE 'NOT EARNED' TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE WS-SY-AVERAGE TO WS-AVERAGE-ED.
           MOVE WS-LOOKUP-WEIGHT TO WS-WEIGHT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  ' WS-SY-SUBJECT(SY-IDX)
               ' ' WS-SY-YEAR(SY-IDX)
               '  AVG ' WS-AVERAGE-ED
               '  CREDIT ' WS-WEIGHT-ED
               ' ' WS-LOOKUP-GROUP
               '  ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE STUDENT'S CURRENT ENROLLMENTS ARE THE LOAD
      * PROJECTED OVER THE YEARS LEFT. A SUBJECT NOT YET
      * EARNED IN THE CURRENT SCHOOL YEAR IS STILL IN
      * PROGRESS AND IS PENDING CREDIT.
      *-------------------------------------------------
       2300-SUM-ENROLLMENT.
           IF WS-ENR-STUDENT-ID(ENR-IDX) NOT = STM-STUDENT-ID THEN
              GO TO 2300-EXIT
           END-IF.
           MOVE WS-ENR-SUBJECT(ENR-IDX) TO WS-LOOKUP-SUBJECT.
           PERFORM 7000-FIND-SUBJECT THRU 7000-EXIT.
           IF NOT SUBJECT-FOUND THEN
              GO TO 2300-EXIT
           END-IF.
           PERFORM 7100-FIND-GROUP THRU 7100-EXIT.
           ADD WS-LOOKUP-WEIGHT TO WS-STU-LOAD.
           IF GROUP-FOUND THEN
              ADD WS-LOOKUP-WEIGHT TO WS-GRP-LOAD(GRP-IDX)
           END-IF.

           MOVE 'N' TO WS-SY-FOUND-SW.
           SET SY-IDX TO 1.
           PERFORM 2310-MATCH-CURRENT-YEAR THRU 2310-EXIT
               UNTIL SY-IDX > WS-SUBJECT-YEAR-COUNT
                  OR SUBJECT-YEAR-FOUND.
           IF SUBJECT-YEAR-FOUND THEN
              IF SY-EARNED(SY-IDX) THEN
                 GO TO 2300-EXIT
              END-IF
           END-IF.
           ADD WS-LOOKUP-WEIGHT TO WS-STU-PENDING.
           IF GROUP-FOUND THEN
              ADD WS-LOOKUP-WEIGHT TO WS-GRP-PENDING(GRP-IDX)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-CURRENT-YEAR.
           IF WS-SY-SUBJECT(SY-IDX) = WS-LOOKUP-SUBJECT
              AND WS-SY-YEAR(SY-IDX) = STM-SCHOOL-YEAR THEN
              SET SUBJECT-YEAR-FOUND TO TRUE
           ELSE
              SET SY-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

       2400-WRITE-GROUP-LINE.
           COMPUTE WS-GRP-PROJECTED(GRP-IDX) =
               WS-GRP-EARNED(GRP-IDX) + WS-GRP-PENDING(GRP-IDX)
               + WS-YEARS-LEFT * WS-GRP-LOAD(GRP-IDX).
           IF WS-GRP-PROJECTED(GRP-IDX) < WS-GRP-REQUIRED(GRP-IDX)
              THEN
              SET STUDENT-AT-RISK TO TRUE
           END-IF.

           IF WS-GRP-EARNED(GRP-IDX) < WS-GRP-REQUIRED(GRP-IDX)
              THEN
              COMPUTE WS-STU-SHORT =
                  WS-GRP-REQUIRED(GRP-IDX) - WS-GRP-EARNED(GRP-IDX)
           ELSE
              MOVE ZERO TO WS-STU-SHORT
           END-IF.
           MOVE WS-GRP-EARNED(GRP-IDX)   TO WS-EARNED-ED.
           MOVE WS-GRP-REQUIRED(GRP-IDX) TO WS-REQUIRED-ED.
           MOVE WS-STU-SHORT             TO WS-SHORT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  GROUP ' WS-GRP-CODE(GRP-IDX)
               '  EARNED ' WS-EARNED-ED
               '  REQUIRED ' WS-REQUIRED-ED
               '  SHORT ' WS-SHORT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.
       2400-EXIT.
           EXIT.

       2500-WRITE-TOTAL-LINES.
           IF WS-STU-EARNED < WS-TOTAL-REQUIRED THEN
              COMPUTE WS-STU-SHORT =
                  WS-TOTAL-REQUIRED - WS-STU-EARNED
           ELSE
              MOVE ZERO TO WS-STU-SHORT
           END-IF.
           MOVE WS-STU-EARNED     TO WS-EARNED-ED.
           MOVE WS-TOTAL-REQUIRED TO WS-REQUIRED-ED.
           MOVE WS-STU-SHORT      TO WS-SHORT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TOTAL       EARNED ' WS-EARNED-ED
               '  REQUIRED ' WS-REQUIRED-ED
               '  SHORT ' WS-SHORT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.

           MOVE WS-STU-PENDING   TO WS-PENDING-ED.
           MOVE WS-STU-PROJECTED TO WS-PROJECTED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  IN PROGRESS ' WS-PENDING-ED
               '  PROJECTED AT FINAL LEVEL ' WS-PROJECTED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------
      * A STUDENT IN THE LAST TWO YEAR LEVELS WHOSE
      * PROJECTION MISSES THE TOTAL OR ANY GROUP MINIMUM.
      * ONE LINE FOR THE STUDENT, ONE PER SHORT GROUP.
      *-------------------------------------------------
       2600-LIST-AT-RISK.
           ADD 1 TO WS-AT-RISK-COUNT.
           MOVE STM-YEAR-LEVEL    TO WS-LEVEL-ED.
           MOVE WS-STU-EARNED     TO WS-EARNED-ED.
           MOVE WS-STU-PROJECTED  TO WS-PROJECTED-ED.
           MOVE WS-TOTAL-REQUIRED TO WS-REQUIRED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING STM-STUDENT-ID ' ' STM-STUDENT-NOM
               ' LVL ' WS-LEVEL-ED
               ' EARNED' WS-EARNED-ED
               ' PROJ' WS-PROJECTED-ED
               ' REQ' WS-REQUIRED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AT-RISK-RECORD.
           WRITE AT-RISK-RECORD.

           PERFORM 2610-LIST-SHORT-GROUP THRU 2610-EXIT
               VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > WS-GROUP-COUNT.
       2600-EXIT.
           EXIT.

       2610-LIST-SHORT-GROUP.
           IF WS-GRP-PROJECTED(GRP-IDX) >= WS-GRP-REQUIRED(GRP-IDX)
              THEN
              GO TO 2610-EXIT
           END-IF.
           MOVE WS-GRP-PROJECTED(GRP-IDX) TO WS-PROJECTED-ED.
           MOVE WS-GRP-REQUIRED(GRP-IDX)  TO WS-REQUIRED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '       SHORT IN GROUP ' WS-GRP-CODE(GRP-IDX)
               '  PROJECTED ' WS-PROJECTED-ED
               '  REQUIRED ' WS-REQUIRED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AT-RISK-RECORD.
           WRITE AT-RISK-RECORD.
       2610-EXIT.
           EXIT.

       2900-READ-ROSTER.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-ROSTER TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       2950-READ-GRADE.
           READ SUBJECT-GRADES
              AT END SET END-OF-GRADES TO TRUE
           END-READ.
       2950-EXIT.
           EXIT.

       3000-SKIP-ORPHAN-GRADE.
           PERFORM 2950-READ-GRADE THRU 2950-EXIT.
       3000-EXIT.
           EXIT.

       7000-FIND-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-FOUND-SW.
           MOVE ZERO TO WS-LOOKUP-WEIGHT.
           MOVE SPACES TO WS-LOOKUP-GROUP.
           SET SUB-IDX TO 1.
           PERFORM 7010-MATCH-SUBJECT THRU 7010-EXIT
               UNTIL SUB-IDX > WS-SUBJECT-COUNT
                  OR SUBJECT-FOUND.
           IF SUBJECT-FOUND THEN
              MOVE WS-SUB-WEIGHT(SUB-IDX) TO WS-LOOKUP-WEIGHT
              MOVE WS-SUB-GROUP(SUB-IDX)  TO WS-LOOKUP-GROUP
           END-IF.
       7000-EXIT.
           EXIT.

       7010-MATCH-SUBJECT.
           IF WS-SUB-CODE(SUB-IDX) = WS-LOOKUP-SUBJECT THEN
              SET SUBJECT-FOUND TO TRUE
           ELSE
              SET SUB-IDX UP BY 1
           END-IF.
       7010-EXIT.
           EXIT.

       7100-FIND-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND-SW.
           SET GRP-IDX TO 1.
           PERFORM 7110-MATCH-GROUP THRU 7110-EXIT
               UNTIL GRP-IDX > WS-GROUP-COUNT
                  OR GROUP-FOUND.
       7100-EXIT.
           EXIT.

       7110-MATCH-GROUP.
           IF WS-GRP-CODE(GRP-IDX) = WS-LOOKUP-GROUP THEN
              SET GROUP-FOUND TO TRUE
           ELSE
              SET GRP-IDX UP BY 1
           END-IF.
       7110-EXIT.
           EXIT.

       8000-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.
           MOVE WS-STUDENT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STUDENTS AUDITED      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.

           MOVE WS-COMPLETE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REQUIREMENT EARNED    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.

           MOVE WS-AT-RISK-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STUDENTS AT RISK      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AUDIT-SHEET-RECORD.
           WRITE AUDIT-SHEET-RECORD.
           MOVE WS-REPORT-LINE TO AT-RISK-RECORD.
           WRITE AT-RISK-RECORD.
       8000-EXIT.
           EXIT.

       8900-FINALIZE.
           CLOSE STUDENT-MASTER.
           CLOSE SUBJECT-GRADES.
           CLOSE AUDIT-SHEET.
           CLOSE AT-RISK-LIST.
           DISPLAY 'STUDENTS AUDITED : ' WS-STUDENT-COUNT.
           DISPLAY 'AT RISK          : ' WS-AT-RISK-COUNT.
       8900-EXIT.
           EXIT.
