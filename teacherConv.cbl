      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  TeacherConversion.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. ONE-TIME CONVERSION OF
      *               THE FREE-TEXT TEACHER NAMES ON THE
      *               SUBJECT MASTER (SM-TEACHER) AND THE
      *               SECTION MASTER (SEC-TEACHER) TO THE
      *               TEACHER'S EMP-ID ON EMPLOYEE-MASTER.
      *               A NAME IS MATCHED ON THE SURNAME - THE
      *               FIRST WORD OF EMP-NOM - AGAINST THE
      *               NAME'S WORDS WITH ANY TITLE (M, MME,
      *               MLLE, DR ...) AND PUNCTUATION DROPPED,
      *               SO "M. LEGRAND" AND "M LEGRAND" MEET ON
      *               THE SAME EMPLOYEE. ONLY A SINGLE ACTIVE
      *               EMPLOYEE COUNTS AS A MATCH. MATCHED
      *               RECORDS ARE WRITTEN TO THE NEW
      *               GENERATIONS (SUBJMSO, SECTMSO) WITH THE
      *               EMP-ID AND THE EMPLOYEE'S NAME; ANY
      *               OTHER RECORD IS COPIED WITH THE EMP-ID
      *               LEFT BLANK AND LISTED ON THE CONVERSION
      *               REPORT (TCHRCONV) FOR CURRICULUMMAINT.
      *               RETURN CODE 4 WHILE ANY NAME IS LEFT.
      * 15/10/26  AP  SUBJMSO RECORD WIDENED TO 66 FOR THE
      *               SUBJECT GROUP NOW ON SUBJMFD.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-MASTER-STATUS.

           SELECT SUBJECT-MASTER-OUT ASSIGN TO "SUBJMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-OUT-STATUS.

           SELECT SECTION-MASTER ASSIGN TO "SECTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-MASTER-STATUS.

           SELECT SECTION-MASTER-OUT ASSIGN TO "SECTMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-OUT-STATUS.

           SELECT CONVERSION-REPORT ASSIGN TO "TCHRCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSION-RPT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  SUBJECT-MASTER.
           COPY "subjmfd.cpy".

       FD  SUBJECT-MASTER-OUT.
       01  SUBJECT-MASTER-OUT-RECORD PIC X(66).

       FD  SECTION-MASTER.
           COPY "sectfd.cpy".

       FD  SECTION-MASTER-OUT.
       01  SECTION-MASTER-OUT-RECORD PIC X(41).

       FD  CONVERSION-REPORT.
       01  CONVERSION-REPORT-RECORD PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE-MASTER-STATUS PIC X(02).
       01  WS-SUBJECT-MASTER-STATUS PIC X(02).
       01  WS-SUBJECT-OUT-STATUS    PIC X(02).
       01  WS-SECTION-MASTER-STATUS PIC X(02).
       01  WS-SECTION-OUT-STATUS    PIC X(02).
       01  WS-CONVERSION-RPT-STATUS PIC X(02).

       01  WS-SWITCHES.
           05 WS-EMPLOYEE-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES   VALUE 'Y'.
           05 WS-SUBJECT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SUBJECTS    VALUE 'Y'.
           05 WS-SECTION-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SECTIONS    VALUE 'Y'.
           05 WS-SUBJECT-OPEN-SW    PIC X(01) VALUE 'N'.
              88 SUBJECT-MASTER-OPEN VALUE 'Y'.
           05 WS-SECTION-OPEN-SW    PIC X(01) VALUE 'N'.
              88 SECTION-MASTER-OPEN VALUE 'Y'.
           05 WS-TITLE-SW           PIC X(01).
              88 WORD-IS-TITLE      VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).

      *-------------------------------------------------
      * ACTIVE AND TERMINATED EMPLOYEES ALIKE, WITH THE
      * SURNAME (FIRST WORD OF EMP-NOM) IN UPPER CASE. A
      * NAME MATCHING ONLY A TERMINATED EMPLOYEE IS
      * REPORTED AS SUCH, NOT CONVERTED.
      *-------------------------------------------------
       01  WS-MAX-EMPLOYEES         PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-TBL-EMP-ID      PIC X(06).
              10 WS-TBL-NOM         PIC X(20).
              10 WS-TBL-SURNAME     PIC X(20).
              10 WS-TBL-ACTIVE-SW   PIC X(01).
                 88 TBL-ACTIVE      VALUE 'Y'.

      *-------------------------------------------------
      * THE TEACHER NAME BEING CONVERTED, BROKEN INTO
      * WORDS, AND WHAT THE MATCH FOUND.
      *-------------------------------------------------
       01  WS-TEACHER-NAME          PIC X(20).
       01  WS-NAME-WORK             PIC X(20).
       01  WS-NAME-WORDS.
           05 WS-NAME-WORD OCCURS 4 TIMES
                 INDEXED BY WRD-IDX  PIC X(20).
       01  WS-WORD-COUNT            PIC 9(02) COMP.
       01  WS-FIRST-WORD            PIC 9(02) COMP.
       01  WS-CANDIDATE-1           PIC X(20).
       01  WS-CANDIDATE-2           PIC X(20).
       01  WS-ACTIVE-MATCHES        PIC 9(03) COMP.
       01  WS-TERMINATED-MATCHES    PIC 9(03) COMP.
       01  WS-MATCH-EMP-ID          PIC X(06).
       01  WS-MATCH-NOM             PIC X(20).

       01  WS-LOWER-CASE            PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE            PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-RECORD-LABEL          PIC X(20).
       01  WS-RESULT-EMP-ID         PIC X(06).
       01  WS-RESULT-NOM            PIC X(20).
       01  WS-CONVERTED-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-LEFT-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-REPORT-LINE           PIC X(72).
       01  WS-COUNT-ED              PIC ZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CONVERT-SUBJECT THRU 2000-EXIT
               UNTIL END-OF-SUBJECTS.
           PERFORM 3000-CONVERT-SECTION THRU 3000-EXIT
               UNTIL END-OF-SECTIONS.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-LEFT-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT SUBJECT-MASTER.
           IF WS-SUBJECT-MASTER-STATUS = '00' THEN
              SET SUBJECT-MASTER-OPEN TO TRUE
           ELSE
              SET END-OF-SUBJECTS TO TRUE
           END-IF.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECTION-MASTER-STATUS = '00' THEN
              SET SECTION-MASTER-OPEN TO TRUE
           ELSE
              SET END-OF-SECTIONS TO TRUE
           END-IF.
           OPEN OUTPUT SUBJECT-MASTER-OUT.
           OPEN OUTPUT SECTION-MASTER-OUT.

           OPEN OUTPUT CONVERSION-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TEACHER NAME TO EMP-ID CONVERSION  RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE 'RECORD               TEACHER NAME         RESULT'
               TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF END-OF-EMPLOYEES THEN
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           SET EMP-IDX TO WS-EMPLOYEE-COUNT.
           MOVE EMP-ID  TO WS-TBL-EMP-ID(EMP-IDX).
           MOVE EMP-NOM TO WS-TBL-NOM(EMP-IDX).
           INSPECT WS-TBL-NOM(EMP-IDX)
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE SPACES TO WS-TBL-SURNAME(EMP-IDX).
           UNSTRING WS-TBL-NOM(EMP-IDX) DELIMITED BY ALL SPACE
               INTO WS-TBL-SURNAME(EMP-IDX).
           IF EMP-TERM-DATE > ZERO
              AND EMP-TERM-DATE <= WS-RUN-DATE THEN
              MOVE 'N' TO WS-TBL-ACTIVE-SW(EMP-IDX)
           ELSE
              MOVE 'Y' TO WS-TBL-ACTIVE-SW(EMP-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A RECORD ALREADY CARRYING AN EMP-ID IS COPIED AS
      * IT IS - THE RUN CAN BE REPEATED SAFELY.
      *-------------------------------------------------
       2000-CONVERT-SUBJECT.
           READ SUBJECT-MASTER
              AT END SET END-OF-SUBJECTS TO TRUE
           END-READ.
           IF END-OF-SUBJECTS THEN
              GO TO 2000-EXIT
           END-IF.
           IF SM-TEACHER-EMP-ID NOT = SPACES THEN
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              MOVE SPACES TO WS-RECORD-LABEL
              STRING 'SUBJECT ' SM-SUBJECT-CODE
                  DELIMITED BY SIZE INTO WS-RECORD-LABEL
              MOVE SM-TEACHER TO WS-TEACHER-NAME
              PERFORM 5000-RESOLVE-TEACHER THRU 5000-EXIT
              IF WS-RESULT-EMP-ID NOT = SPACES THEN
                 MOVE WS-RESULT-EMP-ID TO SM-TEACHER-EMP-ID
                 MOVE WS-RESULT-NOM    TO SM-TEACHER
              END-IF
           END-IF.
           MOVE SUBJECT-MASTER-RECORD TO SUBJECT-MASTER-OUT-RECORD.
           WRITE SUBJECT-MASTER-OUT-RECORD.
       2000-EXIT.
           EXIT.

       3000-CONVERT-SECTION.
           READ SECTION-MASTER
              AT END SET END-OF-SECTIONS TO TRUE
           END-READ.
           IF END-OF-SECTIONS THEN
              GO TO 3000-EXIT
           END-IF.
           IF SEC-TEACHER-EMP-ID NOT = SPACES THEN
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              MOVE SPACES TO WS-RECORD-LABEL
              STRING 'SECTION ' SEC-SUBJECT-CODE ' '
                  SEC-SECTION-ID
                  DELIMITED BY SIZE INTO WS-RECORD-LABEL
              MOVE SEC-TEACHER TO WS-TEACHER-NAME
              PERFORM 5000-RESOLVE-TEACHER THRU 5000-EXIT
              IF WS-RESULT-EMP-ID NOT = SPACES THEN
                 MOVE WS-RESULT-EMP-ID TO SEC-TEACHER-EMP-ID
                 MOVE WS-RESULT-NOM    TO SEC-TEACHER
              END-IF
           END-IF.
           MOVE SECTION-MASTER-RECORD TO SECTION-MASTER-OUT-RECORD.
           WRITE SECTION-MASTER-OUT-RECORD.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * BREAK THE NAME INTO WORDS, DROP A LEADING TITLE,
      * AND TAKE THE FIRST AND LAST REMAINING WORDS AS
      * THE POSSIBLE SURNAMES ("M. LEGRAND", "MARC
      * LEGRAND" AND "LEGRAND MARC" ALL REACH LEGRAND).
      * EXACTLY ONE ACTIVE EMPLOYEE WITH THAT SURNAME IS
      * A MATCH; ANYTHING ELSE IS LEFT FOR THE OFFICE.
      *-------------------------------------------------
       5000-RESOLVE-TEACHER.
           MOVE SPACES TO WS-RESULT-EMP-ID WS-RESULT-NOM.
           MOVE WS-TEACHER-NAME TO WS-NAME-WORK.
           INSPECT WS-NAME-WORK
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-NAME-WORK REPLACING ALL '.' BY SPACE
                                          ALL ',' BY SPACE.
           MOVE SPACES TO WS-NAME-WORDS.
           MOVE ZERO TO WS-WORD-COUNT.
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD(1) WS-NAME-WORD(2)
                    WS-NAME-WORD(3) WS-NAME-WORD(4)
               TALLYING IN WS-WORD-COUNT.
           IF WS-NAME-WORD(1) = SPACES THEN
              MOVE 'NO NAME ON RECORD' TO WS-REPORT-LINE(43:30)
              GO TO 5000-LEFT
           END-IF.
           PERFORM 5100-COUNT-WORDS THRU 5100-EXIT.

           MOVE 1 TO WS-FIRST-WORD.
           PERFORM 5200-CHECK-TITLE THRU 5200-EXIT.
           IF WORD-IS-TITLE AND WS-WORD-COUNT > 1 THEN
              MOVE 2 TO WS-FIRST-WORD
           END-IF.
           MOVE WS-NAME-WORD(WS-FIRST-WORD) TO WS-CANDIDATE-1.
           MOVE WS-NAME-WORD(WS-WORD-COUNT) TO WS-CANDIDATE-2.

           MOVE ZERO TO WS-ACTIVE-MATCHES WS-TERMINATED-MATCHES.
           PERFORM 5300-MATCH-EMPLOYEE THRU 5300-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ACTIVE-MATCHES = 1 THEN
              MOVE WS-MATCH-EMP-ID TO WS-RESULT-EMP-ID
              MOVE WS-MATCH-NOM    TO WS-RESULT-NOM
              ADD 1 TO WS-CONVERTED-COUNT
              STRING WS-MATCH-EMP-ID ' ' WS-MATCH-NOM
                  DELIMITED BY SIZE INTO WS-REPORT-LINE(43:30)
              GO TO 5000-REPORT
           END-IF.
           EVALUATE TRUE
              WHEN WS-ACTIVE-MATCHES > 1
                 MOVE 'SEVERAL EMPLOYEES - KEY BY HAND'
                     TO WS-REPORT-LINE(43:30)
              WHEN WS-TERMINATED-MATCHES > ZERO
                 MOVE 'EMPLOYEE TERMINATED - REASSIGN'
                     TO WS-REPORT-LINE(43:30)
              WHEN OTHER
                 MOVE 'NOT ON EMPLOYEE-MASTER'
                     TO WS-REPORT-LINE(43:30)
           END-EVALUATE.
       5000-LEFT.
           ADD 1 TO WS-LEFT-COUNT.
       5000-REPORT.
           MOVE WS-RECORD-LABEL TO WS-REPORT-LINE(1:20).
           MOVE WS-TEACHER-NAME TO WS-REPORT-LINE(22:20).
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
       5000-EXIT.
           EXIT.

       5100-COUNT-WORDS.
           MOVE ZERO TO WS-WORD-COUNT.
           PERFORM 5110-COUNT-ONE THRU 5110-EXIT
               VARYING WRD-IDX FROM 1 BY 1
               UNTIL WRD-IDX > 4.
       5100-EXIT.
           EXIT.

       5110-COUNT-ONE.
           IF WS-NAME-WORD(WRD-IDX) NOT = SPACES THEN
              SET WS-WORD-COUNT TO WRD-IDX
           END-IF.
       5110-EXIT.
           EXIT.

       5200-CHECK-TITLE.
           MOVE 'N' TO WS-TITLE-SW.
           EVALUATE WS-NAME-WORD(1)
              WHEN 'M'
              WHEN 'MR'
              WHEN 'MME'
              WHEN 'MLLE'
              WHEN 'MRS'
              WHEN 'MS'
              WHEN 'DR'
              WHEN 'MONSIEUR'
              WHEN 'MADAME'
                 SET WORD-IS-TITLE TO TRUE
           END-EVALUATE.
       5200-EXIT.
           EXIT.

       5300-MATCH-EMPLOYEE.
           IF WS-TBL-SURNAME(EMP-IDX) NOT = WS-CANDIDATE-1
              AND WS-TBL-SURNAME(EMP-IDX) NOT = WS-CANDIDATE-2 THEN
              GO TO 5300-EXIT
           END-IF.
           IF TBL-ACTIVE(EMP-IDX) THEN
              ADD 1 TO WS-ACTIVE-MATCHES
              MOVE WS-TBL-EMP-ID(EMP-IDX) TO WS-MATCH-EMP-ID
              MOVE WS-TBL-NOM(EMP-IDX)    TO WS-MATCH-NOM
           ELSE
              ADD 1 TO WS-TERMINATED-MATCHES
           END-IF.
       5300-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECORDS CONVERTED          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-ALREADY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECORDS ALREADY CARRYING ID ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-LEFT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECORDS LEFT FOR THE OFFICE ' WS-COUNT-ED
               ' - KEY THE EMP-ID IN CURRICULUMMAINT'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.

           IF SUBJECT-MASTER-OPEN THEN
              CLOSE SUBJECT-MASTER
           END-IF.
           IF SECTION-MASTER-OPEN THEN
              CLOSE SECTION-MASTER
           END-IF.
           CLOSE SUBJECT-MASTER-OUT.
           CLOSE SECTION-MASTER-OUT.
           CLOSE CONVERSION-REPORT.
           DISPLAY 'TEACHER CONVERSION - CONVERTED: '
               WS-CONVERTED-COUNT '  LEFT: ' WS-LEFT-COUNT.
       8000-EXIT.
           EXIT.

       8500-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CONVERSION-REPORT-RECORD.
           WRITE CONVERSION-REPORT-RECORD.
       8500-EXIT.
           EXIT.
