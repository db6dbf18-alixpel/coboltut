      *               RE-EXTRACTED, EACH NOTED ON THE
      *               SUBMISSION REPORT WITH THE DISTRICT'S
      *               REASON.
      * 15/10/26  AP  CORRECTION PASS - A RUN TYPE OF C ON THE
      *               SUBMISSION PARM LISTS EVERY POST-CLOSE
      *               AMENDMENT FOR THE TERM (GAMDFD COPYBOOK,
      *               WRITTEN BY GRADEMAINT AND COMPONENTENTRY
      *               ONCE TERMCLOSE HAS CLOSED THE TERM) ON
      *               THE SUBMISSION REPORT, AND SENDS EACH
      *               UNSENT GRADE AMENDMENT TO THE DISTRICT
      *               AS A C RECORD - SUBJECT, ACTION, OLD AND
      *               NEW GRADE, REASON - BETWEEN THE USUAL
      *               HDR/TRL. THE AMENDMENT FILE IS REWRITTEN
      *               WITH THE SENT FLAG AND DATE SO THE NEXT
      *               PASS SENDS ONLY WHAT IS NEW.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-RPT-STATUS.

           SELECT GRADE-AMENDMENTS ASSIGN TO "GRDAMEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDMENT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       01  SUBMISSION-PARM-RECORD.
           05 SBP-SCHOOL-YEAR       PIC 9(04).
           05 SBP-TERM-CODE         PIC X(01).
           05 SBP-RUN-TYPE          PIC X(01).
              88 SBP-CORRECTION-RUN          VALUE 'C'.

       FD  DISTRICT-REJECTIONS.
       01  DISTRICT-REJECTION-RECORD.
              10 DX-EXCUSED         PIC 9(03).
              10 DX-LATE            PIC 9(03).
              10 FILLER             PIC X(28).
           05 DX-CORRECTION-FIELDS REDEFINES DX-DETAIL.
              10 DX-COR-SUBJECT     PIC X(08).
              10 DX-COR-ACTION      PIC X(01).
              10 DX-COR-OLD-GRADE   PIC 9(02).
              10 DX-COR-NEW-GRADE   PIC 9(02).
              10 DX-COR-REASON      PIC X(02).
              10 DX-COR-AMEND-DATE  PIC 9(08).
              10 FILLER             PIC X(17).

       FD  SUBMISSION-REPORT.
       01  SUBMISSION-REPORT-RECORD PIC X(70).

       FD  GRADE-AMENDMENTS.
           COPY "gamdfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "ctlrec.cpy".

       01  WS-REJECTIONS-STATUS     PIC X(02).
       01  WS-SUBMISSION-STATUS     PIC X(02).
       01  WS-SUBMIT-RPT-STATUS     PIC X(02).
       01  WS-AMENDMENT-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 STUDENT-BOUNCED    VALUE 'Y'.
           05 WS-ATTEND-FOUND-SW    PIC X(01).
              88 ATTENDANCE-FOUND   VALUE 'Y'.
           05 WS-CORRECTION-SW      PIC X(01) VALUE 'N'.
              88 CORRECTION-RUN     VALUE 'Y'.
           05 WS-AMEND-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-AMENDMENTS  VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-SCHOOL-YEAR           PIC 9(04).
       01  WS-GRADE-HASH            PIC 9(11)V99 VALUE ZERO.
       01  WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.

      *-------------------------------------------------
      * THE WHOLE AMENDMENT FILE, ALL TERMS, HELD SO IT
      * CAN GO BACK OUT WITH THIS PASS'S SENT FLAGS SET.
      *-------------------------------------------------
       01  WS-MAX-AMENDMENTS        PIC 9(04) COMP VALUE 2000.
       01  WS-AMEND-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-AMEND-TABLE.
           05 WS-AMEND-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-AMEND-COUNT
                 INDEXED BY AMD-IDX.
              10 WS-AMD-RECORD      PIC X(58).
       01  WS-AMEND-LISTED          PIC 9(05) COMP VALUE ZERO.
       01  WS-AMEND-SENT            PIC 9(05) COMP VALUE ZERO.
       01  WS-OLD-GRADE-X           PIC X(02).
       01  WS-NEW-GRADE-X           PIC X(02).
       01  WS-SENT-NOTE             PIC X(20).

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-COUNT-ED              PIC ZZZZ9.

      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CORRECTION-RUN THEN
              PERFORM 3000-CORRECTION-PASS THRU 3000-EXIT
           ELSE
              PERFORM 2000-SUBMIT-STUDENT THRU 2000-EXIT
                  UNTIL END-OF-ROSTER
           END-IF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF CORRECTION-RUN
              AND WS-AMEND-COUNT >= WS-MAX-AMENDMENTS THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

                    SET PARM-SUPPLIED TO TRUE
                    MOVE SBP-SCHOOL-YEAR TO WS-SCHOOL-YEAR
                    MOVE SBP-TERM-CODE   TO WS-TERM-CODE
                    IF SBP-CORRECTION-RUN THEN
                       SET CORRECTION-RUN TO TRUE
                    END-IF
              END-READ
              CLOSE SUBMISSION-PARM
           END-IF.

           IF CORRECTION-RUN THEN
              PERFORM 1500-START-CORRECTION THRU 1500-EXIT
              GO TO 1000-EXIT
           END-IF.

      *-------------------------------------------------
      * A REJECTION FILE ON THE RUN MAKES THIS A
      * REPROCESSING PASS - ONLY THE STUDENTS THE
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CORRECTION PASS NEEDS NO ROSTER, GRADES OR
      * ATTENDANCE - ONLY THE AMENDMENT FILE. THE FILE
      * IS HELD WHOLE; A FILE TOO BIG FOR THE TABLE IS
      * NOT PASSED ON AT ALL, SINCE THE REWRITE WOULD
      * LOSE WHAT DID NOT FIT.
      *-------------------------------------------------
       1500-START-CORRECTION.
           OPEN INPUT GRADE-AMENDMENTS.
           IF WS-AMENDMENT-STATUS = '00' THEN
              PERFORM 1510-LOAD-AMENDMENT THRU 1510-EXIT
                  UNTIL END-OF-AMENDMENTS
                     OR WS-AMEND-COUNT >= WS-MAX-AMENDMENTS
              CLOSE GRADE-AMENDMENTS
           END-IF.

           OPEN OUTPUT DISTRICT-SUBMISSION.
           OPEN OUTPUT SUBMISSION-REPORT.
           MOVE SPACES TO SUBMISSION-REPORT-RECORD.
           STRING 'DISTRICT CORRECTION FILE  TERM ' WS-SCHOOL-YEAR
               '/' WS-TERM-CODE '  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-RECORD.
           WRITE SUBMISSION-REPORT-RECORD.
           MOVE 'POST-CLOSE AMENDMENTS' TO SUBMISSION-REPORT-RECORD.
           WRITE SUBMISSION-REPORT-RECORD.
           MOVE SPACES TO SUBMISSION-REPORT-RECORD.
           STRING 'STUDENT SUBJECT  T A OLD NEW RSN OPER   DATE'
               '     STATUS'
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-RECORD.
           WRITE SUBMISSION-REPORT-RECORD.

           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-TYPE.
           MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
           MOVE SPACES TO DISTRICT-SUBMISSION-RECORD.
           MOVE CONTROL-RECORD TO DISTRICT-SUBMISSION-RECORD(1:23).
           WRITE DISTRICT-SUBMISSION-RECORD.
       1500-EXIT.
           EXIT.

       1510-LOAD-AMENDMENT.
           READ GRADE-AMENDMENTS
              AT END SET END-OF-AMENDMENTS TO TRUE
           END-READ.
           IF NOT END-OF-AMENDMENTS THEN
              ADD 1 TO WS-AMEND-COUNT
              MOVE GRADE-AMENDMENT-RECORD
                  TO WS-AMD-RECORD(WS-AMEND-COUNT)
           END-IF.
       1510-EXIT.
           EXIT.

       1200-LOAD-ATTENDANCE.
           READ ATTENDANCE-MASTER-IN
              AT END SET END-OF-ATTENDANCE TO TRUE
       2510-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY AMENDMENT FOR THE TERM IS LISTED. AN UNSENT
      * GRADE AMENDMENT GOES TO THE DISTRICT AS A C
      * RECORD AND IS MARKED SENT; A COMPONENT AMENDMENT
      * IS LISTED ONLY - THE DISTRICT TAKES TERM GRADES,
      * AND A GRADE THE COMPONENT CHANGES ARRIVES HERE
      * AS ITS OWN GRADEMAINT AMENDMENT.
      *-------------------------------------------------
       3000-CORRECTION-PASS.
           IF WS-AMEND-COUNT >= WS-MAX-AMENDMENTS THEN
              MOVE 'AMENDMENT FILE TOO LARGE - NOTHING SENT'
                  TO SUBMISSION-REPORT-RECORD
              WRITE SUBMISSION-REPORT-RECORD
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LIST-AMENDMENT THRU 3100-EXIT
               VARYING AMD-IDX FROM 1 BY 1
               UNTIL AMD-IDX > WS-AMEND-COUNT.
           IF WS-AMEND-LISTED = ZERO THEN
              MOVE '  NO AMENDMENTS FOR THE TERM'
                  TO SUBMISSION-REPORT-RECORD
              WRITE SUBMISSION-REPORT-RECORD
           END-IF.

           OPEN OUTPUT GRADE-AMENDMENTS.
           PERFORM 3200-REWRITE-AMENDMENT THRU 3200-EXIT
               VARYING AMD-IDX FROM 1 BY 1
               UNTIL AMD-IDX > WS-AMEND-COUNT.
           CLOSE GRADE-AMENDMENTS.
       3000-EXIT.
           EXIT.

       3100-LIST-AMENDMENT.
           MOVE WS-AMD-RECORD(AMD-IDX) TO GRADE-AMENDMENT-RECORD.
           IF GM-SCHOOL-YEAR NOT = WS-SCHOOL-YEAR
              OR GM-TERM-CODE NOT = WS-TERM-CODE THEN
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-AMEND-LISTED.

           MOVE SPACES TO WS-SENT-NOTE.
           IF GM-COMPONENT-AMENDMENT THEN
              MOVE 'COMPONENT - NOT SENT' TO WS-SENT-NOTE
           ELSE
              IF GM-SENT THEN
                 STRING 'SENT ' GM-SENT-DATE
                     DELIMITED BY SIZE INTO WS-SENT-NOTE
              ELSE
                 PERFORM 3150-WRITE-CORRECTION THRU 3150-EXIT
                 MOVE 'SENT THIS RUN' TO WS-SENT-NOTE
              END-IF
           END-IF.

           MOVE GM-OLD-GRADE TO WS-OLD-GRADE-X.
           IF GM-OLD-GRADE = 99 THEN
              MOVE '--' TO WS-OLD-GRADE-X
           END-IF.
           MOVE GM-NEW-GRADE TO WS-NEW-GRADE-X.
           IF GM-NEW-GRADE = 99 THEN
              MOVE '--' TO WS-NEW-GRADE-X
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING GM-STUDENT-ID '  ' GM-SUBJECT-CODE ' '
               GM-AMEND-TYPE ' ' GM-ACTION ' '
               WS-OLD-GRADE-X '  ' WS-NEW-GRADE-X '  '
               GM-REASON-CODE '  ' GM-OPERATOR-ID ' '
               GM-AMEND-DATE ' ' WS-SENT-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SUBMISSION-REPORT-RECORD.
           WRITE SUBMISSION-REPORT-RECORD.
       3100-EXIT.
           EXIT.

       3150-WRITE-CORRECTION.
           MOVE SPACES TO DISTRICT-SUBMISSION-RECORD.
           MOVE 'C' TO DX-RECORD-TYPE.
           MOVE GM-STUDENT-ID   TO DX-STUDENT-ID.
           MOVE GM-SUBJECT-CODE TO DX-COR-SUBJECT.
           MOVE GM-ACTION       TO DX-COR-ACTION.
           MOVE GM-OLD-GRADE    TO DX-COR-OLD-GRADE.
           MOVE GM-NEW-GRADE    TO DX-COR-NEW-GRADE.
           MOVE GM-REASON-CODE  TO DX-COR-REASON.
           MOVE GM-AMEND-DATE   TO DX-COR-AMEND-DATE.
           WRITE DISTRICT-SUBMISSION-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-AMEND-SENT.
           IF GM-NEW-GRADE NOT = 99 THEN
              ADD GM-NEW-GRADE TO WS-GRADE-HASH
           END-IF.

           SET GM-SENT TO TRUE.
           MOVE WS-RUN-DATE TO GM-SENT-DATE.
           MOVE GRADE-AMENDMENT-RECORD TO WS-AMD-RECORD(AMD-IDX).
       3150-EXIT.
           EXIT.

       3200-REWRITE-AMENDMENT.
           MOVE WS-AMD-RECORD(AMD-IDX) TO GRADE-AMENDMENT-RECORD.
           WRITE GRADE-AMENDMENT-RECORD.
       3200-EXIT.
           EXIT.

       2900-READ-ROSTER.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-ROSTER TO TRUE
           MOVE CONTROL-RECORD TO DISTRICT-SUBMISSION-RECORD(1:23).
           WRITE DISTRICT-SUBMISSION-RECORD.

           IF CORRECTION-RUN THEN
              MOVE WS-AMEND-SENT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'GRADE AMENDMENTS SENT ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO SUBMISSION-REPORT-RECORD
              WRITE SUBMISSION-REPORT-RECORD
              CLOSE DISTRICT-SUBMISSION
              CLOSE SUBMISSION-REPORT
              DISPLAY 'GRADE AMENDMENTS SENT : ' WS-AMEND-SENT
              GO TO 8000-EXIT
           END-IF.

           MOVE WS-STUDENT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STUDENTS SUBMITTED ' WS-COUNT-ED
