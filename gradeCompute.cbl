      *               PRORATED OVER THE ENROLLED PORTION
      *               INSTEAD OF FABRICATED FOR A FULL
      *               TERM THE STUDENT NEVER SAT.
      * 15/10/26  AP  A TERM TERMCLOSE HAS CLOSED (TERM
      *               CONTROL FILE, TERMFD COPYBOOK) NO
      *               LONGER HAS ITS SUBGRAD GRADES REPLACED.
      *               WHERE THE ROLL-UP DISAGREES WITH THE
      *               GRADE ON FILE THE BREAKDOWN SAYS SO AND
      *               THE KEY COUNTS AS HELD (RETURN CODE 4) -
      *               THE CHANGE IS MADE, WITH A REASON,
      *               THROUGH GRADEMAINT.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKDOWN-STATUS.

           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  GRADE-BREAKDOWN.
       01  GRADE-BREAKDOWN-RECORD    PIC X(70).

       FD  TERM-CONTROL.
           COPY "termfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-ROSTER-EOF-SW          PIC X(01) VALUE 'N'.
       01  WS-COMPONENT-STATUS       PIC X(02).
       01  WS-SUBJECT-GRADES-STATUS  PIC X(02).
       01  WS-BREAKDOWN-STATUS       PIC X(02).
       01  WS-TERM-CONTROL-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-SUBJMAST-EOF-SW     PIC X(01) VALUE 'N'.
              88 SCHEME-FOUND        VALUE 'Y'.
           05 WS-GRADE-FOUND-SW      PIC X(01).
              88 GRADE-FOUND         VALUE 'Y'.
           05 WS-TERMCTL-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-TERMCTL      VALUE 'Y'.
           05 WS-TERM-CLOSED-SW      PIC X(01).
              88 TERM-IS-CLOSED      VALUE 'Y'.

      *-------------------------------------------------
      * TERMS TERMCLOSE HAS CLOSED - THEIR GRADES ARE
      * NO LONGER THIS RUN'S TO REPLACE.
      *-------------------------------------------------
       01  WS-MAX-CLOSED-TERMS       PIC 9(03) COMP VALUE 100.
       01  WS-CLOSED-TERM-COUNT      PIC 9(03) COMP VALUE ZERO.
       01  WS-CLOSED-TERM-TABLE.
           05 WS-CLOSED-TERM OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-CLOSED-TERM-COUNT
                 INDEXED BY CLT-IDX.
              10 WS-CLT-YEAR         PIC 9(04).
              10 WS-CLT-TERM         PIC X(01).
       01  WS-HELD-COUNT             PIC 9(05) COMP VALUE ZERO.

       01  WS-MAX-SUBJECTS           PIC 9(02) COMP VALUE 50.
       01  WS-SUBJMAST-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-SCORE-ED               PIC Z9.
       01  WS-WEIGHT-ED              PIC ZZ9.
       01  WS-GRADE-ED               PIC Z9.
       01  WS-HELD-GRADE-ED          PIC Z9.

      ***************************
       PROCEDURE DIVISION.
           PERFORM 8000-REWRITE-SUBGRAD THRU 8000-EXIT.
           PERFORM 8900-FINALIZE THRU 8900-EXIT.

           IF WS-SKIPPED-COUNT > ZERO
              OR WS-HELD-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
              CLOSE SUBJECT-GRADES
           END-IF.

           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-CONTROL-STATUS = '00' THEN
              PERFORM 1400-LOAD-CLOSED-TERM THRU 1400-EXIT
                  UNTIL END-OF-TERMCTL
                     OR WS-CLOSED-TERM-COUNT >= WS-MAX-CLOSED-TERMS
              CLOSE TERM-CONTROL
           END-IF.

           OPEN OUTPUT GRADE-BREAKDOWN.
           MOVE 'WEIGHTED GRADE ROLL-UP - COMPONENT BREAKDOWN'
               TO GRADE-BREAKDOWN-RECORD.
       1300-EXIT.
           EXIT.

       1400-LOAD-CLOSED-TERM.
           READ TERM-CONTROL
              AT END SET END-OF-TERMCTL TO TRUE
           END-READ.
           IF NOT END-OF-TERMCTL AND TC-CLOSED THEN
              ADD 1 TO WS-CLOSED-TERM-COUNT
              MOVE TC-SCHOOL-YEAR
                  TO WS-CLT-YEAR(WS-CLOSED-TERM-COUNT)
              MOVE TC-TERM-CODE
                  TO WS-CLT-TERM(WS-CLOSED-TERM-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE FIRST UNPROCESSED COMPONENT OF A KEY DRIVES
      * THE WHOLE KEY - EVERY MATCHING COMPONENT IS
           IF WS-FINAL-GRADE > 20 THEN
              MOVE 20 TO WS-FINAL-GRADE
           END-IF.
           ADD 1 TO WS-COMPUTED-COUNT.

           MOVE WS-FINAL-GRADE TO WS-GRADE-ED.
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO GRADE-BREAKDOWN-RECORD.
           WRITE GRADE-BREAKDOWN-RECORD.

           PERFORM 2400-CHECK-TERM-CLOSED THRU 2400-EXIT.
           IF TERM-IS-CLOSED THEN
              PERFORM 2500-HOLD-CLOSED-GRADE THRU 2500-EXIT
           ELSE
              PERFORM 2300-STORE-FINAL-GRADE THRU 2300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2310-EXIT.
           EXIT.

       2400-CHECK-TERM-CLOSED.
           MOVE 'N' TO WS-TERM-CLOSED-SW.
           SET CLT-IDX TO 1.
           PERFORM 2410-COMPARE-CLOSED-TERM THRU 2410-EXIT
               UNTIL CLT-IDX > WS-CLOSED-TERM-COUNT
                  OR TERM-IS-CLOSED.
       2400-EXIT.
           EXIT.

       2410-COMPARE-CLOSED-TERM.
           IF WS-CLT-YEAR(CLT-IDX) = WS-KEY-YEAR
              AND WS-CLT-TERM(CLT-IDX) = WS-KEY-TERM THEN
              SET TERM-IS-CLOSED TO TRUE
           ELSE
              SET CLT-IDX UP BY 1
           END-IF.
       2410-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CLOSED TERM KEEPS THE GRADE ON FILE. A ROLL-UP
      * THAT NO LONGER AGREES WITH IT - A LATE COMPONENT,
      * SAY - IS FLAGGED FOR A GRADEMAINT AMENDMENT.
      *-------------------------------------------------
       2500-HOLD-CLOSED-GRADE.
           MOVE 'N' TO WS-GRADE-FOUND-SW.
           SET GRD-IDX TO 1.
           PERFORM 2310-FIND-GRADE THRU 2310-EXIT
               UNTIL GRD-IDX > WS-GRADE-COUNT OR GRADE-FOUND.
           IF GRADE-FOUND
              AND WS-GRD-GRADE(GRD-IDX) = WS-FINAL-GRADE THEN
              GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF GRADE-FOUND THEN
              MOVE WS-GRD-GRADE(GRD-IDX) TO WS-HELD-GRADE-ED
              STRING '  TERM CLOSED - GRADE HELD AT '
                  WS-HELD-GRADE-ED ', COMPUTED ' WS-GRADE-ED
                  ' - AMEND IN GRADEMAINT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING '  TERM CLOSED - NO GRADE ON FILE, COMPUTED '
                  WS-GRADE-ED ' - AMEND IN GRADEMAINT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO GRADE-BREAKDOWN-RECORD.
           WRITE GRADE-BREAKDOWN-RECORD.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------
      * SUBGRAD GOES BACK OUT WHOLE WITH THE COMPUTED
      * GRADES IN PLACE - GRADEMAINT'S REWRITE PATTERN.
           CLOSE GRADE-BREAKDOWN.
           DISPLAY 'GRADES COMPUTED : ' WS-COMPUTED-COUNT.
           DISPLAY 'KEYS SKIPPED    : ' WS-SKIPPED-COUNT.
           DISPLAY 'CLOSED-TERM KEYS HELD : ' WS-HELD-COUNT.
       8900-EXIT.
           EXIT.
