      *               BY SIMPLY LOADING UNDER THE NEW YEAR
      *               AND A RETAINED STUDENT'S TRANSCRIPT
      *               STAYS WHOLE.
      * 15/10/26  AP  A STUDENT PROMOTED OUT OF THE FINAL
      *               YEAR LEVEL (THE GRADUATION
      *               REQUIREMENTS' T RECORD, CREDREQ,
      *               DEFAULT 12) IS LEAVING, AND IS HELD
      *               WHILE STILL HOLDING LIBRARY BOOKS ON
      *               THE LOAN FILE (LIBLOAN) - DECISION H,
      *               ON THE SIGN-OFF REPORT WITH THE NUMBER
      *               OF BOOKS, RETURN CODE 4. THE APPLY PASS
      *               DOES NOT ROLL AN H, NOR A LEAVER WHO
      *               HAS TAKEN BOOKS SINCE THE DECISION.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISIONS-STATUS.

           SELECT CREDIT-REQUIREMENTS ASSIGN TO "CREDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDIT-REQ-STATUS.

           SELECT LIBRARY-LOANS ASSIGN TO "LIBLOAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBRARY-LOAN-STATUS.

           SELECT DECISION-REPORT ASSIGN TO "YRDECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-RPT-STATUS.
              88 PD-PROMOTE         VALUE 'P'.
              88 PD-RETAIN          VALUE 'R'.
              88 PD-REVIEW          VALUE 'V'.
              88 PD-HOLD            VALUE 'H'.
           05 PD-AVERAGE            PIC 9(02)V99.
           05 PD-ABSENCES           PIC 9(03).

       FD  CREDIT-REQUIREMENTS.
       01  CREDIT-REQUIREMENT-RECORD.
           05 CR-RECORD-TYPE        PIC X(01).
              88 CR-TOTAL-RECORD    VALUE 'T'.
           05 CR-SUBJECT-GROUP      PIC X(04).
           05 CR-MIN-CREDITS        PIC 9(03)V9.
           05 CR-FINAL-YEAR-LEVEL   PIC 9(02).

       FD  LIBRARY-LOANS.
           COPY "liblnfd.cpy".

       FD  DECISION-REPORT.
       01  DECISION-REPORT-RECORD   PIC X(70).

       01  WS-APPROVAL-STATUS       PIC X(02).
       01  WS-DECISIONS-STATUS      PIC X(02).
       01  WS-DECISION-RPT-STATUS   PIC X(02).
       01  WS-CREDIT-REQ-STATUS     PIC X(02).
       01  WS-LIBRARY-LOAN-STATUS   PIC X(02).

       01  WS-PASS-MARK             PIC 9(02) VALUE 10.
       01  WS-RETAIN-MARK           PIC 9(02) VALUE 08.
       01  WS-ABSENCE-LIMIT         PIC 9(03) VALUE 20.
       01  WS-FINAL-YEAR-LEVEL      PIC 9(02) VALUE 12.

       01  WS-SWITCHES.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 APPLY-MODE         VALUE 'Y'.
           05 WS-ATTEND-FOUND-SW    PIC X(01).
              88 ATTENDANCE-FOUND   VALUE 'Y'.
           05 WS-CREDREQ-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-CREDIT-REQS VALUE 'Y'.
           05 WS-LOAN-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-LOANS       VALUE 'Y'.
           05 WS-HOLDER-FOUND-SW    PIC X(01).
              88 HOLDER-FOUND       VALUE 'Y'.

       01  WS-GRADE-TOTAL           PIC 9(05) COMP.
       01  WS-GRADE-COUNT           PIC 9(03) COMP.
              10 WS-ATT-STUDENT-ID  PIC X(06).
              10 WS-ATT-ABSENT      PIC 9(03).

      *-------------------------------------------------
      * STUDENTS HOLDING LIBRARY BOOKS AND HOW MANY.
      *-------------------------------------------------
       01  WS-MAX-HOLDERS           PIC 9(04) COMP VALUE 1000.
       01  WS-HOLDER-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-HOLDER-TABLE.
           05 WS-HOLDER-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-HOLDER-COUNT
                 INDEXED BY HLD-IDX.
              10 WS-HLD-STUDENT-ID  PIC X(06).
              10 WS-HLD-BOOKS       PIC 9(03).
       01  WS-WORK-STUDENT-ID       PIC X(06).
       01  WS-BOOKS-HELD            PIC 9(03).

       01  WS-PROMOTE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-HOLD-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-RETAIN-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-REVIEW-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-ROLLED-COUNT          PIC 9(04) COMP VALUE ZERO.

           PERFORM 8900-FINALIZE THRU 8900-EXIT.

           IF WS-REVIEW-COUNT > ZERO OR WS-HOLD-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
              CLOSE YEAR-END-PARM
           END-IF.

           PERFORM 1200-LOAD-FINAL-LEVEL THRU 1200-EXIT.
           PERFORM 1300-LOAD-LIBRARY-HOLDERS THRU 1300-EXIT.

           IF APPLY-MODE THEN
              OPEN I-O STUDENT-MASTER
              OPEN INPUT PROMOTION-DECISIONS
       1110-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE FINAL YEAR LEVEL IS THE ONE ON THE
      * GRADUATION REQUIREMENTS CREDITAUDIT USES.
      *-------------------------------------------------
       1200-LOAD-FINAL-LEVEL.
           OPEN INPUT CREDIT-REQUIREMENTS.
           IF WS-CREDIT-REQ-STATUS NOT = '00' THEN
              GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-CREDIT-REQ THRU 1210-EXIT
               UNTIL END-OF-CREDIT-REQS.
           CLOSE CREDIT-REQUIREMENTS.
       1200-EXIT.
           EXIT.

       1210-READ-CREDIT-REQ.
           READ CREDIT-REQUIREMENTS
              AT END SET END-OF-CREDIT-REQS TO TRUE
           END-READ.
           IF NOT END-OF-CREDIT-REQS
              AND CR-TOTAL-RECORD
              AND CR-FINAL-YEAR-LEVEL > ZERO THEN
              MOVE CR-FINAL-YEAR-LEVEL TO WS-FINAL-YEAR-LEVEL
           END-IF.
       1210-EXIT.
           EXIT.

       1300-LOAD-LIBRARY-HOLDERS.
           OPEN INPUT LIBRARY-LOANS.
           IF WS-LIBRARY-LOAN-STATUS NOT = '00' THEN
              GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-LOAN THRU 1310-EXIT
               UNTIL END-OF-LOANS.
           CLOSE LIBRARY-LOANS.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-LOAN.
           READ LIBRARY-LOANS
              AT END SET END-OF-LOANS TO TRUE
           END-READ.
           IF END-OF-LOANS THEN
              GO TO 1310-EXIT
           END-IF.
           MOVE LL-STUDENT-ID TO WS-WORK-STUDENT-ID.
           PERFORM 2300-FIND-HOLDER THRU 2300-EXIT.
           IF HOLDER-FOUND THEN
              ADD 1 TO WS-HLD-BOOKS(HLD-IDX)
           ELSE
              IF WS-HOLDER-COUNT < WS-MAX-HOLDERS THEN
                 ADD 1 TO WS-HOLDER-COUNT
                 SET HLD-IDX TO WS-HOLDER-COUNT
                 MOVE LL-STUDENT-ID TO WS-HLD-STUDENT-ID(HLD-IDX)
                 MOVE 1 TO WS-HLD-BOOKS(HLD-IDX)
              END-IF
           END-IF.
       1310-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DECISION PER ROSTER STUDENT. SUBJECT-GRADES
      * WALKS FORWARD WITH THE MASTER (REPORTCARD'S
                 ADD 1 TO WS-REVIEW-COUNT
           END-EVALUATE.

           MOVE ZERO TO WS-BOOKS-HELD.
           IF WS-DECISION = 'P'
              AND STM-YEAR-LEVEL >= WS-FINAL-YEAR-LEVEL THEN
              MOVE STM-STUDENT-ID TO WS-WORK-STUDENT-ID
              PERFORM 2300-FIND-HOLDER THRU 2300-EXIT
              IF HOLDER-FOUND THEN
                 MOVE WS-HLD-BOOKS(HLD-IDX) TO WS-BOOKS-HELD
                 MOVE 'H' TO WS-DECISION
                 SUBTRACT 1 FROM WS-PROMOTE-COUNT
                 ADD 1 TO WS-HOLD-COUNT
              END-IF
           END-IF.

           MOVE SPACES TO PROMOTION-DECISION-RECORD.
           MOVE STM-STUDENT-ID  TO PD-STUDENT-ID.
           MOVE STM-SCHOOL-YEAR TO PD-SCHOOL-YEAR.
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.
           IF WS-DECISION = 'H' THEN
              MOVE WS-BOOKS-HELD TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '       LEAVER HOLDS ' WS-COUNT-ED
                  ' LIBRARY BOOK(S) - NOT ROLLED UNTIL RETURNED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DECISION-REPORT-RECORD
              WRITE DECISION-REPORT-RECORD
           END-IF.

           PERFORM 2900-READ-ROSTER THRU 2900-EXIT.
       2000-EXIT.
       2210-EXIT.
           EXIT.

       2300-FIND-HOLDER.
           MOVE 'N' TO WS-HOLDER-FOUND-SW.
           SET HLD-IDX TO 1.
           PERFORM 2310-MATCH-HOLDER THRU 2310-EXIT
               UNTIL HLD-IDX > WS-HOLDER-COUNT
                  OR HOLDER-FOUND.
       2300-EXIT.
           EXIT.

       2310-MATCH-HOLDER.
           IF WS-HLD-STUDENT-ID(HLD-IDX) = WS-WORK-STUDENT-ID THEN
              SET HOLDER-FOUND TO TRUE
           ELSE
              SET HLD-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

       3000-SKIP-ORPHAN-GRADES.
           PERFORM 2950-READ-SUBJECT THRU 2950-EXIT.
       3000-EXIT.
                 GO TO 5100-EXIT
           END-READ.

           IF PD-PROMOTE
              AND STM-YEAR-LEVEL >= WS-FINAL-YEAR-LEVEL THEN
              MOVE PD-STUDENT-ID TO WS-WORK-STUDENT-ID
              PERFORM 2300-FIND-HOLDER THRU 2300-EXIT
              IF HOLDER-FOUND THEN
                 MOVE 'H' TO PD-DECISION
              END-IF
           END-IF.
           IF PD-HOLD THEN
              DISPLAY 'LIBRARY HOLD ON ' PD-STUDENT-ID
                  ' - BOOKS NOT RETURNED, NOT ROLLED'
              ADD 1 TO WS-HOLD-COUNT
              GO TO 5100-EXIT
           END-IF.

           IF PD-PROMOTE THEN
              ADD 1 TO STM-YEAR-LEVEL
           END-IF.
           MOVE WS-REPORT-LINE TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.

           MOVE WS-HOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HOLD    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.

           MOVE 'SIGN-OFF REQUIRED BEFORE THE APPLY PASS RUNS'
               TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.
              CLOSE STUDENT-MASTER
              CLOSE PROMOTION-DECISIONS
              DISPLAY 'STUDENTS ROLLED : ' WS-ROLLED-COUNT
              DISPLAY 'LIBRARY HOLDS   : ' WS-HOLD-COUNT
           ELSE
              CLOSE STUDENT-MASTER
              CLOSE SUBJECT-GRADES
