      *               ACTIVITY-AUDIT FILE - A SCORE THAT
      *               FEEDS A GRADE GETS A NAME ON IT, SAME
      *               AS THE OTHER MAINTENANCE PROGRAMS.
      * 15/10/26  AP  A COMPONENT FOR A TERM TERMCLOSE HAS
      *               CLOSED (TERM CONTROL FILE, TERMFD
      *               COPYBOOK) IS NOW TAKEN ONLY FROM A
      *               SUPERVISOR SIGN-ON WITH A REASON CODE,
      *               AND IS ALSO WRITTEN TO THE POST-CLOSE
      *               AMENDMENT FILE (GAMDFD COPYBOOK) SO IT
      *               SHOWS ON THE AMENDMENTS REPORT.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

           SELECT GRADE-AMENDMENTS ASSIGN TO "GRDAMEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDMENT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       FD  TERM-CONTROL.
           COPY "termfd.cpy".

       FD  GRADE-AMENDMENTS.
           COPY "gamdfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-ENROLLMENT-STATUS      PIC X(02).
       01  WS-COMPONENT-STATUS       PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).
       01  WS-TERM-CONTROL-STATUS    PIC X(02).
       01  WS-AMENDMENT-STATUS       PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

              88 END-OF-ENROLLMENTS  VALUE 'Y'.
           05 WS-ENROLLED-SW         PIC X(01).
              88 STUDENT-ENROLLED    VALUE 'Y'.
           05 WS-TERMCTL-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-TERMCTL      VALUE 'Y'.
           05 WS-TERM-CLOSED-SW      PIC X(01) VALUE 'N'.
              88 TERM-IS-CLOSED      VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 ADD-COMPONENT          VALUE 'A'.
       01  WS-WEIGHT                 PIC 9(02).

       01  WS-COMPONENT-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-REASON-CODE            PIC X(02).
       01  WS-RUN-DATE               PIC 9(08).

      *-------------------------------------------------
      * TERMS TERMCLOSE HAS CLOSED - A COMPONENT FOR ONE
      * OF THEM NEEDS A SUPERVISOR AND A REASON.
      *-------------------------------------------------
       01  WS-MAX-CLOSED-TERMS       PIC 9(03) COMP VALUE 100.
       01  WS-CLOSED-TERM-COUNT      PIC 9(03) COMP VALUE ZERO.
       01  WS-CLOSED-TERM-TABLE.
           05 WS-CLOSED-TERM OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-CLOSED-TERM-COUNT
                 INDEXED BY CLT-IDX.
              10 WS-CLT-YEAR         PIC 9(04).
              10 WS-CLT-TERM         PIC X(01).

      ***************************
       PROCEDURE DIVISION.
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.

           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-CONTROL-STATUS = '00' THEN
              PERFORM 1100-LOAD-CLOSED-TERM THRU 1100-EXIT
                  UNTIL END-OF-TERMCTL
                     OR WS-CLOSED-TERM-COUNT >= WS-MAX-CLOSED-TERMS
              CLOSE TERM-CONTROL
           END-IF.

           OPEN EXTEND COMPONENT-GRADES.
           IF WS-COMPONENT-STATUS = '35' THEN
              OPEN OUTPUT COMPONENT-GRADES
       1000-EXIT.
           EXIT.

       1100-LOAD-CLOSED-TERM.
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
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- COMPONENT GRADE ENTRY --------'.
           ACCEPT WS-SCHOOL-YEAR.
           DISPLAY 'TERM (F/S) ?'.
           ACCEPT WS-TERM-CODE.
           PERFORM 3300-CHECK-TERM-CLOSED THRU 3300-EXIT.
           IF TERM-IS-CLOSED THEN
              IF NOT SIGNON-SUPERVISOR THEN
                 DISPLAY 'TERM ' WS-SCHOOL-YEAR '/' WS-TERM-CODE
                     ' CLOSED - COMPONENT REQUIRES A'
                     ' SUPERVISOR SIGN-ON'
                 GO TO 3000-EXIT
              END-IF
              PERFORM 3400-ACCEPT-REASON THRU 3400-EXIT
              IF NOT GM-VALID-REASON THEN
                 GO TO 3000-EXIT
              END-IF
           END-IF.
           DISPLAY 'TYPE (H-HOMEWORK Q-QUIZ E-EXAM) ?'.
           ACCEPT WS-ASSESS-TYPE.
           MOVE WS-ASSESS-TYPE TO GC-ASSESS-TYPE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE COMPONENT-GRADE-RECORD TO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           IF TERM-IS-CLOSED THEN
              PERFORM 8800-WRITE-AMENDMENT THRU 8800-EXIT
           END-IF.
           DISPLAY 'COMPONENT RECORDED'.
       3000-EXIT.
           EXIT.
       3210-EXIT.
           EXIT.

       3300-CHECK-TERM-CLOSED.
           MOVE 'N' TO WS-TERM-CLOSED-SW.
           SET CLT-IDX TO 1.
           PERFORM 3310-COMPARE-CLOSED-TERM THRU 3310-EXIT
               UNTIL CLT-IDX > WS-CLOSED-TERM-COUNT
                  OR TERM-IS-CLOSED.
       3300-EXIT.
           EXIT.

       3310-COMPARE-CLOSED-TERM.
           IF WS-CLT-YEAR(CLT-IDX) = WS-SCHOOL-YEAR
              AND WS-CLT-TERM(CLT-IDX) = WS-TERM-CODE THEN
              SET TERM-IS-CLOSED TO TRUE
           ELSE
              SET CLT-IDX UP BY 1
           END-IF.
       3310-EXIT.
           EXIT.

      *-------------------------------------------------
      * SAME REASON CODES GRADEMAINT TAKES FOR A CLOSED
      * TERM.
      *-------------------------------------------------
       3400-ACCEPT-REASON.
           DISPLAY 'TERM ' WS-SCHOOL-YEAR '/' WS-TERM-CODE
               ' IS CLOSED - REASON CODE ?'.
           DISPLAY 'CE CLERICAL ERROR  RM RE-MARK  LW LATE WORK'.
           DISPLAY 'AP APPEAL UPHELD   MC MEDICAL/COMPASSIONATE'.
           ACCEPT WS-REASON-CODE.
           MOVE WS-REASON-CODE TO GM-REASON-CODE.
           IF NOT GM-VALID-REASON THEN
              DISPLAY 'INVALID REASON CODE - NOT ADDED'
           END-IF.
       3400-EXIT.
           EXIT.

      *-------------------------------------------------
      * A COMPONENT FOR A CLOSED TERM ON THE POST-CLOSE
      * AMENDMENT FILE - TYPE K, THE SCORE IN THE NEW
      * COLUMN. GRADECOMPUTE WILL NOT MOVE THE TERM
      * GRADE ON ITS OWN; A RESULTING GRADE CHANGE IS
      * MADE IN GRADEMAINT.
      *-------------------------------------------------
       8800-WRITE-AMENDMENT.
           OPEN EXTEND GRADE-AMENDMENTS.
           IF WS-AMENDMENT-STATUS = '35' THEN
              OPEN OUTPUT GRADE-AMENDMENTS
           END-IF.
           MOVE SPACES TO GRADE-AMENDMENT-RECORD.
           MOVE WS-SCHOOL-YEAR   TO GM-SCHOOL-YEAR.
           MOVE WS-TERM-CODE     TO GM-TERM-CODE.
           MOVE WS-STUDENT-ID    TO GM-STUDENT-ID.
           MOVE WS-SUBJECT-CODE  TO GM-SUBJECT-CODE.
           SET GM-COMPONENT-AMENDMENT TO TRUE.
           MOVE 'A'              TO GM-ACTION.
           MOVE 99               TO GM-OLD-GRADE.
           MOVE WS-SCORE         TO GM-NEW-GRADE.
           MOVE WS-REASON-CODE   TO GM-REASON-CODE.
           MOVE WS-SIGNON-ID     TO GM-OPERATOR-ID.
           MOVE WS-RUN-DATE      TO GM-AMEND-DATE.
           ACCEPT GM-AMEND-TIME FROM TIME.
           MOVE 'N'              TO GM-SENT-SW.
           MOVE ZERO             TO GM-SENT-DATE.
           WRITE GRADE-AMENDMENT-RECORD.
           CLOSE GRADE-AMENDMENTS.
       8800-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE -
      * EVERY COMPONENT IS AN ADD, SO THE BEFORE IMAGE
