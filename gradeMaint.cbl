      *               CHANGED EVERY OTHER MASTER BUT NOT A
      *               GRADE. THE PRIVATE GRDAUDIT TRAIL
      *               STAYS AS THE GRADEBOOK'S OWN DETAIL.
      * 15/10/26  AP  A SUBJECT GRADE FOR A TERM TERMCLOSE HAS
      *               CLOSED (TERM CONTROL FILE, TERMFD
      *               COPYBOOK) CAN NOW ONLY BE ADDED,
      *               CHANGED OR DELETED FROM A SUPERVISOR
      *               SIGN-ON WITH A REASON CODE, AND EACH
      *               SUCH CHANGE IS ALSO WRITTEN TO THE
      *               POST-CLOSE AMENDMENT FILE (GAMDFD
      *               COPYBOOK) FOR DISTRICTSUBMIT'S
      *               CORRECTION PASS.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CONTROL-STATUS.

           SELECT GRADE-AMENDMENTS ASSIGN TO "GRDAMEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDMENT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

       FD  TERM-CONTROL.
           COPY "termfd.cpy".

       FD  GRADE-AMENDMENTS.
           COPY "gamdfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENROLLMENT-STATUS     PIC X(02).
       01  WS-ENRLMNT-EOF-SW        PIC X(01) VALUE 'N'.
                 INDEXED BY ENR-IDX.
              10 WS-ENR-STUDENT-ID  PIC X(06).
              10 WS-ENR-SUBJECT     PIC X(08).
      *-------------------------------------------------
      * TERMS TERMCLOSE HAS CLOSED - A SUBJECT GRADE FOR
      * ONE OF THEM NEEDS A SUPERVISOR AND A REASON.
      *-------------------------------------------------
       01  WS-TERM-CONTROL-STATUS   PIC X(02).
       01  WS-AMENDMENT-STATUS      PIC X(02).
       01  WS-TERMCTL-EOF-SW        PIC X(01) VALUE 'N'.
           88 END-OF-TERMCTL        VALUE 'Y'.
       01  WS-TERM-CLOSED-SW        PIC X(01) VALUE 'N'.
           88 TERM-IS-CLOSED        VALUE 'Y'.
       01  WS-MAX-CLOSED-TERMS      PIC 9(03) COMP VALUE 100.
       01  WS-CLOSED-TERM-COUNT     PIC 9(03) COMP VALUE ZERO.
       01  WS-CLOSED-TERM-TABLE.
           05 WS-CLOSED-TERM OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-CLOSED-TERM-COUNT
                 INDEXED BY CLT-IDX.
              10 WS-CLT-YEAR        PIC 9(04).
              10 WS-CLT-TERM        PIC X(01).
       01  WS-REASON-CODE           PIC X(02).
       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.
                     OR WS-ENROLL-COUNT >= WS-MAX-ENROLLMENTS
              CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-CONTROL-STATUS = '00' THEN
              PERFORM 1600-LOAD-CLOSED-TERM THRU 1600-EXIT
                  UNTIL END-OF-TERMCTL
                     OR WS-CLOSED-TERM-COUNT >= WS-MAX-CLOSED-TERMS
              CLOSE TERM-CONTROL
           END-IF.
       1000-EXIT.
           EXIT.

       1510-EXIT.
           EXIT.

       1600-LOAD-CLOSED-TERM.
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
       1600-EXIT.
           EXIT.

       1100-LOAD-ROSTER.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-ROSTER TO TRUE
           DISPLAY 'TERM (F/S) ?'.
           ACCEPT WS-TERM-CODE.

           PERFORM 4200-CHECK-TERM-CLOSED THRU 4200-EXIT.
           IF TERM-IS-CLOSED THEN
              IF NOT SIGNON-SUPERVISOR THEN
                 DISPLAY 'TERM ' WS-SCHOOL-YEAR '/' WS-TERM-CODE
                     ' CLOSED - GRADE CHANGE REQUIRES A'
                     ' SUPERVISOR SIGN-ON'
                 GO TO 4000-EXIT
              END-IF
              PERFORM 4300-ACCEPT-REASON THRU 4300-EXIT
              IF NOT GM-VALID-REASON THEN
                 GO TO 4000-EXIT
              END-IF
           END-IF.

           PERFORM 4100-FIND-SUBJECT THRU 4100-EXIT.

           EVALUATE TRUE
       4110-EXIT.
           EXIT.

       4200-CHECK-TERM-CLOSED.
           MOVE 'N' TO WS-TERM-CLOSED-SW.
           SET CLT-IDX TO 1.
           PERFORM 4210-COMPARE-CLOSED-TERM THRU 4210-EXIT
               UNTIL CLT-IDX > WS-CLOSED-TERM-COUNT
                  OR TERM-IS-CLOSED.
       4200-EXIT.
           EXIT.

       4210-COMPARE-CLOSED-TERM.
           IF WS-CLT-YEAR(CLT-IDX) = WS-SCHOOL-YEAR
              AND WS-CLT-TERM(CLT-IDX) = WS-TERM-CODE THEN
              SET TERM-IS-CLOSED TO TRUE
           ELSE
              SET CLT-IDX UP BY 1
           END-IF.
       4210-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CLOSED TERM'S GRADE IS CHANGED ONLY FOR A
      * REASON THE DISTRICT ACCEPTS ON A CORRECTION FILE.
      *-------------------------------------------------
       4300-ACCEPT-REASON.
           DISPLAY 'TERM ' WS-SCHOOL-YEAR '/' WS-TERM-CODE
               ' IS CLOSED - REASON CODE ?'.
           DISPLAY 'CE CLERICAL ERROR  RM RE-MARK  LW LATE WORK'.
           DISPLAY 'AP APPEAL UPHELD   MC MEDICAL/COMPASSIONATE'.
           ACCEPT WS-REASON-CODE.
           MOVE WS-REASON-CODE TO GM-REASON-CODE.
           IF NOT GM-VALID-REASON THEN
              DISPLAY 'INVALID REASON CODE - REJECTED'
           END-IF.
       4300-EXIT.
           EXIT.

       5000-CHECK-ROSTER.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           SET ROS-IDX TO 1.
           WRITE GRADE-AUDIT-RECORD.
           CLOSE GRADE-AUDIT.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           IF SUBJECT-FILE AND TERM-IS-CLOSED THEN
              PERFORM 8200-WRITE-AMENDMENT THRU 8200-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CHANGE TO A CLOSED TERM ALSO GOES TO THE POST-
      * CLOSE AMENDMENT FILE, UNSENT, FOR DISTRICTSUBMIT
      * TO REPORT AND PASS ON TO THE DISTRICT.
      *-------------------------------------------------
       8200-WRITE-AMENDMENT.
           OPEN EXTEND GRADE-AMENDMENTS.
           IF WS-AMENDMENT-STATUS = '35' THEN
              OPEN OUTPUT GRADE-AMENDMENTS
           END-IF.
           MOVE SPACES TO GRADE-AMENDMENT-RECORD.
           MOVE WS-SCHOOL-YEAR   TO GM-SCHOOL-YEAR.
           MOVE WS-TERM-CODE     TO GM-TERM-CODE.
           MOVE WS-STUDENT-ID    TO GM-STUDENT-ID.
           MOVE WS-SUBJECT-NAME  TO GM-SUBJECT-CODE.
           SET GM-GRADE-AMENDMENT TO TRUE.
           MOVE WS-FUNCTION-CODE TO GM-ACTION.
           MOVE WS-OLD-GRADE     TO GM-OLD-GRADE.
           MOVE WS-GRADE         TO GM-NEW-GRADE.
           MOVE WS-REASON-CODE   TO GM-REASON-CODE.
           MOVE WS-OPERATOR-ID   TO GM-OPERATOR-ID.
           MOVE WS-RUN-DATE      TO GM-AMEND-DATE.
           ACCEPT GM-AMEND-TIME FROM TIME.
           MOVE 'N'              TO GM-SENT-SW.
           MOVE ZERO             TO GM-SENT-DATE.
           WRITE GRADE-AMENDMENT-RECORD.
           CLOSE GRADE-AMENDMENTS.
       8200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE SAME CHANGE ON THE SHARED ACTIVITY-AUDIT
      * FILE, SO THE CONSOLIDATED TRAIL ANSWERS FOR
