      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  TransportMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SCHOOL TRANSPORT
      *               MAINTENANCE IN PLACE OF THE LAMINATED
      *               ROUTE SHEET. KEEPS THE ROUTE AND STOP
      *               MASTER (BUSRTE, BUSRTFD LAYOUT) - BUS
      *               CAPACITY AND TERMLY CHARGE PER ROUTE,
      *               RUN SEQUENCE, PICKUP TIME AND LOCALITY
      *               PER STOP - AND THE STUDENT-TO-STOP
      *               ASSIGNMENTS (STUBUS, BUSASFD LAYOUT).
      *               AN ASSIGNMENT IS TAKEN ONLY FOR A
      *               STUDENT ON STUDENT-MASTER WHOSE
      *               GUARDIAN'S POSTAL ADDRESS ON THE
      *               CONTACT MASTER NAMES THE STOP'S
      *               LOCALITY, AND ONLY WHILE THE ROUTE HAS
      *               A SEAT LEFT. EVERY CHANGE APPENDS TO
      *               THE SHARED ACTIVITY-AUDIT FILE WITH THE
      *               SIGNED-ON OPERATOR, SAME AS THE OTHER
      *               MASTERS.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT BUS-ROUTE-MASTER ASSIGN TO "BUSRTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-ROUTE-STATUS.

           SELECT BUS-ASSIGNMENTS ASSIGN TO "STUBUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-ASSIGN-STATUS.

           SELECT CONTACT-MASTER ASSIGN TO "STUCNTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-MASTER-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  BUS-ROUTE-MASTER.
           COPY "busrtfd.cpy".

       FD  BUS-ASSIGNMENTS.
           COPY "busasfd.cpy".

       FD  CONTACT-MASTER.
       01  CONTACT-MASTER-RECORD.
           05 SC-STUDENT-ID          PIC X(06).
           05 SC-GUARDIAN-NOM        PIC X(20).
           05 SC-POSTAL-ADDR         PIC X(30).
           05 SC-ELECTRONIC-ADDR     PIC X(30).
           05 SC-PREF-CHANNEL        PIC X(01).

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-BUS-ROUTE-STATUS       PIC X(02).
       01  WS-BUS-ASSIGN-STATUS      PIC X(02).
       01  WS-CONTACT-MASTER-STATUS  PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-ROUTE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ROUTES       VALUE 'Y'.
           05 WS-ASSIGN-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ASSIGNMENTS  VALUE 'Y'.
           05 WS-CONTACT-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-CONTACTS     VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW    PIC X(01).
              88 STUDENT-ON-ROSTER   VALUE 'Y'.
           05 WS-ROUTE-FOUND-SW      PIC X(01).
              88 ROUTE-FOUND         VALUE 'Y'.
           05 WS-STOP-FOUND-SW       PIC X(01).
              88 STOP-FOUND          VALUE 'Y'.
           05 WS-ASSIGN-FOUND-SW     PIC X(01).
              88 ASSIGNMENT-FOUND    VALUE 'Y'.
           05 WS-CONTACT-FOUND-SW    PIC X(01).
              88 CONTACT-FOUND       VALUE 'Y'.
           05 WS-ADDRESS-OK-SW       PIC X(01).
              88 ADDRESS-ON-STOP     VALUE 'Y'.
           05 WS-TRIMMED-SW          PIC X(01).
              88 LOCALITY-TRIMMED    VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 MAINTAIN-ROUTE         VALUE 'R'.
           88 MAINTAIN-STOP          VALUE 'S'.
           88 ASSIGN-STUDENT         VALUE 'A'.
           88 REMOVE-STUDENT         VALUE 'D'.
           88 INQUIRE-STUDENT        VALUE 'I'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-STUDENT-ID             PIC X(06).
       01  WS-ROUTE-ID               PIC X(04).
       01  WS-STOP-ID                PIC X(04).
       01  WS-ROUTE-DESC             PIC X(20).
       01  WS-CAPACITY               PIC 9(03).
       01  WS-TERM-CHARGE            PIC 9(05)V99.
       01  WS-STOP-SEQ               PIC 9(02).
       01  WS-STOP-NAME              PIC X(20).
       01  WS-STOP-LOCALITY          PIC X(20).
       01  WS-PICKUP-TIME            PIC 9(04).

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-KEY              PIC X(12).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

      *-------------------------------------------------
      * THE ADDRESS CHECK - THE STOP'S LOCALITY MUST
      * APPEAR IN THE GUARDIAN'S POSTAL ADDRESS, CASE
      * IGNORED.
      *-------------------------------------------------
       01  WS-CHECK-POSTAL           PIC X(30).
       01  WS-CHECK-LOCALITY         PIC X(20).
       01  WS-LOCALITY-LEN           PIC 9(02) COMP.
       01  WS-LOCALITY-HITS          PIC 9(02) COMP.
       01  WS-LOWER-CASE             PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE             PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-MAX-ROUTES             PIC 9(02) COMP VALUE 50.
       01  WS-ROUTE-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-ROUTE-COUNT
                 INDEXED BY RTE-IDX.
              10 WS-RTE-ID           PIC X(04).
              10 WS-RTE-DESC         PIC X(20).
              10 WS-RTE-CAPACITY     PIC 9(03).
              10 WS-RTE-CHARGE       PIC 9(05)V99.
              10 WS-RTE-RIDERS       PIC 9(04) COMP.

       01  WS-MAX-STOPS              PIC 9(03) COMP VALUE 500.
       01  WS-STOP-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-STOP-COUNT
                 INDEXED BY STP-IDX.
              10 WS-STP-ROUTE-ID     PIC X(04).
              10 WS-STP-ID           PIC X(04).
              10 WS-STP-SEQ          PIC 9(02).
              10 WS-STP-NAME         PIC X(20).
              10 WS-STP-LOCALITY     PIC X(20).
              10 WS-STP-PICKUP       PIC 9(04).

       01  WS-MAX-ASSIGNMENTS        PIC 9(04) COMP VALUE 1000.
       01  WS-ASSIGN-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ASSIGN-COUNT
                 INDEXED BY ASN-IDX.
              10 WS-ASN-STUDENT-ID   PIC X(06).
              10 WS-ASN-ROUTE-ID     PIC X(04).
              10 WS-ASN-STOP-ID      PIC X(04).
              10 WS-ASN-DATE         PIC 9(08).
              10 WS-ASN-DELETED      PIC X(01).

       01  WS-MAX-CONTACTS           PIC 9(04) COMP VALUE 1000.
       01  WS-CONTACT-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CONTACT-COUNT
                 INDEXED BY CON-IDX.
              10 WS-CON-STUDENT-ID   PIC X(06).
              10 WS-CON-POSTAL       PIC X(30).

       01  WS-CHARGE-ED              PIC ZZZZ9.99.

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
           MOVE 'TRANSPTMNT' TO SGN-PROGRAM.
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
           OPEN INPUT STUDENT-MASTER.

           OPEN INPUT BUS-ROUTE-MASTER.
           IF WS-BUS-ROUTE-STATUS = '00' THEN
              PERFORM 1100-LOAD-ROUTE-LINE THRU 1100-EXIT
                  UNTIL END-OF-ROUTES
              CLOSE BUS-ROUTE-MASTER
           END-IF.

           OPEN INPUT BUS-ASSIGNMENTS.
           IF WS-BUS-ASSIGN-STATUS = '00' THEN
              PERFORM 1200-LOAD-ASSIGNMENT THRU 1200-EXIT
                  UNTIL END-OF-ASSIGNMENTS
                     OR WS-ASSIGN-COUNT >= WS-MAX-ASSIGNMENTS
              CLOSE BUS-ASSIGNMENTS
           END-IF.

           OPEN INPUT CONTACT-MASTER.
           IF WS-CONTACT-MASTER-STATUS = '00' THEN
              PERFORM 1300-LOAD-CONTACT THRU 1300-EXIT
                  UNTIL END-OF-CONTACTS
                     OR WS-CONTACT-COUNT >= WS-MAX-CONTACTS
              CLOSE CONTACT-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ROUTE-LINE.
           READ BUS-ROUTE-MASTER
              AT END SET END-OF-ROUTES TO TRUE
           END-READ.
           IF END-OF-ROUTES THEN
              GO TO 1100-EXIT
           END-IF.
           IF BR-ROUTE-ENTRY
              AND WS-ROUTE-COUNT < WS-MAX-ROUTES THEN
              ADD 1 TO WS-ROUTE-COUNT
              MOVE BR-ROUTE-ID    TO WS-RTE-ID(WS-ROUTE-COUNT)
              MOVE BR-ROUTE-DESC  TO WS-RTE-DESC(WS-ROUTE-COUNT)
              MOVE BR-CAPACITY    TO WS-RTE-CAPACITY(WS-ROUTE-COUNT)
              MOVE BR-TERM-CHARGE TO WS-RTE-CHARGE(WS-ROUTE-COUNT)
              MOVE ZERO           TO WS-RTE-RIDERS(WS-ROUTE-COUNT)
           END-IF.
           IF BR-STOP-ENTRY
              AND WS-STOP-COUNT < WS-MAX-STOPS THEN
              ADD 1 TO WS-STOP-COUNT
              MOVE BR-ROUTE-ID    TO WS-STP-ROUTE-ID(WS-STOP-COUNT)
              MOVE BR-STOP-ID     TO WS-STP-ID(WS-STOP-COUNT)
              MOVE BR-STOP-SEQ    TO WS-STP-SEQ(WS-STOP-COUNT)
              MOVE BR-STOP-NAME   TO WS-STP-NAME(WS-STOP-COUNT)
              MOVE BR-STOP-LOCALITY
                  TO WS-STP-LOCALITY(WS-STOP-COUNT)
              MOVE BR-PICKUP-TIME TO WS-STP-PICKUP(WS-STOP-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ASSIGNMENT.
           READ BUS-ASSIGNMENTS
              AT END SET END-OF-ASSIGNMENTS TO TRUE
           END-READ.
           IF END-OF-ASSIGNMENTS THEN
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-ASSIGN-COUNT.
           MOVE SB-STUDENT-ID  TO WS-ASN-STUDENT-ID(WS-ASSIGN-COUNT).
           MOVE SB-ROUTE-ID    TO WS-ASN-ROUTE-ID(WS-ASSIGN-COUNT).
           MOVE SB-STOP-ID     TO WS-ASN-STOP-ID(WS-ASSIGN-COUNT).
           MOVE SB-ASSIGN-DATE TO WS-ASN-DATE(WS-ASSIGN-COUNT).
           MOVE 'N'            TO WS-ASN-DELETED(WS-ASSIGN-COUNT).
           MOVE SB-ROUTE-ID TO WS-ROUTE-ID.
           PERFORM 2200-FIND-ROUTE THRU 2200-EXIT.
           IF ROUTE-FOUND THEN
              ADD 1 TO WS-RTE-RIDERS(RTE-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-CONTACT.
           READ CONTACT-MASTER
              AT END SET END-OF-CONTACTS TO TRUE
           END-READ.
           IF NOT END-OF-CONTACTS THEN
              ADD 1 TO WS-CONTACT-COUNT
              MOVE SC-STUDENT-ID
                  TO WS-CON-STUDENT-ID(WS-CONTACT-COUNT)
              MOVE SC-POSTAL-ADDR
                  TO WS-CON-POSTAL(WS-CONTACT-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SCHOOL TRANSPORT MAINTENANCE --------'.
           DISPLAY 'R - ROUTE   S - STOP     A - ASSIGN STUDENT'.
           DISPLAY 'D - REMOVE  I - INQUIRE  X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN MAINTAIN-ROUTE
                 PERFORM 3000-MAINTAIN-ROUTE THRU 3000-EXIT
              WHEN MAINTAIN-STOP
                 PERFORM 3500-MAINTAIN-STOP THRU 3500-EXIT
              WHEN ASSIGN-STUDENT
                 PERFORM 4000-ASSIGN-STUDENT THRU 4000-EXIT
              WHEN REMOVE-STUDENT
                 PERFORM 5000-REMOVE-STUDENT THRU 5000-EXIT
              WHEN INQUIRE-STUDENT
                 PERFORM 6000-INQUIRE-STUDENT THRU 6000-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ROSTER.
           MOVE 'Y' TO WS-STUDENT-FOUND-SW.
           MOVE WS-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-STUDENT-FOUND-SW
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-ROUTE.
           MOVE 'N' TO WS-ROUTE-FOUND-SW.
           SET RTE-IDX TO 1.
           PERFORM 2210-COMPARE-ROUTE THRU 2210-EXIT
               UNTIL RTE-IDX > WS-ROUTE-COUNT OR ROUTE-FOUND.
       2200-EXIT.
           EXIT.

       2210-COMPARE-ROUTE.
           IF WS-RTE-ID(RTE-IDX) = WS-ROUTE-ID THEN
              SET ROUTE-FOUND TO TRUE
           ELSE
              SET RTE-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

       2300-FIND-STOP.
           MOVE 'N' TO WS-STOP-FOUND-SW.
           SET STP-IDX TO 1.
           PERFORM 2310-COMPARE-STOP THRU 2310-EXIT
               UNTIL STP-IDX > WS-STOP-COUNT OR STOP-FOUND.
       2300-EXIT.
           EXIT.

       2310-COMPARE-STOP.
           IF WS-STP-ROUTE-ID(STP-IDX) = WS-ROUTE-ID
              AND WS-STP-ID(STP-IDX) = WS-STOP-ID THEN
              SET STOP-FOUND TO TRUE
           ELSE
              SET STP-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

       2400-FIND-ASSIGNMENT.
           MOVE 'N' TO WS-ASSIGN-FOUND-SW.
           SET ASN-IDX TO 1.
           PERFORM 2410-COMPARE-ASSIGNMENT THRU 2410-EXIT
               UNTIL ASN-IDX > WS-ASSIGN-COUNT OR ASSIGNMENT-FOUND.
       2400-EXIT.
           EXIT.

       2410-COMPARE-ASSIGNMENT.
           IF WS-ASN-STUDENT-ID(ASN-IDX) = WS-STUDENT-ID
              AND WS-ASN-DELETED(ASN-IDX) = 'N' THEN
              SET ASSIGNMENT-FOUND TO TRUE
           ELSE
              SET ASN-IDX UP BY 1
           END-IF.
       2410-EXIT.
           EXIT.

       2500-FIND-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND-SW.
           SET CON-IDX TO 1.
           PERFORM 2510-COMPARE-CONTACT THRU 2510-EXIT
               UNTIL CON-IDX > WS-CONTACT-COUNT OR CONTACT-FOUND.
       2500-EXIT.
           EXIT.

       2510-COMPARE-CONTACT.
           IF WS-CON-STUDENT-ID(CON-IDX) = WS-STUDENT-ID THEN
              SET CONTACT-FOUND TO TRUE
           ELSE
              SET CON-IDX UP BY 1
           END-IF.
       2510-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADD A ROUTE, OR CHANGE AN EXISTING ONE. THE BUS
      * CAPACITY MAY NOT DROP BELOW THE RIDERS ALREADY
      * ASSIGNED TO IT.
      *-------------------------------------------------
       3000-MAINTAIN-ROUTE.
           DISPLAY 'ROUTE ID ?'.
           ACCEPT WS-ROUTE-ID.
           IF WS-ROUTE-ID = SPACES THEN
              DISPLAY 'ROUTE ID REQUIRED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2200-FIND-ROUTE THRU 2200-EXIT.
           IF NOT ROUTE-FOUND
              AND WS-ROUTE-COUNT >= WS-MAX-ROUTES THEN
              DISPLAY 'ROUTE TABLE FULL - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'ROUTE DESCRIPTION ?'.
           ACCEPT WS-ROUTE-DESC.
           DISPLAY 'BUS CAPACITY (SEATS) ?'.
           ACCEPT WS-CAPACITY.
           DISPLAY 'TERMLY TRANSPORT CHARGE (NNNNNVV) ?'.
           ACCEPT WS-TERM-CHARGE.
           IF WS-CAPACITY = ZERO THEN
              DISPLAY 'CAPACITY MUST BE GIVEN - UNCHANGED'
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF ROUTE-FOUND THEN
              IF WS-CAPACITY < WS-RTE-RIDERS(RTE-IDX) THEN
                 DISPLAY 'CAPACITY BELOW RIDERS ALREADY ASSIGNED'
                     ' - UNCHANGED'
                 GO TO 3000-EXIT
              END-IF
              PERFORM 8950-BUILD-ROUTE-IMAGE THRU 8950-EXIT
              MOVE BUS-ROUTE-RECORD TO WS-AUDIT-BEFORE
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              ADD 1 TO WS-ROUTE-COUNT
              SET RTE-IDX TO WS-ROUTE-COUNT
              MOVE WS-ROUTE-ID TO WS-RTE-ID(RTE-IDX)
              MOVE ZERO TO WS-RTE-RIDERS(RTE-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-ROUTE-DESC  TO WS-RTE-DESC(RTE-IDX).
           MOVE WS-CAPACITY    TO WS-RTE-CAPACITY(RTE-IDX).
           MOVE WS-TERM-CHARGE TO WS-RTE-CHARGE(RTE-IDX).
           PERFORM 8950-BUILD-ROUTE-IMAGE THRU 8950-EXIT.
           MOVE BUS-ROUTE-RECORD TO WS-AUDIT-AFTER.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING 'R' WS-ROUTE-ID DELIMITED BY SIZE INTO WS-AUDIT-KEY.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'ROUTE ' WS-ROUTE-ID ' SAVED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ADD A STOP TO A ROUTE, OR CHANGE ONE.
      *-------------------------------------------------
       3500-MAINTAIN-STOP.
           DISPLAY 'ROUTE ID ?'.
           ACCEPT WS-ROUTE-ID.
           PERFORM 2200-FIND-ROUTE THRU 2200-EXIT.
           IF NOT ROUTE-FOUND THEN
              DISPLAY 'ROUTE ' WS-ROUTE-ID ' NOT ON FILE'
              GO TO 3500-EXIT
           END-IF.
           DISPLAY 'STOP ID ?'.
           ACCEPT WS-STOP-ID.
           IF WS-STOP-ID = SPACES THEN
              DISPLAY 'STOP ID REQUIRED'
              GO TO 3500-EXIT
           END-IF.
           PERFORM 2300-FIND-STOP THRU 2300-EXIT.
           IF NOT STOP-FOUND
              AND WS-STOP-COUNT >= WS-MAX-STOPS THEN
              DISPLAY 'STOP TABLE FULL - NOT ADDED'
              GO TO 3500-EXIT
           END-IF.
           DISPLAY 'RUN SEQUENCE (01-99) ?'.
           ACCEPT WS-STOP-SEQ.
           DISPLAY 'STOP NAME ?'.
           ACCEPT WS-STOP-NAME.
           DISPLAY 'LOCALITY SERVED ?'.
           ACCEPT WS-STOP-LOCALITY.
           DISPLAY 'PICKUP TIME (HHMM) ?'.
           ACCEPT WS-PICKUP-TIME.
           IF WS-STOP-SEQ = ZERO OR WS-STOP-LOCALITY = SPACES THEN
              DISPLAY 'SEQUENCE AND LOCALITY REQUIRED - UNCHANGED'
              GO TO 3500-EXIT
           END-IF.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF STOP-FOUND THEN
              PERFORM 8960-BUILD-STOP-IMAGE THRU 8960-EXIT
              MOVE BUS-ROUTE-RECORD TO WS-AUDIT-BEFORE
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              ADD 1 TO WS-STOP-COUNT
              SET STP-IDX TO WS-STOP-COUNT
              MOVE WS-ROUTE-ID TO WS-STP-ROUTE-ID(STP-IDX)
              MOVE WS-STOP-ID  TO WS-STP-ID(STP-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-STOP-SEQ      TO WS-STP-SEQ(STP-IDX).
           MOVE WS-STOP-NAME     TO WS-STP-NAME(STP-IDX).
           MOVE WS-STOP-LOCALITY TO WS-STP-LOCALITY(STP-IDX).
           MOVE WS-PICKUP-TIME   TO WS-STP-PICKUP(STP-IDX).
           PERFORM 8960-BUILD-STOP-IMAGE THRU 8960-EXIT.
           MOVE BUS-ROUTE-RECORD TO WS-AUDIT-AFTER.
           MOVE SPACES TO WS-AUDIT-KEY.
           STRING 'S' WS-ROUTE-ID WS-STOP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'STOP ' WS-STOP-ID ' SAVED ON ROUTE ' WS-ROUTE-ID.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------
      * ASSIGN A STUDENT TO A STOP, OR MOVE THEM TO A NEW
      * ONE. THE STUDENT MUST BE ON THE ROSTER, THE
      * GUARDIAN'S POSTAL ADDRESS MUST NAME THE STOP'S
      * LOCALITY, AND A NEW ROUTE MUST HAVE A SEAT LEFT.
      *-------------------------------------------------
       4000-ASSIGN-STUDENT.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF NOT STUDENT-ON-ROSTER THEN
              DISPLAY 'STUDENT ' WS-STUDENT-ID
                  ' NOT ON ROSTER - NOT ASSIGNED'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'ROUTE ID ?'.
           ACCEPT WS-ROUTE-ID.
           DISPLAY 'STOP ID ?'.
           ACCEPT WS-STOP-ID.
           PERFORM 2300-FIND-STOP THRU 2300-EXIT.
           IF NOT STOP-FOUND THEN
              DISPLAY 'STOP ' WS-STOP-ID ' NOT ON ROUTE '
                  WS-ROUTE-ID ' - NOT ASSIGNED'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 2500-FIND-CONTACT THRU 2500-EXIT.
           IF NOT CONTACT-FOUND THEN
              DISPLAY 'NO CONTACT ADDRESS ON FILE - ADD IT IN'
                  ' CONTACTMAINT FIRST'
              GO TO 4000-EXIT
           END-IF.
           MOVE WS-CON-POSTAL(CON-IDX)   TO WS-CHECK-POSTAL.
           MOVE WS-STP-LOCALITY(STP-IDX) TO WS-CHECK-LOCALITY.
           PERFORM 7000-CHECK-LOCALITY THRU 7000-EXIT.
           IF NOT ADDRESS-ON-STOP THEN
              DISPLAY 'ADDRESS ' WS-CON-POSTAL(CON-IDX)
              DISPLAY 'IS NOT IN ' WS-STP-LOCALITY(STP-IDX)
                  ' - NOT ASSIGNED'
              GO TO 4000-EXIT
           END-IF.

           PERFORM 2400-FIND-ASSIGNMENT THRU 2400-EXIT.
           IF ASSIGNMENT-FOUND THEN
              IF WS-ASN-ROUTE-ID(ASN-IDX) = WS-ROUTE-ID THEN
                 GO TO 4000-SEAT-OK
              END-IF
           END-IF.
           PERFORM 2200-FIND-ROUTE THRU 2200-EXIT.
           IF WS-RTE-RIDERS(RTE-IDX) >= WS-RTE-CAPACITY(RTE-IDX)
              THEN
              DISPLAY 'ROUTE ' WS-ROUTE-ID ' IS FULL - '
                  WS-RTE-CAPACITY(RTE-IDX) ' SEATS - NOT ASSIGNED'
              GO TO 4000-EXIT
           END-IF.

       4000-SEAT-OK.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           IF ASSIGNMENT-FOUND THEN
              PERFORM 8970-BUILD-ASSIGN-IMAGE THRU 8970-EXIT
              MOVE BUS-ASSIGNMENT-RECORD TO WS-AUDIT-BEFORE
              MOVE WS-ROUTE-ID TO WS-AUDIT-KEY
              MOVE WS-ASN-ROUTE-ID(ASN-IDX) TO WS-ROUTE-ID
              PERFORM 2200-FIND-ROUTE THRU 2200-EXIT
              IF ROUTE-FOUND THEN
                 SUBTRACT 1 FROM WS-RTE-RIDERS(RTE-IDX)
              END-IF
              MOVE WS-AUDIT-KEY TO WS-ROUTE-ID
              MOVE 'C' TO WS-AUDIT-ACTION
           ELSE
              IF WS-ASSIGN-COUNT >= WS-MAX-ASSIGNMENTS THEN
                 DISPLAY 'ASSIGNMENT FILE FULL - NOT ASSIGNED'
                 GO TO 4000-EXIT
              END-IF
              ADD 1 TO WS-ASSIGN-COUNT
              SET ASN-IDX TO WS-ASSIGN-COUNT
              MOVE WS-STUDENT-ID TO WS-ASN-STUDENT-ID(ASN-IDX)
              MOVE 'N' TO WS-ASN-DELETED(ASN-IDX)
              MOVE 'A' TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-ROUTE-ID TO WS-ASN-ROUTE-ID(ASN-IDX).
           MOVE WS-STOP-ID  TO WS-ASN-STOP-ID(ASN-IDX).
           MOVE WS-RUN-DATE TO WS-ASN-DATE(ASN-IDX).
           PERFORM 2200-FIND-ROUTE THRU 2200-EXIT.
           ADD 1 TO WS-RTE-RIDERS(RTE-IDX).
           PERFORM 8970-BUILD-ASSIGN-IMAGE THRU 8970-EXIT.
           MOVE BUS-ASSIGNMENT-RECORD TO WS-AUDIT-AFTER.
           MOVE WS-STUDENT-ID TO WS-AUDIT-KEY.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'STUDENT ' WS-STUDENT-ID ' ASSIGNED TO ROUTE '
               WS-ROUTE-ID ' STOP ' WS-STOP-ID.
       4000-EXIT.
           EXIT.

       5000-REMOVE-STUDENT.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 2400-FIND-ASSIGNMENT THRU 2400-EXIT.
           IF NOT ASSIGNMENT-FOUND THEN
              DISPLAY 'NO BUS ASSIGNMENT ON FILE'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8970-BUILD-ASSIGN-IMAGE THRU 8970-EXIT.
           MOVE BUS-ASSIGNMENT-RECORD TO WS-AUDIT-BEFORE.
           MOVE 'Y' TO WS-ASN-DELETED(ASN-IDX).
           MOVE WS-ASN-ROUTE-ID(ASN-IDX) TO WS-ROUTE-ID.
           PERFORM 2200-FIND-ROUTE THRU 2200-EXIT.
           IF ROUTE-FOUND THEN
              SUBTRACT 1 FROM WS-RTE-RIDERS(RTE-IDX)
           END-IF.
           MOVE SPACES TO WS-AUDIT-AFTER.
           MOVE WS-STUDENT-ID TO WS-AUDIT-KEY.
           MOVE 'D' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'BUS ASSIGNMENT REMOVED FOR ' WS-STUDENT-ID.
       5000-EXIT.
           EXIT.

       6000-INQUIRE-STUDENT.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 2400-FIND-ASSIGNMENT THRU 2400-EXIT.
           IF NOT ASSIGNMENT-FOUND THEN
              DISPLAY 'NO BUS ASSIGNMENT ON FILE'
              GO TO 6000-EXIT
           END-IF.
           MOVE WS-ASN-ROUTE-ID(ASN-IDX) TO WS-ROUTE-ID.
           MOVE WS-ASN-STOP-ID(ASN-IDX)  TO WS-STOP-ID.
           DISPLAY 'ROUTE      : ' WS-ROUTE-ID.
           DISPLAY 'STOP       : ' WS-STOP-ID.
           DISPLAY 'ASSIGNED   : ' WS-ASN-DATE(ASN-IDX).
           PERFORM 2300-FIND-STOP THRU 2300-EXIT.
           IF STOP-FOUND THEN
              DISPLAY 'STOP NAME  : ' WS-STP-NAME(STP-IDX)
              DISPLAY 'PICKUP     : ' WS-STP-PICKUP(STP-IDX)
           END-IF.
           PERFORM 2200-FIND-ROUTE THRU 2200-EXIT.
           IF ROUTE-FOUND THEN
              MOVE WS-RTE-CHARGE(RTE-IDX) TO WS-CHARGE-ED
              DISPLAY 'SEATS USED : ' WS-RTE-RIDERS(RTE-IDX)
                  ' OF ' WS-RTE-CAPACITY(RTE-IDX)
              DISPLAY 'TERM CHARGE: ' WS-CHARGE-ED
           END-IF.
       6000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE STOP'S LOCALITY, BLANKS TRIMMED OFF THE RIGHT,
      * MUST BE FOUND SOMEWHERE IN THE POSTAL ADDRESS.
      *-------------------------------------------------
       7000-CHECK-LOCALITY.
           MOVE 'N' TO WS-ADDRESS-OK-SW.
           INSPECT WS-CHECK-POSTAL
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-CHECK-LOCALITY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 20 TO WS-LOCALITY-LEN.
           MOVE 'N' TO WS-TRIMMED-SW.
           PERFORM 7010-TRIM-LOCALITY THRU 7010-EXIT
               UNTIL LOCALITY-TRIMMED OR WS-LOCALITY-LEN = ZERO.
           IF WS-LOCALITY-LEN = ZERO THEN
              GO TO 7000-EXIT
           END-IF.
           MOVE ZERO TO WS-LOCALITY-HITS.
           INSPECT WS-CHECK-POSTAL TALLYING WS-LOCALITY-HITS
               FOR ALL WS-CHECK-LOCALITY(1:WS-LOCALITY-LEN).
           IF WS-LOCALITY-HITS > ZERO THEN
              SET ADDRESS-ON-STOP TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.

       7010-TRIM-LOCALITY.
           IF WS-CHECK-LOCALITY(WS-LOCALITY-LEN:1) = SPACE THEN
              SUBTRACT 1 FROM WS-LOCALITY-LEN
           ELSE
              SET LOCALITY-TRIMMED TO TRUE
           END-IF.
       7010-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE MASTER GOES BACK ROUTE BY ROUTE, EACH ROUTE
      * RECORD FOLLOWED BY ITS STOPS.
      *-------------------------------------------------
       8000-REWRITE-MASTERS.
           CLOSE STUDENT-MASTER.
           OPEN OUTPUT BUS-ROUTE-MASTER.
           PERFORM 8010-WRITE-ROUTE THRU 8010-EXIT
               VARYING RTE-IDX FROM 1 BY 1
               UNTIL RTE-IDX > WS-ROUTE-COUNT.
           CLOSE BUS-ROUTE-MASTER.

           OPEN OUTPUT BUS-ASSIGNMENTS.
           PERFORM 8030-WRITE-ASSIGNMENT THRU 8030-EXIT
               VARYING ASN-IDX FROM 1 BY 1
               UNTIL ASN-IDX > WS-ASSIGN-COUNT.
           CLOSE BUS-ASSIGNMENTS.
       8000-EXIT.
           EXIT.

       8010-WRITE-ROUTE.
           PERFORM 8950-BUILD-ROUTE-IMAGE THRU 8950-EXIT.
           WRITE BUS-ROUTE-RECORD.
           PERFORM 8020-WRITE-STOP THRU 8020-EXIT
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > WS-STOP-COUNT.
       8010-EXIT.
           EXIT.

       8020-WRITE-STOP.
           IF WS-STP-ROUTE-ID(STP-IDX) = WS-RTE-ID(RTE-IDX) THEN
              PERFORM 8960-BUILD-STOP-IMAGE THRU 8960-EXIT
              WRITE BUS-ROUTE-RECORD
           END-IF.
       8020-EXIT.
           EXIT.

       8030-WRITE-ASSIGNMENT.
           IF WS-ASN-DELETED(ASN-IDX) = 'N' THEN
              PERFORM 8970-BUILD-ASSIGN-IMAGE THRU 8970-EXIT
              WRITE BUS-ASSIGNMENT-RECORD
           END-IF.
       8030-EXIT.
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
           MOVE 'TRANSPTMNT'  TO AA-PROGRAM.
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

       8950-BUILD-ROUTE-IMAGE.
           MOVE SPACES TO BUS-ROUTE-RECORD.
           SET BR-ROUTE-ENTRY TO TRUE.
           MOVE WS-RTE-ID(RTE-IDX)       TO BR-ROUTE-ID.
           MOVE WS-RTE-DESC(RTE-IDX)     TO BR-ROUTE-DESC.
           MOVE WS-RTE-CAPACITY(RTE-IDX) TO BR-CAPACITY.
           MOVE WS-RTE-CHARGE(RTE-IDX)   TO BR-TERM-CHARGE.
       8950-EXIT.
           EXIT.

       8960-BUILD-STOP-IMAGE.
           MOVE SPACES TO BUS-ROUTE-RECORD.
           SET BR-STOP-ENTRY TO TRUE.
           MOVE WS-STP-ROUTE-ID(STP-IDX) TO BR-ROUTE-ID.
           MOVE WS-STP-ID(STP-IDX)       TO BR-STOP-ID.
           MOVE WS-STP-SEQ(STP-IDX)      TO BR-STOP-SEQ.
           MOVE WS-STP-NAME(STP-IDX)     TO BR-STOP-NAME.
           MOVE WS-STP-LOCALITY(STP-IDX) TO BR-STOP-LOCALITY.
           MOVE WS-STP-PICKUP(STP-IDX)   TO BR-PICKUP-TIME.
       8960-EXIT.
           EXIT.

       8970-BUILD-ASSIGN-IMAGE.
           MOVE SPACES TO BUS-ASSIGNMENT-RECORD.
           MOVE WS-ASN-STUDENT-ID(ASN-IDX) TO SB-STUDENT-ID.
           MOVE WS-ASN-ROUTE-ID(ASN-IDX)   TO SB-ROUTE-ID.
           MOVE WS-ASN-STOP-ID(ASN-IDX)    TO SB-STOP-ID.
           MOVE WS-ASN-DATE(ASN-IDX)       TO SB-ASSIGN-DATE.
       8970-EXIT.
           EXIT.
