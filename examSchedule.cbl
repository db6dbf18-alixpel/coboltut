      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ExamSchedule.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. END-OF-TERM EXAM
      *               SCHEDULING RUN IN PLACE OF THE DEPUTY
      *               HEAD'S SPREADSHEET. EVERY ENROLLED
      *               STUDENT (ENRLMSTR) IS SEATED IN A
      *               SITTING OF EACH SUBJECT'S EXAM FROM THE
      *               EXAM SESSION MASTER (EXAMSESS), ROOM BY
      *               ROOM UP TO EACH ROOM'S SEAT CAPACITY. A
      *               STUDENT TIMETABLED INTO TWO EXAMS IN THE
      *               SAME DATE AND SLOT, A STUDENT LEFT
      *               WITHOUT A SEAT, AND A ROOM BOOKED TWICE
      *               IN ONE SLOT ARE EXCEPTIONS (EXAMRPT) AND
      *               RETURN CODE 4. PRINTS A SEAT PLAN PER
      *               ROOM (EXAMSEAT) AND A PERSONAL EXAM
      *               TIMETABLE PER STUDENT, SENT ON EXACTLY
      *               ONE CHANNEL BY THE SAME RULE AS
      *               REPORTCARD - THE PRINT FILE (EXAMTTP) OR
      *               THE ELECTRONIC EXTRACT (EXAMTTE) FROM
      *               THE CONTACT MASTER, PRINT AFTER A
      *               BOUNCE - WITH A DELIVERY MANIFEST
      *               (EXAMMNFT).
      * 15/10/26  AP  A STUDENT WITH A MEDICAL ALERT ON THE
      *               HEALTH RECORD HAS IT PRINTED UNDER THEIR
      *               SEAT ON THE SEAT PLAN FOR THE
      *               INVIGILATOR.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT EXAM-SESSIONS ASSIGN TO "EXAMSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAM-SESSION-STATUS.

           SELECT SUBJECT-MASTER ASSIGN TO "SUBJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-MASTER-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT CONTACT-MASTER ASSIGN TO "STUCNTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-MASTER-STATUS.

           SELECT BOUNCE-RETURNS ASSIGN TO "RPTBOUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.

           SELECT SEAT-PLANS ASSIGN TO "EXAMSEAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAT-PLAN-STATUS.

           SELECT PRINT-TIMETABLES ASSIGN TO "EXAMTTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-TT-STATUS.

           SELECT ELECTRONIC-TIMETABLES ASSIGN TO "EXAMTTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELECTRONIC-STATUS.

           SELECT DELIVERY-MANIFEST ASSIGN TO "EXAMMNFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT EXAM-REPORT ASSIGN TO "EXAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAM-RPT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  EXAM-SESSIONS.
           COPY "examsfd.cpy".

       FD  SUBJECT-MASTER.
           COPY "subjmfd.cpy".

       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

       FD  CONTACT-MASTER.
       01  CONTACT-MASTER-RECORD.
           05 SC-STUDENT-ID         PIC X(06).
           05 SC-GUARDIAN-NOM       PIC X(20).
           05 SC-POSTAL-ADDR        PIC X(30).
           05 SC-ELECTRONIC-ADDR    PIC X(30).
           05 SC-PREF-CHANNEL       PIC X(01).

       FD  BOUNCE-RETURNS.
       01  BOUNCE-RETURN-RECORD.
           05 BR-STUDENT-ID         PIC X(06).
           05 BR-BOUNCE-REASON      PIC X(30).

       FD  SEAT-PLANS.
       01  SEAT-PLAN-RECORD         PIC X(72).

       FD  PRINT-TIMETABLES.
       01  PRINT-TIMETABLE-RECORD   PIC X(72).

       FD  ELECTRONIC-TIMETABLES.
       01  ELECTRONIC-TT-RECORD     PIC X(72).

       FD  DELIVERY-MANIFEST.
       01  DELIVERY-MANIFEST-RECORD PIC X(60).

       FD  EXAM-REPORT.
       01  EXAM-REPORT-RECORD       PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-EXAM-SESSION-STATUS   PIC X(02).
       01  WS-SUBJECT-MASTER-STATUS PIC X(02).
       01  WS-ENROLLMENT-STATUS     PIC X(02).
       01  WS-CONTACT-MASTER-STATUS PIC X(02).
       01  WS-BOUNCE-STATUS         PIC X(02).
       01  WS-SEAT-PLAN-STATUS      PIC X(02).
       01  WS-PRINT-TT-STATUS       PIC X(02).
       01  WS-ELECTRONIC-STATUS     PIC X(02).
       01  WS-MANIFEST-STATUS       PIC X(02).
       01  WS-EXAM-RPT-STATUS       PIC X(02).

       01  WS-SWITCHES.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           05 WS-SESSION-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SESSIONS    VALUE 'Y'.
           05 WS-SUBJECT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SUBJECTS    VALUE 'Y'.
           05 WS-ENRL-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ENROLLMENTS VALUE 'Y'.
           05 WS-CONTACT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-CONTACTS    VALUE 'Y'.
           05 WS-BOUNCE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-BOUNCES     VALUE 'Y'.
           05 WS-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
              88 TABLE-OVERFLOW     VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW   PIC X(01).
              88 STUDENT-FOUND      VALUE 'Y'.
           05 WS-SUBJECT-FOUND-SW   PIC X(01).
              88 SUBJECT-FOUND      VALUE 'Y'.
           05 WS-SESSION-FOUND-SW   PIC X(01).
              88 SESSION-FOUND      VALUE 'Y'.
           05 WS-SEAT-FOUND-SW      PIC X(01).
              88 SEAT-FOUND         VALUE 'Y'.
           05 WS-CONTACT-FOUND-SW   PIC X(01).
              88 CONTACT-FOUND      VALUE 'Y'.
           05 WS-BOUNCED-SW         PIC X(01).
              88 STUDENT-BOUNCED    VALUE 'Y'.
           05 WS-SWAPPED-SW         PIC X(01).
              88 ENTRIES-SWAPPED    VALUE 'Y'.

       01  WS-CHANNEL-SW            PIC X(01) VALUE 'P'.
           88 ELECTRONIC-CHANNEL    VALUE 'E'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-LOOKUP-STUDENT-ID     PIC X(06).
       01  WS-LOOKUP-SUBJECT        PIC X(08).
       01  WS-EXCEPTION-TEXT        PIC X(40).

      *-------------------------------------------------
      * THE SITTINGS, SORTED INTO DATE, SLOT, START TIME
      * AND ROOM ORDER ONCE LOADED - SO A STUDENT'S OWN
      * SITTINGS TAKEN IN TABLE ORDER ARE CHRONOLOGICAL.
      *-------------------------------------------------
       01  WS-MAX-SESSIONS          PIC 9(03) COMP VALUE 200.
       01  WS-SESSION-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-SESSION-TABLE.
           05 WS-SESSION-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-SESSION-COUNT
                 INDEXED BY SES-IDX SES-IDX2.
              10 WS-SES-SORT-KEY.
                 15 WS-SES-DATE     PIC 9(08).
                 15 WS-SES-SLOT     PIC X(02).
                 15 WS-SES-START    PIC 9(04).
                 15 WS-SES-ROOM     PIC X(06).
              10 WS-SES-ID          PIC X(04).
              10 WS-SES-SUBJECT     PIC X(08).
              10 WS-SES-DURATION    PIC 9(03).
              10 WS-SES-SEATS       PIC 9(03).
              10 WS-SES-SEATED      PIC 9(03).
              10 WS-SES-BLOCKED-SW  PIC X(01).
                 88 SES-BLOCKED     VALUE 'Y'.
       01  WS-SESSION-HOLD          PIC X(48).

       01  WS-MAX-SUBJECTS          PIC 9(02) COMP VALUE 50.
       01  WS-SUBJECT-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-SUBJECT-TABLE.
           05 WS-SUBJECT-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-SUBJECT-COUNT
                 INDEXED BY SUB-IDX.
              10 WS-SUB-CODE        PIC X(08).
              10 WS-SUB-NAME        PIC X(20).
              10 WS-SUB-NO-EXAM-SW  PIC X(01).

       01  WS-MAX-STUDENTS          PIC 9(04) COMP VALUE 1000.
       01  WS-STUDENT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-STUDENT-COUNT
                 INDEXED BY STU-IDX.
              10 WS-STU-ID          PIC X(06).
              10 WS-STU-NOM         PIC X(20).
              10 WS-STU-LEVEL       PIC 9(02).
              10 WS-STU-ALERT       PIC X(40).

      *-------------------------------------------------
      * ONE ENTRY PER STUDENT PER ENROLLED SUBJECT, WITH
      * THE SITTING AND SEAT THE RUN GIVES IT. A SITTING
      * OF ZERO MEANS NO SEAT (OR NO EXAM FOR THE
      * SUBJECT).
      *-------------------------------------------------
       01  WS-MAX-ENROLLMENTS       PIC 9(04) COMP VALUE 3000.
       01  WS-ENROLL-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-ENROLL-COUNT
                 INDEXED BY ENR-IDX ENR-IDX2.
              10 WS-ENR-STUDENT-ID  PIC X(06).
              10 WS-ENR-SUBJECT     PIC X(08).
              10 WS-ENR-SESSION     PIC 9(03) COMP.
              10 WS-ENR-SEAT        PIC 9(03).
              10 WS-ENR-CLASH-SW    PIC X(01).
                 88 ENR-CLASH       VALUE 'Y'.

       01  WS-MAX-CONTACTS          PIC 9(04) COMP VALUE 1000.
       01  WS-CONTACT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CONTACT-COUNT
                 INDEXED BY CON-IDX.
              10 WS-CON-STUDENT-ID  PIC X(06).
              10 WS-CON-GUARDIAN    PIC X(20).
              10 WS-CON-POSTAL      PIC X(30).
              10 WS-CON-ELECTRONIC  PIC X(30).
              10 WS-CON-CHANNEL     PIC X(01).

       01  WS-MAX-BOUNCES           PIC 9(04) COMP VALUE 500.
       01  WS-BOUNCE-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-BOUNCE-TABLE.
           05 WS-BOUNCE-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-BOUNCE-COUNT
                 INDEXED BY BNC-IDX.
              10 WS-BNC-STUDENT-ID  PIC X(06).

      *-------------------------------------------------
      * ONE STUDENT'S SITTINGS, GATHERED FOR THE PERSONAL
      * TIMETABLE AND PUT IN SITTING-TABLE ORDER.
      *-------------------------------------------------
       01  WS-MAX-MY-EXAMS          PIC 9(02) COMP VALUE 20.
       01  WS-MY-EXAM-COUNT         PIC 9(02) COMP VALUE ZERO.
       01  WS-MY-EXAM-TABLE.
           05 WS-MY-EXAM-ENTRY OCCURS 20 TIMES
                 INDEXED BY MY-IDX MY-IDX2.
              10 WS-MY-SESSION      PIC 9(03) COMP.
              10 WS-MY-ENROLL       PIC 9(04) COMP.
       01  WS-MY-HOLD-SESSION       PIC 9(03) COMP.
       01  WS-MY-HOLD-ENROLL        PIC 9(04) COMP.

       01  WS-SESSION-SUB           PIC 9(03) COMP.
       01  WS-CLASH-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-UNSEATED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-SEATED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-TIMETABLE-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-PRINT-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-ELECTRONIC-COUNT      PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(72).
       01  WS-EMIT-LINE             PIC X(72).
       01  WS-MANIFEST-LINE         PIC X(60).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-SEATS-ED              PIC ZZ9.
       01  WS-TIME-ED               PIC 99B99.
       01  WS-DURATION-ED           PIC ZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-CHECK-ROOM-BOOKING THRU 2000-EXIT
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX > WS-SESSION-COUNT.
           PERFORM 3000-SEAT-ENROLLMENT THRU 3000-EXIT
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLL-COUNT.
           PERFORM 4000-CHECK-CLASHES THRU 4000-EXIT
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLL-COUNT.
           PERFORM 5000-PRINT-SEAT-PLAN THRU 5000-EXIT
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX > WS-SESSION-COUNT.
           PERFORM 6000-SEND-TIMETABLE THRU 6000-EXIT
               VARYING STU-IDX FROM 1 BY 1
               UNTIL STU-IDX > WS-STUDENT-COUNT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT EXAM-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXAM SCHEDULING EXCEPTIONS  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.

           OPEN INPUT SUBJECT-MASTER.
           IF WS-SUBJECT-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-SUBJECT THRU 1100-EXIT
                  UNTIL END-OF-SUBJECTS
              CLOSE SUBJECT-MASTER
           END-IF.

           OPEN INPUT EXAM-SESSIONS.
           IF WS-EXAM-SESSION-STATUS = '00' THEN
              PERFORM 1200-LOAD-SESSION THRU 1200-EXIT
                  UNTIL END-OF-SESSIONS
              CLOSE EXAM-SESSIONS
           END-IF.
           MOVE 'Y' TO WS-SWAPPED-SW.
           PERFORM 1250-SORT-PASS THRU 1250-EXIT
               UNTIL NOT ENTRIES-SWAPPED.

           OPEN INPUT STUDENT-MASTER.
           PERFORM 1300-LOAD-STUDENT THRU 1300-EXIT
               UNTIL END-OF-ROSTER.
           CLOSE STUDENT-MASTER.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLLMENT-STATUS = '00' THEN
              PERFORM 1400-LOAD-ENROLLMENT THRU 1400-EXIT
                  UNTIL END-OF-ENROLLMENTS
              CLOSE ENROLLMENT-FILE
           END-IF.

           OPEN INPUT CONTACT-MASTER.
           IF WS-CONTACT-MASTER-STATUS = '00' THEN
              PERFORM 1500-LOAD-CONTACT THRU 1500-EXIT
                  UNTIL END-OF-CONTACTS
                     OR WS-CONTACT-COUNT >= WS-MAX-CONTACTS
              CLOSE CONTACT-MASTER
           END-IF.

           OPEN INPUT BOUNCE-RETURNS.
           IF WS-BOUNCE-STATUS = '00' THEN
              PERFORM 1600-LOAD-BOUNCE THRU 1600-EXIT
                  UNTIL END-OF-BOUNCES
                     OR WS-BOUNCE-COUNT >= WS-MAX-BOUNCES
              CLOSE BOUNCE-RETURNS
           END-IF.

           IF TABLE-OVERFLOW THEN
              MOVE 'TABLE FULL - SOME RECORDS NOT LOADED'
                  TO WS-EXCEPTION-TEXT
              MOVE SPACES TO WS-LOOKUP-STUDENT-ID WS-LOOKUP-SUBJECT
              PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
           END-IF.

           OPEN OUTPUT SEAT-PLANS.
           OPEN OUTPUT PRINT-TIMETABLES.
           OPEN OUTPUT ELECTRONIC-TIMETABLES.
           OPEN OUTPUT DELIVERY-MANIFEST.
           MOVE SPACES TO DELIVERY-MANIFEST-RECORD.
           STRING 'EXAM TIMETABLE DELIVERY MANIFEST  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO DELIVERY-MANIFEST-RECORD.
           WRITE DELIVERY-MANIFEST-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-SUBJECT.
           READ SUBJECT-MASTER
              AT END SET END-OF-SUBJECTS TO TRUE
           END-READ.
           IF END-OF-SUBJECTS THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-SUBJECT-COUNT >= WS-MAX-SUBJECTS THEN
              SET TABLE-OVERFLOW TO TRUE
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-SUBJECT-COUNT.
           MOVE SM-SUBJECT-CODE TO WS-SUB-CODE(WS-SUBJECT-COUNT).
           MOVE SM-SUBJECT-NAME TO WS-SUB-NAME(WS-SUBJECT-COUNT).
           MOVE 'N' TO WS-SUB-NO-EXAM-SW(WS-SUBJECT-COUNT).
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A SITTING FOR A SUBJECT NOT ON THE SUBJECT MASTER
      * OR IN A ROOM WITH NO SEATS CANNOT BE USED.
      *-------------------------------------------------
       1200-LOAD-SESSION.
           READ EXAM-SESSIONS
              AT END SET END-OF-SESSIONS TO TRUE
           END-READ.
           IF END-OF-SESSIONS THEN
              GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO WS-LOOKUP-STUDENT-ID.
           MOVE EX-SUBJECT-CODE TO WS-LOOKUP-SUBJECT.
           PERFORM 7200-FIND-SUBJECT THRU 7200-EXIT.
           IF NOT SUBJECT-FOUND THEN
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING 'SITTING ' EX-SESSION-ID
                  ' - SUBJECT NOT ON MASTER'
                  DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
              GO TO 1200-EXIT
           END-IF.
           IF EX-ROOM-SEATS = ZERO
              OR (NOT EX-MORNING AND NOT EX-AFTERNOON) THEN
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING 'SITTING ' EX-SESSION-ID
                  ' - NO SEATS OR BAD SLOT'
                  DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
              GO TO 1200-EXIT
           END-IF.
           IF WS-SESSION-COUNT >= WS-MAX-SESSIONS THEN
              SET TABLE-OVERFLOW TO TRUE
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-SESSION-COUNT.
           SET SES-IDX TO WS-SESSION-COUNT.
           MOVE EX-EXAM-DATE    TO WS-SES-DATE(SES-IDX).
           MOVE EX-SLOT         TO WS-SES-SLOT(SES-IDX).
           MOVE EX-START-TIME   TO WS-SES-START(SES-IDX).
           MOVE EX-ROOM-ID      TO WS-SES-ROOM(SES-IDX).
           MOVE EX-SESSION-ID   TO WS-SES-ID(SES-IDX).
           MOVE EX-SUBJECT-CODE TO WS-SES-SUBJECT(SES-IDX).
           MOVE EX-DURATION-MIN TO WS-SES-DURATION(SES-IDX).
           MOVE EX-ROOM-SEATS   TO WS-SES-SEATS(SES-IDX).
           MOVE ZERO            TO WS-SES-SEATED(SES-IDX).
           MOVE 'N'             TO WS-SES-BLOCKED-SW(SES-IDX).
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE BUBBLE PASS OVER THE SITTINGS ON THE SORT
      * KEY. REPEATED UNTIL A PASS SWAPS NOTHING.
      *-------------------------------------------------
       1250-SORT-PASS.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 1260-COMPARE-ADJACENT THRU 1260-EXIT
               VARYING SES-IDX FROM 1 BY 1
               UNTIL SES-IDX >= WS-SESSION-COUNT.
       1250-EXIT.
           EXIT.

       1260-COMPARE-ADJACENT.
           SET SES-IDX2 TO SES-IDX.
           SET SES-IDX2 UP BY 1.
           IF WS-SES-SORT-KEY(SES-IDX) > WS-SES-SORT-KEY(SES-IDX2)
              THEN
              MOVE WS-SESSION-ENTRY(SES-IDX)  TO WS-SESSION-HOLD
              MOVE WS-SESSION-ENTRY(SES-IDX2)
                  TO WS-SESSION-ENTRY(SES-IDX)
              MOVE WS-SESSION-HOLD TO WS-SESSION-ENTRY(SES-IDX2)
              SET ENTRIES-SWAPPED TO TRUE
           END-IF.
       1260-EXIT.
           EXIT.

       1300-LOAD-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           IF END-OF-ROSTER THEN
              GO TO 1300-EXIT
           END-IF.
           IF WS-STUDENT-COUNT >= WS-MAX-STUDENTS THEN
              SET TABLE-OVERFLOW TO TRUE
              GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE STM-STUDENT-ID  TO WS-STU-ID(WS-STUDENT-COUNT).
           MOVE STM-STUDENT-NOM TO WS-STU-NOM(WS-STUDENT-COUNT).
           MOVE STM-YEAR-LEVEL  TO WS-STU-LEVEL(WS-STUDENT-COUNT).
           MOVE STM-MEDICAL-ALERT TO WS-STU-ALERT(WS-STUDENT-COUNT).
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * ENROLLMENT IS ONE RECORD PER STUDENT PER SECTION;
      * THE EXAM IS PER SUBJECT, SO A SECOND SECTION OF
      * THE SAME SUBJECT FOR ONE STUDENT IS TAKEN ONCE.
      *-------------------------------------------------
       1400-LOAD-ENROLLMENT.
           READ ENROLLMENT-FILE
              AT END SET END-OF-ENROLLMENTS TO TRUE
           END-READ.
           IF END-OF-ENROLLMENTS THEN
              GO TO 1400-EXIT
           END-IF.
           MOVE EN-STUDENT-ID   TO WS-LOOKUP-STUDENT-ID.
           MOVE EN-SUBJECT-CODE TO WS-LOOKUP-SUBJECT.
           PERFORM 7100-FIND-STUDENT THRU 7100-EXIT.
           IF NOT STUDENT-FOUND THEN
              MOVE 'ENROLLED BUT NOT ON STUDENT-MASTER'
                  TO WS-EXCEPTION-TEXT
              PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
              GO TO 1400-EXIT
           END-IF.
           MOVE 'N' TO WS-SEAT-FOUND-SW.
           SET ENR-IDX2 TO 1.
           PERFORM 1410-MATCH-DUPLICATE THRU 1410-EXIT
               UNTIL ENR-IDX2 > WS-ENROLL-COUNT OR SEAT-FOUND.
           IF SEAT-FOUND THEN
              GO TO 1400-EXIT
           END-IF.
           IF WS-ENROLL-COUNT >= WS-MAX-ENROLLMENTS THEN
              SET TABLE-OVERFLOW TO TRUE
              GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-ENROLL-COUNT.
           MOVE EN-STUDENT-ID   TO WS-ENR-STUDENT-ID(WS-ENROLL-COUNT).
           MOVE EN-SUBJECT-CODE TO WS-ENR-SUBJECT(WS-ENROLL-COUNT).
           MOVE ZERO            TO WS-ENR-SESSION(WS-ENROLL-COUNT)
                                   WS-ENR-SEAT(WS-ENROLL-COUNT).
           MOVE 'N'             TO WS-ENR-CLASH-SW(WS-ENROLL-COUNT).
       1400-EXIT.
           EXIT.

       1410-MATCH-DUPLICATE.
           IF WS-ENR-STUDENT-ID(ENR-IDX2) = EN-STUDENT-ID
              AND WS-ENR-SUBJECT(ENR-IDX2) = EN-SUBJECT-CODE THEN
              SET SEAT-FOUND TO TRUE
           ELSE
              SET ENR-IDX2 UP BY 1
           END-IF.
       1410-EXIT.
           EXIT.

       1500-LOAD-CONTACT.
           READ CONTACT-MASTER
              AT END SET END-OF-CONTACTS TO TRUE
           END-READ.
           IF NOT END-OF-CONTACTS THEN
              ADD 1 TO WS-CONTACT-COUNT
              MOVE SC-STUDENT-ID
                  TO WS-CON-STUDENT-ID(WS-CONTACT-COUNT)
              MOVE SC-GUARDIAN-NOM
                  TO WS-CON-GUARDIAN(WS-CONTACT-COUNT)
              MOVE SC-POSTAL-ADDR
                  TO WS-CON-POSTAL(WS-CONTACT-COUNT)
              MOVE SC-ELECTRONIC-ADDR
                  TO WS-CON-ELECTRONIC(WS-CONTACT-COUNT)
              MOVE SC-PREF-CHANNEL
                  TO WS-CON-CHANNEL(WS-CONTACT-COUNT)
           END-IF.
       1500-EXIT.
           EXIT.

       1600-LOAD-BOUNCE.
           READ BOUNCE-RETURNS
              AT END SET END-OF-BOUNCES TO TRUE
           END-READ.
           IF NOT END-OF-BOUNCES THEN
              ADD 1 TO WS-BOUNCE-COUNT
              MOVE BR-STUDENT-ID
                  TO WS-BNC-STUDENT-ID(WS-BOUNCE-COUNT)
           END-IF.
       1600-EXIT.
           EXIT.

      *-------------------------------------------------
      * A ROOM HOLDS ONE SITTING PER DATE AND SLOT - TWO
      * SITTINGS IN IT AT ONCE WOULD SEAT MORE THAN IT
      * HAS CHAIRS, SO THE LATER ONE IS NOT SEATED UNTIL
      * THE SESSION MASTER IS PUT RIGHT.
      *-------------------------------------------------
       2000-CHECK-ROOM-BOOKING.
           SET SES-IDX2 TO SES-IDX.
           SET SES-IDX2 UP BY 1.
           PERFORM 2010-COMPARE-ROOM THRU 2010-EXIT
               VARYING SES-IDX2 FROM SES-IDX2 BY 1
               UNTIL SES-IDX2 > WS-SESSION-COUNT.
       2000-EXIT.
           EXIT.

       2010-COMPARE-ROOM.
           IF WS-SES-ROOM(SES-IDX2) = WS-SES-ROOM(SES-IDX)
              AND WS-SES-DATE(SES-IDX2) = WS-SES-DATE(SES-IDX)
              AND WS-SES-SLOT(SES-IDX2) = WS-SES-SLOT(SES-IDX)
              AND NOT SES-BLOCKED(SES-IDX2) THEN
              MOVE 'Y' TO WS-SES-BLOCKED-SW(SES-IDX2)
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING 'ROOM ' WS-SES-ROOM(SES-IDX) ' BOOKED TWICE - '
                  WS-SES-ID(SES-IDX) ' AND ' WS-SES-ID(SES-IDX2)
                  DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              MOVE SPACES TO WS-LOOKUP-STUDENT-ID
              MOVE WS-SES-SUBJECT(SES-IDX2) TO WS-LOOKUP-SUBJECT
              PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

      *-------------------------------------------------
      * SEAT ONE STUDENT FOR ONE SUBJECT IN THE FIRST
      * SITTING OF THAT SUBJECT WITH A CHAIR LEFT. A
      * SUBJECT WITH NO SITTING AT ALL HAS NO EXAM THIS
      * TERM AND IS NOTED ONCE; A SUBJECT WHOSE ROOMS ARE
      * ALL FULL LEAVES THE STUDENT UNSEATED.
      *-------------------------------------------------
       3000-SEAT-ENROLLMENT.
           MOVE WS-ENR-STUDENT-ID(ENR-IDX) TO WS-LOOKUP-STUDENT-ID.
           MOVE WS-ENR-SUBJECT(ENR-IDX)    TO WS-LOOKUP-SUBJECT.
           MOVE 'N' TO WS-SESSION-FOUND-SW.
           MOVE 'N' TO WS-SEAT-FOUND-SW.
           SET SES-IDX TO 1.
           PERFORM 3010-TRY-SESSION THRU 3010-EXIT
               UNTIL SES-IDX > WS-SESSION-COUNT OR SEAT-FOUND.
           IF SEAT-FOUND THEN
              ADD 1 TO WS-SES-SEATED(SES-IDX)
              SET WS-ENR-SESSION(ENR-IDX) TO SES-IDX
              MOVE WS-SES-SEATED(SES-IDX) TO WS-ENR-SEAT(ENR-IDX)
              ADD 1 TO WS-SEATED-COUNT
              GO TO 3000-EXIT
           END-IF.
           IF SESSION-FOUND THEN
              MOVE 'NO SEAT - EVERY ROOM FOR THE SUBJECT FULL'
                  TO WS-EXCEPTION-TEXT
              ADD 1 TO WS-UNSEATED-COUNT
              PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT
              GO TO 3000-EXIT
           END-IF.
           PERFORM 7200-FIND-SUBJECT THRU 7200-EXIT.
           IF SUBJECT-FOUND THEN
              IF WS-SUB-NO-EXAM-SW(SUB-IDX) = 'N' THEN
                 MOVE 'Y' TO WS-SUB-NO-EXAM-SW(SUB-IDX)
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING 'NOTE     SUBJECT ' WS-LOOKUP-SUBJECT
                     '  HAS NO EXAM SITTING THIS TERM'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
                 PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
              END-IF
           END-IF.
       3000-EXIT.
           EXIT.

       3010-TRY-SESSION.
           IF WS-SES-SUBJECT(SES-IDX) = WS-LOOKUP-SUBJECT
              AND NOT SES-BLOCKED(SES-IDX) THEN
              SET SESSION-FOUND TO TRUE
              IF WS-SES-SEATED(SES-IDX) < WS-SES-SEATS(SES-IDX) THEN
                 SET SEAT-FOUND TO TRUE
              END-IF
           END-IF.
           IF NOT SEAT-FOUND THEN
              SET SES-IDX UP BY 1
           END-IF.
       3010-EXIT.
           EXIT.

      *-------------------------------------------------
      * NO STUDENT SITS TWO EXAMS IN THE SAME DATE AND
      * SLOT. EACH PAIR IS REPORTED ONCE, FROM ITS FIRST
      * ENTRY, AND BOTH ENTRIES ARE MARKED FOR THE
      * PERSONAL TIMETABLE.
      *-------------------------------------------------
       4000-CHECK-CLASHES.
           IF WS-ENR-SESSION(ENR-IDX) = ZERO THEN
              GO TO 4000-EXIT
           END-IF.
           SET ENR-IDX2 TO ENR-IDX.
           SET ENR-IDX2 UP BY 1.
           PERFORM 4010-COMPARE-SITTING THRU 4010-EXIT
               VARYING ENR-IDX2 FROM ENR-IDX2 BY 1
               UNTIL ENR-IDX2 > WS-ENROLL-COUNT.
       4000-EXIT.
           EXIT.

       4010-COMPARE-SITTING.
           IF WS-ENR-STUDENT-ID(ENR-IDX2) NOT =
              WS-ENR-STUDENT-ID(ENR-IDX)
              OR WS-ENR-SESSION(ENR-IDX2) = ZERO THEN
              GO TO 4010-EXIT
           END-IF.
           SET SES-IDX  TO WS-ENR-SESSION(ENR-IDX).
           SET SES-IDX2 TO WS-ENR-SESSION(ENR-IDX2).
           IF WS-SES-DATE(SES-IDX) NOT = WS-SES-DATE(SES-IDX2)
              OR WS-SES-SLOT(SES-IDX) NOT = WS-SES-SLOT(SES-IDX2)
              THEN
              GO TO 4010-EXIT
           END-IF.
           MOVE 'Y' TO WS-ENR-CLASH-SW(ENR-IDX).
           MOVE 'Y' TO WS-ENR-CLASH-SW(ENR-IDX2).
           ADD 1 TO WS-CLASH-COUNT.
           MOVE WS-ENR-STUDENT-ID(ENR-IDX) TO WS-LOOKUP-STUDENT-ID.
           MOVE WS-ENR-SUBJECT(ENR-IDX)    TO WS-LOOKUP-SUBJECT.
           MOVE SPACES TO WS-EXCEPTION-TEXT.
           STRING 'CLASH WITH ' WS-ENR-SUBJECT(ENR-IDX2) ' '
               WS-SES-DATE(SES-IDX) ' ' WS-SES-SLOT(SES-IDX)
               DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT.
           PERFORM 8400-WRITE-EXCEPTION THRU 8400-EXIT.
       4010-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE SEAT PLAN PER SITTING (ROOM), STUDENTS IN SEAT
      * ORDER - THE ORDER THEY WERE SEATED IN.
      *-------------------------------------------------
       5000-PRINT-SEAT-PLAN.
           MOVE WS-SES-SUBJECT(SES-IDX) TO WS-LOOKUP-SUBJECT.
           PERFORM 7200-FIND-SUBJECT THRU 7200-EXIT.
           MOVE ALL '=' TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT.
           MOVE WS-SES-START(SES-IDX) TO WS-TIME-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SEAT PLAN  ROOM ' WS-SES-ROOM(SES-IDX)
               '  ' WS-SES-DATE(SES-IDX) ' ' WS-SES-SLOT(SES-IDX)
               '  START ' WS-TIME-ED
               '  SITTING ' WS-SES-ID(SES-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT.
           MOVE WS-SES-SEATS(SES-IDX) TO WS-SEATS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SUBJECT ' WS-SES-SUBJECT(SES-IDX) ' '
               WS-SUB-NAME(SUB-IDX) '  SEATS ' WS-SEATS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT.
           IF SES-BLOCKED(SES-IDX) THEN
              MOVE 'ROOM ALREADY BOOKED IN THIS SLOT - NOT SEATED'
                  TO WS-REPORT-LINE
              PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT
              GO TO 5000-EXIT
           END-IF.

           SET WS-SESSION-SUB TO SES-IDX.
           PERFORM 5100-PRINT-SEAT THRU 5100-EXIT
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLL-COUNT.

           MOVE WS-SES-SEATED(SES-IDX) TO WS-SEATS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SEATED ' WS-SEATS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-SES-SEATS(SES-IDX) TO WS-SEATS-ED.
           STRING ' OF ' WS-SEATS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE(11:7).
           PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT.
       5000-EXIT.
           EXIT.

       5100-PRINT-SEAT.
           IF WS-ENR-SESSION(ENR-IDX) NOT = WS-SESSION-SUB THEN
              GO TO 5100-EXIT
           END-IF.
           MOVE WS-ENR-STUDENT-ID(ENR-IDX) TO WS-LOOKUP-STUDENT-ID.
           PERFORM 7100-FIND-STUDENT THRU 7100-EXIT.
           MOVE WS-ENR-SEAT(ENR-IDX) TO WS-SEATS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SEAT ' WS-SEATS-ED '  ' WS-STU-ID(STU-IDX) '  '
               WS-STU-NOM(STU-IDX) '  YEAR ' WS-STU-LEVEL(STU-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF ENR-CLASH(ENR-IDX) THEN
              MOVE '*CLASH' TO WS-REPORT-LINE(50:6)
           END-IF.
           PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT.
           IF STUDENT-FOUND
              AND WS-STU-ALERT(STU-IDX) NOT = SPACES THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING '           MEDICAL ALERT: '
                  WS-STU-ALERT(STU-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8600-WRITE-SEAT-LINE THRU 8600-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PERSONAL TIMETABLE PER STUDENT WITH AT LEAST
      * ONE SEAT, ON THE REPORT-CARD CHANNEL.
      *-------------------------------------------------
       6000-SEND-TIMETABLE.
           MOVE ZERO TO WS-MY-EXAM-COUNT.
           PERFORM 6100-GATHER-SITTING THRU 6100-EXIT
               VARYING ENR-IDX FROM 1 BY 1
               UNTIL ENR-IDX > WS-ENROLL-COUNT.
           IF WS-MY-EXAM-COUNT = ZERO THEN
              GO TO 6000-EXIT
           END-IF.
           MOVE 'Y' TO WS-SWAPPED-SW.
           PERFORM 6200-SORT-MY-PASS THRU 6200-EXIT
               UNTIL NOT ENTRIES-SWAPPED.

           PERFORM 6300-SET-CHANNEL THRU 6300-EXIT.

           MOVE ALL '=' TO WS-EMIT-LINE.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
           MOVE 'ECOLE DU PARC - END-OF-TERM EXAM TIMETABLE'
               TO WS-EMIT-LINE.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
           IF CONTACT-FOUND THEN
              MOVE WS-CON-GUARDIAN(CON-IDX) TO WS-EMIT-LINE
              PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT
              IF ELECTRONIC-CHANNEL THEN
                 MOVE WS-CON-ELECTRONIC(CON-IDX) TO WS-EMIT-LINE
              ELSE
                 MOVE WS-CON-POSTAL(CON-IDX) TO WS-EMIT-LINE
              END-IF
           ELSE
              MOVE 'NO CONTACT ON FILE - HAND TO THE SCHOOL OFFICE'
                  TO WS-EMIT-LINE
           END-IF.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
           MOVE SPACES TO WS-EMIT-LINE.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING 'STUDENT ' WS-STU-ID(STU-IDX) '  '
               WS-STU-NOM(STU-IDX) '  YEAR ' WS-STU-LEVEL(STU-IDX)
               DELIMITED BY SIZE INTO WS-EMIT-LINE.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
           MOVE SPACES TO WS-EMIT-LINE.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
           MOVE 'DATE     SLOT START  MIN SUBJECT               ROOM'
               TO WS-EMIT-LINE.
           MOVE 'SEAT' TO WS-EMIT-LINE(56:4).
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.

           PERFORM 6400-EMIT-SITTING THRU 6400-EXIT
               VARYING MY-IDX FROM 1 BY 1
               UNTIL MY-IDX > WS-MY-EXAM-COUNT.

           MOVE SPACES TO WS-EMIT-LINE.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
           MOVE 'PLEASE ARRIVE 15 MINUTES BEFORE THE START TIME.'
               TO WS-EMIT-LINE.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.

           ADD 1 TO WS-TIMETABLE-COUNT.
           PERFORM 8800-WRITE-MANIFEST-LINE THRU 8800-EXIT.
       6000-EXIT.
           EXIT.

       6100-GATHER-SITTING.
           IF WS-ENR-STUDENT-ID(ENR-IDX) NOT = WS-STU-ID(STU-IDX)
              OR WS-ENR-SESSION(ENR-IDX) = ZERO
              OR WS-MY-EXAM-COUNT >= WS-MAX-MY-EXAMS THEN
              GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-MY-EXAM-COUNT.
           MOVE WS-ENR-SESSION(ENR-IDX)
               TO WS-MY-SESSION(WS-MY-EXAM-COUNT).
           SET WS-MY-ENROLL(WS-MY-EXAM-COUNT) TO ENR-IDX.
       6100-EXIT.
           EXIT.

       6200-SORT-MY-PASS.
           MOVE 'N' TO WS-SWAPPED-SW.
           PERFORM 6210-COMPARE-MY-ADJACENT THRU 6210-EXIT
               VARYING MY-IDX FROM 1 BY 1
               UNTIL MY-IDX >= WS-MY-EXAM-COUNT.
       6200-EXIT.
           EXIT.

       6210-COMPARE-MY-ADJACENT.
           SET MY-IDX2 TO MY-IDX.
           SET MY-IDX2 UP BY 1.
           IF WS-MY-SESSION(MY-IDX) > WS-MY-SESSION(MY-IDX2) THEN
              MOVE WS-MY-SESSION(MY-IDX)  TO WS-MY-HOLD-SESSION
              MOVE WS-MY-ENROLL(MY-IDX)   TO WS-MY-HOLD-ENROLL
              MOVE WS-MY-SESSION(MY-IDX2) TO WS-MY-SESSION(MY-IDX)
              MOVE WS-MY-ENROLL(MY-IDX2)  TO WS-MY-ENROLL(MY-IDX)
              MOVE WS-MY-HOLD-SESSION     TO WS-MY-SESSION(MY-IDX2)
              MOVE WS-MY-HOLD-ENROLL      TO WS-MY-ENROLL(MY-IDX2)
              SET ENTRIES-SWAPPED TO TRUE
           END-IF.
       6210-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE CHANNEL PER STUDENT, THE REPORT-CARD RULE.
      * ELECTRONIC ONLY WHEN THE CONTACT PREFERS IT, AN
      * ELECTRONIC ADDRESS IS ON FILE, AND THE LAST RUN
      * DID NOT BOUNCE - ANYTHING ELSE GOES TO PRINT.
      *-------------------------------------------------
       6300-SET-CHANNEL.
           MOVE 'P' TO WS-CHANNEL-SW.
           MOVE 'N' TO WS-CONTACT-FOUND-SW.
           SET CON-IDX TO 1.
           PERFORM 6320-MATCH-CONTACT THRU 6320-EXIT
               UNTIL CON-IDX > WS-CONTACT-COUNT
                  OR CONTACT-FOUND.
           MOVE 'N' TO WS-BOUNCED-SW.
           SET BNC-IDX TO 1.
           PERFORM 6310-MATCH-BOUNCE THRU 6310-EXIT
               UNTIL BNC-IDX > WS-BOUNCE-COUNT
                  OR STUDENT-BOUNCED.
           IF STUDENT-BOUNCED THEN
              GO TO 6300-EXIT
           END-IF.
           IF CONTACT-FOUND
              AND WS-CON-CHANNEL(CON-IDX) = 'E'
              AND WS-CON-ELECTRONIC(CON-IDX) NOT = SPACES THEN
              MOVE 'E' TO WS-CHANNEL-SW
           END-IF.
       6300-EXIT.
           EXIT.

       6310-MATCH-BOUNCE.
           IF WS-BNC-STUDENT-ID(BNC-IDX) = WS-STU-ID(STU-IDX) THEN
              SET STUDENT-BOUNCED TO TRUE
           ELSE
              SET BNC-IDX UP BY 1
           END-IF.
       6310-EXIT.
           EXIT.

       6320-MATCH-CONTACT.
           IF WS-CON-STUDENT-ID(CON-IDX) = WS-STU-ID(STU-IDX) THEN
              SET CONTACT-FOUND TO TRUE
           ELSE
              SET CON-IDX UP BY 1
           END-IF.
       6320-EXIT.
           EXIT.

       6400-EMIT-SITTING.
           SET SES-IDX TO WS-MY-SESSION(MY-IDX).
           SET ENR-IDX TO WS-MY-ENROLL(MY-IDX).
           MOVE WS-SES-SUBJECT(SES-IDX) TO WS-LOOKUP-SUBJECT.
           PERFORM 7200-FIND-SUBJECT THRU 7200-EXIT.
           MOVE WS-SES-START(SES-IDX)    TO WS-TIME-ED.
           MOVE WS-SES-DURATION(SES-IDX) TO WS-DURATION-ED.
           MOVE WS-ENR-SEAT(ENR-IDX)     TO WS-SEATS-ED.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING WS-SES-DATE(SES-IDX) ' ' WS-SES-SLOT(SES-IDX)
               '   ' WS-TIME-ED '  ' WS-DURATION-ED ' '
               WS-SUB-NAME(SUB-IDX) '  ' WS-SES-ROOM(SES-IDX)
               '  ' WS-SEATS-ED
               DELIMITED BY SIZE INTO WS-EMIT-LINE.
           IF ENR-CLASH(ENR-IDX) THEN
              MOVE '*CLASH' TO WS-EMIT-LINE(61:6)
           END-IF.
           PERFORM 8700-EMIT-TIMETABLE-LINE THRU 8700-EXIT.
       6400-EXIT.
           EXIT.

       7100-FIND-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           SET STU-IDX TO 1.
           PERFORM 7110-MATCH-STUDENT THRU 7110-EXIT
               UNTIL STU-IDX > WS-STUDENT-COUNT OR STUDENT-FOUND.
       7100-EXIT.
           EXIT.

       7110-MATCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = WS-LOOKUP-STUDENT-ID THEN
              SET STUDENT-FOUND TO TRUE
           ELSE
              SET STU-IDX UP BY 1
           END-IF.
       7110-EXIT.
           EXIT.

       7200-FIND-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-FOUND-SW.
           SET SUB-IDX TO 1.
           PERFORM 7210-MATCH-SUBJECT THRU 7210-EXIT
               UNTIL SUB-IDX > WS-SUBJECT-COUNT OR SUBJECT-FOUND.
       7200-EXIT.
           EXIT.

       7210-MATCH-SUBJECT.
           IF WS-SUB-CODE(SUB-IDX) = WS-LOOKUP-SUBJECT THEN
              SET SUBJECT-FOUND TO TRUE
           ELSE
              SET SUB-IDX UP BY 1
           END-IF.
       7210-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-SEATED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SEATS ALLOCATED        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-UNSEATED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STUDENTS NOT SEATED    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-CLASH-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SLOT CLASHES           ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTIONS             ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.

           MOVE SPACES TO WS-MANIFEST-LINE.
           MOVE WS-PRINT-COUNT TO WS-COUNT-ED.
           STRING 'PRINT ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE.
           MOVE WS-MANIFEST-LINE TO DELIVERY-MANIFEST-RECORD.
           WRITE DELIVERY-MANIFEST-RECORD.
           MOVE SPACES TO WS-MANIFEST-LINE.
           MOVE WS-ELECTRONIC-COUNT TO WS-COUNT-ED.
           STRING 'ELECTRONIC ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE.
           MOVE WS-MANIFEST-LINE TO DELIVERY-MANIFEST-RECORD.
           WRITE DELIVERY-MANIFEST-RECORD.
           MOVE SPACES TO WS-MANIFEST-LINE.
           MOVE WS-TIMETABLE-COUNT TO WS-COUNT-ED.
           STRING 'TOTAL STUDENTS ' WS-COUNT-ED
               ' - EACH ON EXACTLY ONE CHANNEL'
               DELIMITED BY SIZE INTO WS-MANIFEST-LINE.
           MOVE WS-MANIFEST-LINE TO DELIVERY-MANIFEST-RECORD.
           WRITE DELIVERY-MANIFEST-RECORD.

           CLOSE SEAT-PLANS.
           CLOSE PRINT-TIMETABLES.
           CLOSE ELECTRONIC-TIMETABLES.
           CLOSE DELIVERY-MANIFEST.
           CLOSE EXAM-REPORT.
           DISPLAY 'EXAM TIMETABLES PRODUCED: ' WS-TIMETABLE-COUNT.
           DISPLAY '  PRINT      : ' WS-PRINT-COUNT.
           DISPLAY '  ELECTRONIC : ' WS-ELECTRONIC-COUNT.
           DISPLAY '  EXCEPTIONS : ' WS-EXCEPTION-COUNT.
       8000-EXIT.
           EXIT.

       8400-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTION ' WS-LOOKUP-STUDENT-ID ' '
               WS-LOOKUP-SUBJECT ' ' WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
       8400-EXIT.
           EXIT.

       8500-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXAM-REPORT-RECORD.
           WRITE EXAM-REPORT-RECORD.
       8500-EXIT.
           EXIT.

       8600-WRITE-SEAT-LINE.
           MOVE WS-REPORT-LINE TO SEAT-PLAN-RECORD.
           WRITE SEAT-PLAN-RECORD.
       8600-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY TIMETABLE LINE GOES THROUGH HERE - TO THE
      * PRINT FILE OR THE ELECTRONIC EXTRACT, NEVER BOTH.
      *-------------------------------------------------
       8700-EMIT-TIMETABLE-LINE.
           IF ELECTRONIC-CHANNEL THEN
              MOVE WS-EMIT-LINE TO ELECTRONIC-TT-RECORD
              WRITE ELECTRONIC-TT-RECORD
           ELSE
              MOVE WS-EMIT-LINE TO PRINT-TIMETABLE-RECORD
              WRITE PRINT-TIMETABLE-RECORD
           END-IF.
       8700-EXIT.
           EXIT.

       8800-WRITE-MANIFEST-LINE.
           MOVE SPACES TO WS-MANIFEST-LINE.
           MOVE WS-STU-ID(STU-IDX) TO WS-MANIFEST-LINE(1:6).
           IF ELECTRONIC-CHANNEL THEN
              MOVE 'ELECTRONIC' TO WS-MANIFEST-LINE(8:10)
              ADD 1 TO WS-ELECTRONIC-COUNT
           ELSE
              MOVE 'PRINT' TO WS-MANIFEST-LINE(8:5)
              ADD 1 TO WS-PRINT-COUNT
              IF STUDENT-BOUNCED THEN
                 MOVE '(BOUNCED BACK TO PRINT)'
                     TO WS-MANIFEST-LINE(19:23)
              END-IF
           END-IF.
           MOVE WS-MANIFEST-LINE TO DELIVERY-MANIFEST-RECORD.
           WRITE DELIVERY-MANIFEST-RECORD.
       8800-EXIT.
           EXIT.
