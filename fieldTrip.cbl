      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  FieldTripMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. BOOKS A SCHOOL FIELD TRIP TO
      *               THE PARK FOR ONE SECTION (SUBJECT AND
      *               SECTION) OR A WHOLE YEAR LEVEL. THE
      *               STUDENTS ARE COUNTED OFF THE ENROLLMENT
      *               FILE (ENRLMSTR) - FOR A YEAR LEVEL, EVERY
      *               ENROLLED STUDENT AT THAT LEVEL ON
      *               STUDENT-MASTER, EACH ONCE - AND THE HEAD
      *               COUNT GOES ON A NEW GROUP-BOOKINGS ENTRY
      *               (GRPBOOK) UNDER THE TRIP ID, WITH THE
      *               CHAPERONES AND THE PARK'S SCHOOL RATE, SO
      *               THE GATE PRICES AND COUNTS THE PARTY LIKE
      *               ANY OTHER GROUP. THE TRIP GOES ON THE
      *               FIELD-TRIP MASTER (FTRIPMST, FTRIPFD) AND
      *               EVERY STUDENT COUNTED ON THE CONSENT FILE
      *               (FTRIPCON, FTCNFD) AS PENDING. CONSENT IS
      *               RECORDED PER STUDENT ONLY FOR A GUARDIAN
      *               ON THE CONTACT MASTER (STUCNTCT), AND
      *               CANNOT BE WITHDRAWN ONCE TUITIONBILLING
      *               HAS BILLED THE FEE. EVERY CHANGE APPENDS
      *               TO THE SHARED ACTIVITY-AUDIT FILE.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT ENROLLMENT-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLLMENT-STATUS.

           SELECT CONTACT-MASTER ASSIGN TO "STUCNTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-MASTER-STATUS.

           SELECT FIELD-TRIPS ASSIGN TO "FTRIPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-TRIP-STATUS.

           SELECT TRIP-CONSENTS ASSIGN TO "FTRIPCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIP-CONSENT-STATUS.

           SELECT GROUP-BOOKINGS ASSIGN TO "GRPBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-BOOK-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  ENROLLMENT-FILE.
           COPY "enrlfd.cpy".

       FD  CONTACT-MASTER.
       01  CONTACT-MASTER-RECORD.
           05 SC-STUDENT-ID         PIC X(06).
           05 SC-GUARDIAN-NOM       PIC X(20).
           05 SC-POSTAL-ADDR        PIC X(30).
           05 SC-ELECTRONIC-ADDR    PIC X(30).
           05 SC-PREF-CHANNEL       PIC X(01).

       FD  FIELD-TRIPS.
           COPY "ftripfd.cpy".

       FD  TRIP-CONSENTS.
           COPY "ftcnfd.cpy".

       FD  GROUP-BOOKINGS.
       01  GROUP-BOOKING-RECORD.
           05 GB-GROUP-ID           PIC X(08).
           05 GB-PARTY-SIZE         PIC 9(04).
           05 GB-CHAPERONE-COUNT    PIC 9(03).
           05 GB-GROUP-RATE         PIC 9(05)V99.
           05 GB-VISIT-DATE         PIC 9(08).

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).

       COPY "signparm.cpy".

       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-ENROLLMENT-STATUS      PIC X(02).
       01  WS-CONTACT-MASTER-STATUS  PIC X(02).
       01  WS-FIELD-TRIP-STATUS      PIC X(02).
       01  WS-TRIP-CONSENT-STATUS    PIC X(02).
       01  WS-GROUP-BOOK-STATUS      PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-TRIP-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TRIPS        VALUE 'Y'.
           05 WS-CONSENT-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-CONSENTS     VALUE 'Y'.
           05 WS-CONTACT-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-CONTACTS     VALUE 'Y'.
           05 WS-ENROLL-EOF-SW       PIC X(01).
              88 END-OF-ENROLLMENTS  VALUE 'Y'.
           05 WS-GROUP-EOF-SW        PIC X(01).
              88 END-OF-GROUPS       VALUE 'Y'.
           05 WS-TRIP-FOUND-SW       PIC X(01).
              88 TRIP-FOUND          VALUE 'Y'.
           05 WS-CONSENT-FOUND-SW    PIC X(01).
              88 CONSENT-FOUND       VALUE 'Y'.
           05 WS-CONTACT-FOUND-SW    PIC X(01).
              88 CONTACT-FOUND       VALUE 'Y'.
           05 WS-GROUP-FOUND-SW      PIC X(01).
              88 GROUP-ON-FILE       VALUE 'Y'.
           05 WS-TABLE-FULL-SW       PIC X(01).
              88 CONSENT-TABLE-FULL  VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 BOOK-TRIP              VALUE 'B'.
           88 RECORD-CONSENT         VALUE 'C'.
           88 LIST-TRIP              VALUE 'L'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-TRIP-ID                PIC X(08).
       01  WS-SCOPE                  PIC X(01).
           88 SCOPE-SECTION          VALUE 'S'.
           88 SCOPE-YEAR             VALUE 'Y'.
       01  WS-SUBJECT-CODE           PIC X(08).
       01  WS-SECTION-ID             PIC X(02).
       01  WS-YEAR-LEVEL             PIC 9(02).
       01  WS-TRIP-DATE              PIC 9(08).
       01  WS-FEE-CENTS              PIC 9(05).
       01  WS-TRIP-FEE               PIC 9(03)V99.
       01  WS-RATE-CENTS             PIC 9(07).
       01  WS-GROUP-RATE             PIC 9(05)V99.
       01  WS-CHAPERONES             PIC 9(03).
       01  WS-STUDENT-ID             PIC X(06).
       01  WS-ANSWER                 PIC X(01).
       01  WS-HEAD-COUNT             PIC 9(04) COMP.
       01  WS-FIRST-NEW-CONSENT      PIC 9(04) COMP.
       01  WS-CONSENTED-COUNT        PIC 9(04) COMP.
       01  WS-REFUSED-COUNT          PIC 9(04) COMP.
       01  WS-PENDING-COUNT          PIC 9(04) COMP.
       01  WS-COUNT-ED               PIC ZZZ9.
       01  WS-FEE-ED                 PIC ZZ9.99.
       01  WS-CONSENT-TEXT           PIC X(12).

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-KEY              PIC X(12).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-MAX-TRIPS              PIC 9(04) COMP VALUE 500.
       01  WS-TRIP-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-TRIP-TABLE.
           05 WS-TRIP-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-TRIP-COUNT
                 INDEXED BY TRP-IDX.
              10 WS-TR-ID            PIC X(08).
              10 WS-TR-SCOPE         PIC X(01).
              10 WS-TR-SUBJECT       PIC X(08).
              10 WS-TR-SECTION       PIC X(02).
              10 WS-TR-YEAR-LEVEL    PIC 9(02).
              10 WS-TR-DATE          PIC 9(08).
              10 WS-TR-FEE           PIC 9(03)V99.
              10 WS-TR-HEAD-COUNT    PIC 9(04).
              10 WS-TR-BOOKED-BY     PIC X(06).

       01  WS-MAX-CONSENTS           PIC 9(04) COMP VALUE 6000.
       01  WS-CONSENT-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-CONSENT-TABLE.
           05 WS-CONSENT-ENTRY OCCURS 1 TO 6000 TIMES
                 DEPENDING ON WS-CONSENT-COUNT
                 INDEXED BY CON-IDX.
              10 WS-CN-TRIP-ID       PIC X(08).
              10 WS-CN-STUDENT-ID    PIC X(06).
              10 WS-CN-CONSENT       PIC X(01).
              10 WS-CN-DATE          PIC 9(08).
              10 WS-CN-GUARDIAN      PIC X(20).
              10 WS-CN-BILLED        PIC X(01).
              10 WS-CN-BILLED-DATE   PIC 9(08).

       01  WS-MAX-CONTACTS           PIC 9(04) COMP VALUE 1000.
       01  WS-CONTACT-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CONTACT-COUNT
                 INDEXED BY CT-IDX.
              10 WS-CT-STUDENT-ID    PIC X(06).
              10 WS-CT-GUARDIAN      PIC X(20).

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
           MOVE 'FIELDTRIP' TO SGN-PROGRAM.
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

           OPEN INPUT CONTACT-MASTER.
           IF WS-CONTACT-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-CONTACT THRU 1100-EXIT
                  UNTIL END-OF-CONTACTS
                     OR WS-CONTACT-COUNT >= WS-MAX-CONTACTS
              CLOSE CONTACT-MASTER
           END-IF.

           OPEN INPUT FIELD-TRIPS.
           IF WS-FIELD-TRIP-STATUS = '00' THEN
              PERFORM 1200-LOAD-TRIP THRU 1200-EXIT
                  UNTIL END-OF-TRIPS
                     OR WS-TRIP-COUNT >= WS-MAX-TRIPS
              CLOSE FIELD-TRIPS
           END-IF.

           OPEN INPUT TRIP-CONSENTS.
           IF WS-TRIP-CONSENT-STATUS = '00' THEN
              PERFORM 1300-LOAD-CONSENT THRU 1300-EXIT
                  UNTIL END-OF-CONSENTS
                     OR WS-CONSENT-COUNT >= WS-MAX-CONSENTS
              CLOSE TRIP-CONSENTS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-CONTACT.
           READ CONTACT-MASTER
              AT END SET END-OF-CONTACTS TO TRUE
           END-READ.
           IF NOT END-OF-CONTACTS THEN
              ADD 1 TO WS-CONTACT-COUNT
              MOVE SC-STUDENT-ID   TO WS-CT-STUDENT-ID(WS-CONTACT-COUNT)
              MOVE SC-GUARDIAN-NOM TO WS-CT-GUARDIAN(WS-CONTACT-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-TRIP.
           READ FIELD-TRIPS
              AT END SET END-OF-TRIPS TO TRUE
           END-READ.
           IF NOT END-OF-TRIPS THEN
              ADD 1 TO WS-TRIP-COUNT
              SET TRP-IDX TO WS-TRIP-COUNT
              MOVE FT-TRIP-ID      TO WS-TR-ID(TRP-IDX)
              MOVE FT-SCOPE        TO WS-TR-SCOPE(TRP-IDX)
              MOVE FT-SUBJECT-CODE TO WS-TR-SUBJECT(TRP-IDX)
              MOVE FT-SECTION-ID   TO WS-TR-SECTION(TRP-IDX)
              MOVE FT-YEAR-LEVEL   TO WS-TR-YEAR-LEVEL(TRP-IDX)
              MOVE FT-TRIP-DATE    TO WS-TR-DATE(TRP-IDX)
              MOVE FT-TRIP-FEE     TO WS-TR-FEE(TRP-IDX)
              MOVE FT-HEAD-COUNT   TO WS-TR-HEAD-COUNT(TRP-IDX)
              MOVE FT-BOOKED-BY    TO WS-TR-BOOKED-BY(TRP-IDX)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-CONSENT.
           READ TRIP-CONSENTS
              AT END SET END-OF-CONSENTS TO TRUE
           END-READ.
           IF NOT END-OF-CONSENTS THEN
              ADD 1 TO WS-CONSENT-COUNT
              SET CON-IDX TO WS-CONSENT-COUNT
              MOVE TC-TRIP-ID      TO WS-CN-TRIP-ID(CON-IDX)
              MOVE TC-STUDENT-ID   TO WS-CN-STUDENT-ID(CON-IDX)
              MOVE TC-CONSENT      TO WS-CN-CONSENT(CON-IDX)
              MOVE TC-CONSENT-DATE TO WS-CN-DATE(CON-IDX)
              MOVE TC-GUARDIAN-NOM TO WS-CN-GUARDIAN(CON-IDX)
              MOVE TC-BILLED       TO WS-CN-BILLED(CON-IDX)
              MOVE TC-BILLED-DATE  TO WS-CN-BILLED-DATE(CON-IDX)
           END-IF.
       1300-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SCHOOL FIELD TRIPS --------'.
           DISPLAY 'B - BOOK TRIP   C - CONSENT   L - LIST TRIP'.
           DISPLAY 'X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN BOOK-TRIP
                 PERFORM 3000-BOOK-TRIP THRU 3000-EXIT
              WHEN RECORD-CONSENT
                 PERFORM 4000-RECORD-CONSENT THRU 4000-EXIT
              WHEN LIST-TRIP
                 PERFORM 5000-LIST-TRIP THRU 5000-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-FIND-TRIP.
           MOVE 'N' TO WS-TRIP-FOUND-SW.
           SET TRP-IDX TO 1.
           PERFORM 2110-COMPARE-TRIP THRU 2110-EXIT
               UNTIL TRP-IDX > WS-TRIP-COUNT OR TRIP-FOUND.
       2100-EXIT.
           EXIT.

       2110-COMPARE-TRIP.
           IF WS-TR-ID(TRP-IDX) = WS-TRIP-ID THEN
              SET TRIP-FOUND TO TRUE
           ELSE
              SET TRP-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CONSENT ENTRY FOR THE TRIP AND STUDENT IN
      * WS-TRIP-ID / WS-STUDENT-ID, IF ANY.
      *-------------------------------------------------
       2200-FIND-CONSENT.
           MOVE 'N' TO WS-CONSENT-FOUND-SW.
           SET CON-IDX TO 1.
           PERFORM 2210-COMPARE-CONSENT THRU 2210-EXIT
               UNTIL CON-IDX > WS-CONSENT-COUNT OR CONSENT-FOUND.
       2200-EXIT.
           EXIT.

       2210-COMPARE-CONSENT.
           IF WS-CN-TRIP-ID(CON-IDX) = WS-TRIP-ID
              AND WS-CN-STUDENT-ID(CON-IDX) = WS-STUDENT-ID THEN
              SET CONSENT-FOUND TO TRUE
           ELSE
              SET CON-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

       2300-FIND-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND-SW.
           SET CT-IDX TO 1.
           PERFORM 2310-COMPARE-CONTACT THRU 2310-EXIT
               UNTIL CT-IDX > WS-CONTACT-COUNT OR CONTACT-FOUND.
       2300-EXIT.
           EXIT.

       2310-COMPARE-CONTACT.
           IF WS-CT-STUDENT-ID(CT-IDX) = WS-STUDENT-ID THEN
              SET CONTACT-FOUND TO TRUE
           ELSE
              SET CT-IDX UP BY 1
           END-IF.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE TRIP ID BECOMES A GROUP ID AT THE GATE, SO IT
      * MUST NOT ALREADY BE ON GROUP-BOOKINGS.
      *-------------------------------------------------
       2400-CHECK-GROUP-BOOKINGS.
           MOVE 'N' TO WS-GROUP-FOUND-SW.
           MOVE 'N' TO WS-GROUP-EOF-SW.
           OPEN INPUT GROUP-BOOKINGS.
           IF WS-GROUP-BOOK-STATUS NOT = '00' THEN
              GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-READ-GROUP THRU 2410-EXIT
               UNTIL END-OF-GROUPS OR GROUP-ON-FILE.
           CLOSE GROUP-BOOKINGS.
       2400-EXIT.
           EXIT.

       2410-READ-GROUP.
           READ GROUP-BOOKINGS
              AT END SET END-OF-GROUPS TO TRUE
           END-READ.
           IF NOT END-OF-GROUPS
              AND GB-GROUP-ID = WS-TRIP-ID THEN
              SET GROUP-ON-FILE TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *-------------------------------------------------
      * BOOK A TRIP. EVERY STUDENT ENROLLED IN THE SECTION,
      * OR ENROLLED AT ALL AT THE YEAR LEVEL, IS COUNTED
      * ONCE AND GOES ON THE CONSENT FILE PENDING. THE
      * HEAD COUNT IS THE PARTY SIZE ON THE NEW GROUP-
      * BOOKINGS ENTRY.
      *-------------------------------------------------
       3000-BOOK-TRIP.
           DISPLAY 'TRIP ID ?'.
           ACCEPT WS-TRIP-ID.
           IF WS-TRIP-ID = SPACES THEN
              DISPLAY 'TRIP ID REQUIRED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2100-FIND-TRIP THRU 2100-EXIT.
           IF TRIP-FOUND THEN
              DISPLAY 'TRIP ' WS-TRIP-ID ' ALREADY BOOKED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-TRIP-COUNT >= WS-MAX-TRIPS THEN
              DISPLAY 'TRIP FILE FULL - NOT BOOKED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2400-CHECK-GROUP-BOOKINGS THRU 2400-EXIT.
           IF GROUP-ON-FILE THEN
              DISPLAY 'GROUP ' WS-TRIP-ID ' ALREADY ON GROUP'
                  ' BOOKINGS - CHOOSE ANOTHER TRIP ID'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'S - ONE SECTION   Y - WHOLE YEAR LEVEL ?'.
           ACCEPT WS-SCOPE.
           MOVE SPACES TO WS-SUBJECT-CODE WS-SECTION-ID.
           MOVE ZERO TO WS-YEAR-LEVEL.
           EVALUATE TRUE
              WHEN SCOPE-SECTION
                 DISPLAY 'SUBJECT CODE ?'
                 ACCEPT WS-SUBJECT-CODE
                 DISPLAY 'SECTION ?'
                 ACCEPT WS-SECTION-ID
              WHEN SCOPE-YEAR
                 DISPLAY 'YEAR LEVEL ?'
                 ACCEPT WS-YEAR-LEVEL
              WHEN OTHER
                 DISPLAY 'SCOPE MUST BE S OR Y - NOT BOOKED'
                 GO TO 3000-EXIT
           END-EVALUATE.

           DISPLAY 'TRIP DATE (YYYYMMDD) ?'.
           ACCEPT WS-TRIP-DATE.
           IF WS-TRIP-DATE NOT > WS-RUN-DATE THEN
              DISPLAY 'TRIP DATE MUST BE AFTER TODAY - NOT BOOKED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'FEE PER STUDENT (NNNVV) ?'.
           ACCEPT WS-FEE-CENTS.
           COMPUTE WS-TRIP-FEE = WS-FEE-CENTS / 100.
           DISPLAY 'PARK SCHOOL RATE PER HEAD (NNNNNVV) ?'.
           ACCEPT WS-RATE-CENTS.
           COMPUTE WS-GROUP-RATE = WS-RATE-CENTS / 100.
           DISPLAY 'CHAPERONES ?'.
           ACCEPT WS-CHAPERONES.

      *    STUDENTS GO STRAIGHT ONTO THE END OF THE CONSENT
      *    TABLE; A TRIP THAT COUNTS NOBODY IS TAKEN BACK
      *    OFF BY RESETTING THE COUNT.
           MOVE WS-CONSENT-COUNT TO WS-FIRST-NEW-CONSENT.
           MOVE ZERO TO WS-HEAD-COUNT.
           MOVE 'N' TO WS-TABLE-FULL-SW.
           MOVE 'N' TO WS-ENROLL-EOF-SW.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLLMENT-STATUS = '00' THEN
              PERFORM 3100-COUNT-ENROLLMENT THRU 3100-EXIT
                  UNTIL END-OF-ENROLLMENTS OR CONSENT-TABLE-FULL
              CLOSE ENROLLMENT-FILE
           END-IF.
           IF CONSENT-TABLE-FULL THEN
              MOVE WS-FIRST-NEW-CONSENT TO WS-CONSENT-COUNT
              DISPLAY 'CONSENT FILE FULL - NOT BOOKED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-HEAD-COUNT = ZERO THEN
              DISPLAY 'NO STUDENTS ENROLLED FOR THAT SECTION OR'
                  ' YEAR LEVEL - NOT BOOKED'
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-TRIP-COUNT.
           SET TRP-IDX TO WS-TRIP-COUNT.
           MOVE WS-TRIP-ID      TO WS-TR-ID(TRP-IDX).
           MOVE WS-SCOPE        TO WS-TR-SCOPE(TRP-IDX).
           MOVE WS-SUBJECT-CODE TO WS-TR-SUBJECT(TRP-IDX).
           MOVE WS-SECTION-ID   TO WS-TR-SECTION(TRP-IDX).
           MOVE WS-YEAR-LEVEL   TO WS-TR-YEAR-LEVEL(TRP-IDX).
           MOVE WS-TRIP-DATE    TO WS-TR-DATE(TRP-IDX).
           MOVE WS-TRIP-FEE     TO WS-TR-FEE(TRP-IDX).
           MOVE WS-HEAD-COUNT   TO WS-TR-HEAD-COUNT(TRP-IDX).
           MOVE WS-SIGNON-ID    TO WS-TR-BOOKED-BY(TRP-IDX).

           PERFORM 3200-APPEND-GROUP-BOOKING THRU 3200-EXIT.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           PERFORM 8950-BUILD-TRIP-IMAGE THRU 8950-EXIT.
           MOVE FIELD-TRIP-RECORD TO WS-AUDIT-AFTER.
           MOVE WS-TRIP-ID TO WS-AUDIT-KEY.
           MOVE 'A' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.

           MOVE WS-HEAD-COUNT TO WS-COUNT-ED.
           DISPLAY 'TRIP ' WS-TRIP-ID ' BOOKED FOR ' WS-TRIP-DATE
               ' - ' WS-COUNT-ED ' STUDENT(S), CONSENT PENDING'.
       3000-EXIT.
           EXIT.

       3100-COUNT-ENROLLMENT.
           READ ENROLLMENT-FILE
              AT END SET END-OF-ENROLLMENTS TO TRUE
           END-READ.
           IF END-OF-ENROLLMENTS THEN
              GO TO 3100-EXIT
           END-IF.
           IF SCOPE-SECTION THEN
              IF EN-SUBJECT-CODE NOT = WS-SUBJECT-CODE
                 OR EN-SECTION-ID NOT = WS-SECTION-ID THEN
                 GO TO 3100-EXIT
              END-IF
           END-IF.
           MOVE EN-STUDENT-ID TO WS-STUDENT-ID.
           PERFORM 2200-FIND-CONSENT THRU 2200-EXIT.
           IF CONSENT-FOUND THEN
              GO TO 3100-EXIT
           END-IF.
           MOVE EN-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER
              INVALID KEY
                 GO TO 3100-EXIT
           END-READ.
           IF SCOPE-YEAR
              AND STM-YEAR-LEVEL NOT = WS-YEAR-LEVEL THEN
              GO TO 3100-EXIT
           END-IF.
           IF WS-CONSENT-COUNT >= WS-MAX-CONSENTS THEN
              SET CONSENT-TABLE-FULL TO TRUE
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-CONSENT-COUNT.
           SET CON-IDX TO WS-CONSENT-COUNT.
           MOVE WS-TRIP-ID    TO WS-CN-TRIP-ID(CON-IDX).
           MOVE WS-STUDENT-ID TO WS-CN-STUDENT-ID(CON-IDX).
           MOVE 'P'           TO WS-CN-CONSENT(CON-IDX).
           MOVE ZERO          TO WS-CN-DATE(CON-IDX)
                                 WS-CN-BILLED-DATE(CON-IDX).
           MOVE 'N'           TO WS-CN-BILLED(CON-IDX).
           PERFORM 2300-FIND-CONTACT THRU 2300-EXIT.
           IF CONTACT-FOUND THEN
              MOVE WS-CT-GUARDIAN(CT-IDX) TO WS-CN-GUARDIAN(CON-IDX)
           ELSE
              MOVE SPACES TO WS-CN-GUARDIAN(CON-IDX)
           END-IF.
           ADD 1 TO WS-HEAD-COUNT.
       3100-EXIT.
           EXIT.

       3200-APPEND-GROUP-BOOKING.
           OPEN EXTEND GROUP-BOOKINGS.
           IF WS-GROUP-BOOK-STATUS = '35' THEN
              OPEN OUTPUT GROUP-BOOKINGS
           END-IF.
           MOVE WS-TRIP-ID    TO GB-GROUP-ID.
           MOVE WS-HEAD-COUNT TO GB-PARTY-SIZE.
           MOVE WS-CHAPERONES TO GB-CHAPERONE-COUNT.
           MOVE WS-GROUP-RATE TO GB-GROUP-RATE.
           MOVE WS-TRIP-DATE  TO GB-VISIT-DATE.
           WRITE GROUP-BOOKING-RECORD.
           CLOSE GROUP-BOOKINGS.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A GUARDIAN'S ANSWER FOR ONE STUDENT. ONLY A
      * GUARDIAN ON THE CONTACT MASTER CAN CONSENT, AND A
      * FEE ALREADY BILLED CANNOT BE UNDONE HERE.
      *-------------------------------------------------
       4000-RECORD-CONSENT.
           DISPLAY 'TRIP ID ?'.
           ACCEPT WS-TRIP-ID.
           PERFORM 2100-FIND-TRIP THRU 2100-EXIT.
           IF NOT TRIP-FOUND THEN
              DISPLAY 'TRIP ' WS-TRIP-ID ' NOT ON FILE'
              GO TO 4000-EXIT
           END-IF.
           IF WS-TR-DATE(TRP-IDX) < WS-RUN-DATE THEN
              DISPLAY 'TRIP ' WS-TRIP-ID ' HAS ALREADY TAKEN PLACE'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           PERFORM 2200-FIND-CONSENT THRU 2200-EXIT.
           IF NOT CONSENT-FOUND THEN
              DISPLAY 'STUDENT ' WS-STUDENT-ID ' IS NOT ON TRIP '
                  WS-TRIP-ID
              GO TO 4000-EXIT
           END-IF.
           PERFORM 2300-FIND-CONTACT THRU 2300-EXIT.
           IF NOT CONTACT-FOUND THEN
              DISPLAY 'NO GUARDIAN ON THE CONTACT MASTER FOR '
                  WS-STUDENT-ID ' - CONSENT NOT RECORDED'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'GUARDIAN : ' WS-CT-GUARDIAN(CT-IDX).
           DISPLAY 'CONSENT GIVEN (Y/N) ?'.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'N' THEN
              DISPLAY 'ANSWER MUST BE Y OR N - UNCHANGED'
              GO TO 4000-EXIT
           END-IF.
           IF WS-ANSWER = 'N'
              AND WS-CN-BILLED(CON-IDX) = 'Y' THEN
              DISPLAY 'TRIP FEE ALREADY BILLED ON '
                  WS-CN-BILLED-DATE(CON-IDX)
                  ' - REFER TO THE OFFICE'
              GO TO 4000-EXIT
           END-IF.

           PERFORM 8960-BUILD-CONSENT-IMAGE THRU 8960-EXIT.
           MOVE TRIP-CONSENT-RECORD TO WS-AUDIT-BEFORE.
           MOVE WS-ANSWER TO WS-CN-CONSENT(CON-IDX).
           MOVE WS-RUN-DATE TO WS-CN-DATE(CON-IDX).
           MOVE WS-CT-GUARDIAN(CT-IDX) TO WS-CN-GUARDIAN(CON-IDX).
           PERFORM 8960-BUILD-CONSENT-IMAGE THRU 8960-EXIT.
           MOVE TRIP-CONSENT-RECORD TO WS-AUDIT-AFTER.
           MOVE WS-TRIP-ID TO WS-AUDIT-KEY.
           MOVE 'C' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           IF WS-ANSWER = 'Y' THEN
              DISPLAY 'CONSENT RECORDED FOR ' WS-STUDENT-ID
           ELSE
              DISPLAY 'REFUSAL RECORDED FOR ' WS-STUDENT-ID
                  ' - WILL NOT BE ADMITTED WITH THE GROUP'
           END-IF.
       4000-EXIT.
           EXIT.

       5000-LIST-TRIP.
           DISPLAY 'TRIP ID ?'.
           ACCEPT WS-TRIP-ID.
           PERFORM 2100-FIND-TRIP THRU 2100-EXIT.
           IF NOT TRIP-FOUND THEN
              DISPLAY 'TRIP ' WS-TRIP-ID ' NOT ON FILE'
              GO TO 5000-EXIT
           END-IF.
           IF WS-TR-SCOPE(TRP-IDX) = 'S' THEN
              DISPLAY 'TRIP ' WS-TRIP-ID ' ON ' WS-TR-DATE(TRP-IDX)
                  ' - SECTION ' WS-TR-SUBJECT(TRP-IDX) ' '
                  WS-TR-SECTION(TRP-IDX)
           ELSE
              DISPLAY 'TRIP ' WS-TRIP-ID ' ON ' WS-TR-DATE(TRP-IDX)
                  ' - YEAR LEVEL ' WS-TR-YEAR-LEVEL(TRP-IDX)
           END-IF.
           MOVE WS-TR-FEE(TRP-IDX) TO WS-FEE-ED.
           DISPLAY 'FEE PER STUDENT ' WS-FEE-ED.
           MOVE ZERO TO WS-CONSENTED-COUNT WS-REFUSED-COUNT
                        WS-PENDING-COUNT.
           PERFORM 5100-SHOW-CONSENT THRU 5100-EXIT
               VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > WS-CONSENT-COUNT.
           MOVE WS-CONSENTED-COUNT TO WS-COUNT-ED.
           DISPLAY 'CONSENTED ' WS-COUNT-ED.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
           DISPLAY 'REFUSED   ' WS-COUNT-ED.
           MOVE WS-PENDING-COUNT TO WS-COUNT-ED.
           DISPLAY 'PENDING   ' WS-COUNT-ED.
       5000-EXIT.
           EXIT.

       5100-SHOW-CONSENT.
           IF WS-CN-TRIP-ID(CON-IDX) NOT = WS-TRIP-ID THEN
              GO TO 5100-EXIT
           END-IF.
           EVALUATE WS-CN-CONSENT(CON-IDX)
              WHEN 'Y'
                 MOVE 'CONSENTED' TO WS-CONSENT-TEXT
                 ADD 1 TO WS-CONSENTED-COUNT
              WHEN 'N'
                 MOVE 'REFUSED' TO WS-CONSENT-TEXT
                 ADD 1 TO WS-REFUSED-COUNT
              WHEN OTHER
                 MOVE 'PENDING' TO WS-CONSENT-TEXT
                 ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.
           IF WS-CN-BILLED(CON-IDX) = 'Y' THEN
              DISPLAY WS-CN-STUDENT-ID(CON-IDX) ' '
                  WS-CN-GUARDIAN(CON-IDX) ' ' WS-CONSENT-TEXT
                  ' BILLED ' WS-CN-BILLED-DATE(CON-IDX)
           ELSE
              DISPLAY WS-CN-STUDENT-ID(CON-IDX) ' '
                  WS-CN-GUARDIAN(CON-IDX) ' ' WS-CONSENT-TEXT
           END-IF.
       5100-EXIT.
           EXIT.

       8000-REWRITE-MASTERS.
           CLOSE STUDENT-MASTER.
           OPEN OUTPUT FIELD-TRIPS.
           PERFORM 8010-WRITE-TRIP THRU 8010-EXIT
               VARYING TRP-IDX FROM 1 BY 1
               UNTIL TRP-IDX > WS-TRIP-COUNT.
           CLOSE FIELD-TRIPS.

           OPEN OUTPUT TRIP-CONSENTS.
           PERFORM 8020-WRITE-CONSENT THRU 8020-EXIT
               VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > WS-CONSENT-COUNT.
           CLOSE TRIP-CONSENTS.
       8000-EXIT.
           EXIT.

       8010-WRITE-TRIP.
           PERFORM 8950-BUILD-TRIP-IMAGE THRU 8950-EXIT.
           WRITE FIELD-TRIP-RECORD.
       8010-EXIT.
           EXIT.

       8020-WRITE-CONSENT.
           PERFORM 8960-BUILD-CONSENT-IMAGE THRU 8960-EXIT.
           WRITE TRIP-CONSENT-RECORD.
       8020-EXIT.
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
           MOVE 'FIELDTRIP'  TO AA-PROGRAM.
           MOVE WS-SIGNON-ID TO AA-OPERATOR-ID.
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

       8950-BUILD-TRIP-IMAGE.
           MOVE SPACES TO FIELD-TRIP-RECORD.
           MOVE WS-TR-ID(TRP-IDX)         TO FT-TRIP-ID.
           MOVE WS-TR-SCOPE(TRP-IDX)      TO FT-SCOPE.
           MOVE WS-TR-SUBJECT(TRP-IDX)    TO FT-SUBJECT-CODE.
           MOVE WS-TR-SECTION(TRP-IDX)    TO FT-SECTION-ID.
           MOVE WS-TR-YEAR-LEVEL(TRP-IDX) TO FT-YEAR-LEVEL.
           MOVE WS-TR-DATE(TRP-IDX)       TO FT-TRIP-DATE.
           MOVE WS-TR-FEE(TRP-IDX)        TO FT-TRIP-FEE.
           MOVE WS-TR-HEAD-COUNT(TRP-IDX) TO FT-HEAD-COUNT.
           MOVE WS-TR-BOOKED-BY(TRP-IDX)  TO FT-BOOKED-BY.
       8950-EXIT.
           EXIT.

       8960-BUILD-CONSENT-IMAGE.
           MOVE SPACES TO TRIP-CONSENT-RECORD.
           MOVE WS-CN-TRIP-ID(CON-IDX)     TO TC-TRIP-ID.
           MOVE WS-CN-STUDENT-ID(CON-IDX)  TO TC-STUDENT-ID.
           MOVE WS-CN-CONSENT(CON-IDX)     TO TC-CONSENT.
           MOVE WS-CN-DATE(CON-IDX)        TO TC-CONSENT-DATE.
           MOVE WS-CN-GUARDIAN(CON-IDX)    TO TC-GUARDIAN-NOM.
           MOVE WS-CN-BILLED(CON-IDX)      TO TC-BILLED.
           MOVE WS-CN-BILLED-DATE(CON-IDX) TO TC-BILLED-DATE.
       8960-EXIT.
           EXIT.
