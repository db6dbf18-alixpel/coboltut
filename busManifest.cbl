      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  BusManifest.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE MEAL ACCOUNTS. PRINTS THE
      *               DAY'S RIDER MANIFEST FOR EVERY SCHOOL
      *               BUS ROUTE (BUSMANF), STOP BY STOP IN
      *               RUN SEQUENCE WITH THE PICKUP TIME,
      *               FROM THE ROUTE MASTER (BUSRTE) AND THE
      *               STUDENT ASSIGNMENTS (STUBUS) KEPT BY
      *               TRANSPORTMAINT. A STUDENT WITH AN
      *               ABSENCE ALREADY KEYED FOR THE RUN DATE
      *               IN THE ATTENDANCE TRANSACTIONS
      *               (ATTNDTRX, CODE A OR E) IS LEFT OFF.
      *               EVERY ASSIGNMENT IS CHECKED AGAIN
      *               AGAINST STUDENT-MASTER AND THE CONTACT
      *               MASTER'S POSTAL ADDRESS, AND EVERY
      *               ROUTE AGAINST ITS BUS CAPACITY - A
      *               FAILURE GOES TO THE EXCEPTION REPORT
      *               (BUSRPT) AND RETURNS CODE 4. STUDENTS
      *               TRANSFERRED IN THIS MONTH WITH NO BUS
      *               ASSIGNMENT ARE LISTED FOR THE OFFICE
      *               TO ASK THE FAMILY.
      * 15/10/26  AP  A RIDER WITH A MEDICAL ALERT ON THE
      *               HEALTH RECORD HAS IT PRINTED UNDER THEIR
      *               NAME SO THE DRIVER KNOWS.
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

           SELECT ATTENDANCE-TRANSACTIONS ASSIGN TO "ATTNDTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-TRX-STATUS.

           SELECT BUS-MANIFEST ASSIGN TO "BUSMANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-MANIFEST-STATUS.

           SELECT BUS-REPORT ASSIGN TO "BUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-RPT-STATUS.

           COPY "cyclgsel.cpy".

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
           05 SC-STUDENT-ID         PIC X(06).
           05 SC-GUARDIAN-NOM       PIC X(20).
           05 SC-POSTAL-ADDR        PIC X(30).
           05 SC-ELECTRONIC-ADDR    PIC X(30).
           05 SC-PREF-CHANNEL       PIC X(01).

       FD  ATTENDANCE-TRANSACTIONS.
       01  ATTENDANCE-TRX-RECORD.
           05 AT-STUDENT-ID         PIC X(06).
           05 AT-ATTEND-DATE        PIC 9(08).
           05 AT-ATTEND-CODE        PIC X(01).
              88 AT-ABSENT          VALUE 'A' 'E'.

       FD  BUS-MANIFEST.
       01  BUS-MANIFEST-RECORD      PIC X(72).

       FD  BUS-REPORT.
       01  BUS-REPORT-RECORD        PIC X(72).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-BUS-ROUTE-STATUS      PIC X(02).
       01  WS-BUS-ASSIGN-STATUS     PIC X(02).
       01  WS-CONTACT-MASTER-STATUS PIC X(02).
       01  WS-ATTEND-TRX-STATUS     PIC X(02).
       01  WS-BUS-MANIFEST-STATUS   PIC X(02).
       01  WS-BUS-RPT-STATUS        PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-STUDENT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-STUDENTS    VALUE 'Y'.
           05 WS-ROUTE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ROUTES      VALUE 'Y'.
           05 WS-ASSIGN-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ASSIGNMENTS VALUE 'Y'.
           05 WS-CONTACT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-CONTACTS    VALUE 'Y'.
           05 WS-ATTEND-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ATTENDANCE  VALUE 'Y'.
           05 WS-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
              88 TABLE-OVERFLOW     VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW   PIC X(01).
              88 STUDENT-FOUND      VALUE 'Y'.
           05 WS-ROUTE-FOUND-SW     PIC X(01).
              88 ROUTE-FOUND        VALUE 'Y'.
           05 WS-STOP-FOUND-SW      PIC X(01).
              88 STOP-FOUND         VALUE 'Y'.
           05 WS-ASSIGN-FOUND-SW    PIC X(01).
              88 ASSIGNMENT-FOUND   VALUE 'Y'.
           05 WS-CONTACT-FOUND-SW   PIC X(01).
              88 CONTACT-FOUND      VALUE 'Y'.
           05 WS-ABSENT-FOUND-SW    PIC X(01).
              88 ABSENT-TODAY       VALUE 'Y'.
           05 WS-ADDRESS-OK-SW      PIC X(01).
              88 ADDRESS-ON-STOP    VALUE 'Y'.
           05 WS-TRIMMED-SW         PIC X(01).
              88 LOCALITY-TRIMMED   VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR-MONTH     PIC 9(06).
           05 FILLER                PIC 9(02).
       01  WS-ENTRY-DATE            PIC 9(08).
       01  WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
           05 WS-ENTRY-YEAR-MONTH   PIC 9(06).
           05 FILLER                PIC 9(02).

       01  WS-LOOKUP-STUDENT-ID     PIC X(06).
       01  WS-LOOKUP-ROUTE-ID       PIC X(04).
       01  WS-LOOKUP-STOP-ID        PIC X(04).
       01  WS-SEQ-NUMBER            PIC 9(03).
       01  WS-EXCEPTION-TEXT        PIC X(30).

      *-------------------------------------------------
      * THE ADDRESS CHECK - THE STOP'S LOCALITY MUST
      * APPEAR IN THE GUARDIAN'S POSTAL ADDRESS, CASE
      * IGNORED. SAME TEST AS TRANSPORTMAINT MAKES AT
      * ASSIGNMENT, SO A FAMILY THAT HAS MOVED SINCE IS
      * CAUGHT HERE.
      *-------------------------------------------------
       01  WS-CHECK-POSTAL          PIC X(30).
       01  WS-CHECK-LOCALITY        PIC X(20).
       01  WS-LOCALITY-LEN          PIC 9(02) COMP.
       01  WS-LOCALITY-HITS         PIC 9(02) COMP.
       01  WS-LOWER-CASE            PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE            PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *-------------------------------------------------
      * THE ROSTER IS TAKEN IN ONE SEQUENTIAL PASS - THE
      * NAME FOR THE MANIFEST AND THE ENTRY DATE FOR THE
      * TRANSFER CHECK.
      *-------------------------------------------------
       01  WS-MAX-STUDENTS          PIC 9(04) COMP VALUE 1000.
       01  WS-STUDENT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-STUDENT-COUNT
                 INDEXED BY STU-IDX.
              10 WS-STU-ID          PIC X(06).
              10 WS-STU-NOM         PIC X(20).
              10 WS-STU-YEAR-LEVEL  PIC 9(02).
              10 WS-STU-ENTRY-DATE  PIC 9(08).
              10 WS-STU-ALERT       PIC X(40).

       01  WS-MAX-ROUTES            PIC 9(02) COMP VALUE 50.
       01  WS-ROUTE-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-ROUTE-COUNT
                 INDEXED BY RTE-IDX.
              10 WS-RTE-ID          PIC X(04).
              10 WS-RTE-DESC        PIC X(20).
              10 WS-RTE-CAPACITY    PIC 9(03).
              10 WS-RTE-RIDERS      PIC 9(04) COMP.
              10 WS-RTE-ON-BOARD    PIC 9(04) COMP.
              10 WS-RTE-ABSENT      PIC 9(04) COMP.

       01  WS-MAX-STOPS             PIC 9(03) COMP VALUE 500.
       01  WS-STOP-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-STOP-TABLE.
           05 WS-STOP-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-STOP-COUNT
                 INDEXED BY STP-IDX.
              10 WS-STP-ROUTE-ID    PIC X(04).
              10 WS-STP-ID          PIC X(04).
              10 WS-STP-SEQ         PIC 9(02).
              10 WS-STP-NAME        PIC X(20).
              10 WS-STP-LOCALITY    PIC X(20).
              10 WS-STP-PICKUP      PIC 9(04).

       01  WS-MAX-ASSIGNMENTS       PIC 9(04) COMP VALUE 1000.
       01  WS-ASSIGN-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ASSIGN-COUNT
                 INDEXED BY ASN-IDX.
              10 WS-ASN-STUDENT-ID  PIC X(06).
              10 WS-ASN-ROUTE-ID    PIC X(04).
              10 WS-ASN-STOP-ID     PIC X(04).
              10 WS-ASN-STATUS      PIC X(01).
                 88 ASN-VALID       VALUE 'V'.
                 88 ASN-CHECK-ADDR  VALUE 'M'.
                 88 ASN-REJECTED    VALUE 'R'.

       01  WS-MAX-CONTACTS          PIC 9(04) COMP VALUE 1000.
       01  WS-CONTACT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CONTACT-COUNT
                 INDEXED BY CON-IDX.
              10 WS-CON-STUDENT-ID  PIC X(06).
              10 WS-CON-POSTAL      PIC X(30).

       01  WS-MAX-ABSENCES          PIC 9(04) COMP VALUE 1000.
       01  WS-ABSENCE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ABSENCE-TABLE.
           05 WS-ABSENCE-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ABSENCE-COUNT
                 INDEXED BY ABS-IDX.
              10 WS-ABS-STUDENT-ID  PIC X(06).

       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-TRANSFER-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-MANIFEST-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-ABSENT-LEFT-OFF       PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(72).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-SEATS-ED              PIC ZZ9.
       01  WS-RIDERS-ED             PIC ZZZ9.
       01  WS-PICKUP-ED             PIC 99B99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-VALIDATE-ASSIGNMENT THRU 2000-EXIT
               VARYING ASN-IDX FROM 1 BY 1
               UNTIL ASN-IDX > WS-ASSIGN-COUNT.
           PERFORM 3000-CHECK-CAPACITY THRU 3000-EXIT
               VARYING RTE-IDX FROM 1 BY 1
               UNTIL RTE-IDX > WS-ROUTE-COUNT.
           PERFORM 4000-PRINT-ROUTE THRU 4000-EXIT
               VARYING RTE-IDX FROM 1 BY 1
               UNTIL RTE-IDX > WS-ROUTE-COUNT.
           PERFORM 5000-LIST-TRANSFERS THRU 5000-EXIT.
           PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.

           CLOSE BUS-MANIFEST.
           CLOSE BUS-REPORT.

           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           MOVE CYC-RUN-DATE TO WS-RUN-DATE.

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = '00' THEN
              SET END-OF-STUDENTS TO TRUE
           END-IF.
           PERFORM 1100-LOAD-STUDENT THRU 1100-EXIT
               UNTIL END-OF-STUDENTS.
           IF WS-STUDENT-MASTER-STATUS NOT = '35' THEN
              CLOSE STUDENT-MASTER
           END-IF.

           OPEN INPUT BUS-ROUTE-MASTER.
           IF WS-BUS-ROUTE-STATUS = '00' THEN
              PERFORM 1200-LOAD-ROUTE-LINE THRU 1200-EXIT
                  UNTIL END-OF-ROUTES
              CLOSE BUS-ROUTE-MASTER
           END-IF.

           OPEN INPUT BUS-ASSIGNMENTS.
           IF WS-BUS-ASSIGN-STATUS = '00' THEN
              PERFORM 1300-LOAD-ASSIGNMENT THRU 1300-EXIT
                  UNTIL END-OF-ASSIGNMENTS
              CLOSE BUS-ASSIGNMENTS
           END-IF.

           OPEN INPUT CONTACT-MASTER.
           IF WS-CONTACT-MASTER-STATUS = '00' THEN
              PERFORM 1400-LOAD-CONTACT THRU 1400-EXIT
                  UNTIL END-OF-CONTACTS
                     OR WS-CONTACT-COUNT >= WS-MAX-CONTACTS
              CLOSE CONTACT-MASTER
           END-IF.

           OPEN INPUT ATTENDANCE-TRANSACTIONS.
           IF WS-ATTEND-TRX-STATUS = '00' THEN
              PERFORM 1500-LOAD-ABSENCE THRU 1500-EXIT
                  UNTIL END-OF-ATTENDANCE
              CLOSE ATTENDANCE-TRANSACTIONS
           END-IF.

           OPEN OUTPUT BUS-MANIFEST.
           OPEN OUTPUT BUS-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SCHOOL TRANSPORT EXCEPTIONS  RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           IF TABLE-OVERFLOW THEN
              MOVE 'TABLE FULL - SOME RECORDS NOT LOADED'
                  TO WS-EXCEPTION-TEXT
              MOVE SPACES TO WS-LOOKUP-STUDENT-ID
                             WS-LOOKUP-ROUTE-ID
                             WS-LOOKUP-STOP-ID
              PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-STUDENTS TO TRUE
           END-READ.
           IF END-OF-STUDENTS THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-STUDENT-COUNT >= WS-MAX-STUDENTS THEN
              SET TABLE-OVERFLOW TO TRUE
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE STM-STUDENT-ID  TO WS-STU-ID(WS-STUDENT-COUNT).
           MOVE STM-STUDENT-NOM TO WS-STU-NOM(WS-STUDENT-COUNT).
           MOVE STM-YEAR-LEVEL  TO WS-STU-YEAR-LEVEL(WS-STUDENT-COUNT).
           MOVE STM-ENTRY-DATE  TO WS-STU-ENTRY-DATE(WS-STUDENT-COUNT).
           MOVE STM-MEDICAL-ALERT TO WS-STU-ALERT(WS-STUDENT-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-ROUTE-LINE.
           READ BUS-ROUTE-MASTER
              AT END SET END-OF-ROUTES TO TRUE
           END-READ.
           IF END-OF-ROUTES THEN
              GO TO 1200-EXIT
           END-IF.
           IF BR-ROUTE-ENTRY THEN
              IF WS-ROUTE-COUNT >= WS-MAX-ROUTES THEN
                 SET TABLE-OVERFLOW TO TRUE
                 GO TO 1200-EXIT
              END-IF
              ADD 1 TO WS-ROUTE-COUNT
              MOVE BR-ROUTE-ID   TO WS-RTE-ID(WS-ROUTE-COUNT)
              MOVE BR-ROUTE-DESC TO WS-RTE-DESC(WS-ROUTE-COUNT)
              MOVE BR-CAPACITY   TO WS-RTE-CAPACITY(WS-ROUTE-COUNT)
              MOVE ZERO          TO WS-RTE-RIDERS(WS-ROUTE-COUNT)
                                    WS-RTE-ON-BOARD(WS-ROUTE-COUNT)
                                    WS-RTE-ABSENT(WS-ROUTE-COUNT)
           END-IF.
           IF BR-STOP-ENTRY THEN
              IF WS-STOP-COUNT >= WS-MAX-STOPS THEN
                 SET TABLE-OVERFLOW TO TRUE
                 GO TO 1200-EXIT
              END-IF
              ADD 1 TO WS-STOP-COUNT
              MOVE BR-ROUTE-ID    TO WS-STP-ROUTE-ID(WS-STOP-COUNT)
              MOVE BR-STOP-ID     TO WS-STP-ID(WS-STOP-COUNT)
              MOVE BR-STOP-SEQ    TO WS-STP-SEQ(WS-STOP-COUNT)
              MOVE BR-STOP-NAME   TO WS-STP-NAME(WS-STOP-COUNT)
              MOVE BR-STOP-LOCALITY
                  TO WS-STP-LOCALITY(WS-STOP-COUNT)
              MOVE BR-PICKUP-TIME TO WS-STP-PICKUP(WS-STOP-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-ASSIGNMENT.
           READ BUS-ASSIGNMENTS
              AT END SET END-OF-ASSIGNMENTS TO TRUE
           END-READ.
           IF END-OF-ASSIGNMENTS THEN
              GO TO 1300-EXIT
           END-IF.
           IF WS-ASSIGN-COUNT >= WS-MAX-ASSIGNMENTS THEN
              SET TABLE-OVERFLOW TO TRUE
              GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-ASSIGN-COUNT.
           MOVE SB-STUDENT-ID TO WS-ASN-STUDENT-ID(WS-ASSIGN-COUNT).
           MOVE SB-ROUTE-ID   TO WS-ASN-ROUTE-ID(WS-ASSIGN-COUNT).
           MOVE SB-STOP-ID    TO WS-ASN-STOP-ID(WS-ASSIGN-COUNT).
           MOVE 'V'           TO WS-ASN-STATUS(WS-ASSIGN-COUNT).
       1300-EXIT.
           EXIT.

       1400-LOAD-CONTACT.
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
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY AN ABSENCE KEYED FOR THE RUN DATE ITSELF
      * TAKES A STUDENT OFF TODAY'S BUS.
      *-------------------------------------------------
       1500-LOAD-ABSENCE.
           READ ATTENDANCE-TRANSACTIONS
              AT END SET END-OF-ATTENDANCE TO TRUE
           END-READ.
           IF END-OF-ATTENDANCE THEN
              GO TO 1500-EXIT
           END-IF.
           IF AT-ATTEND-DATE NOT = WS-RUN-DATE
              OR NOT AT-ABSENT THEN
              GO TO 1500-EXIT
           END-IF.
           IF WS-ABSENCE-COUNT >= WS-MAX-ABSENCES THEN
              SET TABLE-OVERFLOW TO TRUE
              GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WS-ABSENCE-COUNT.
           MOVE AT-STUDENT-ID TO WS-ABS-STUDENT-ID(WS-ABSENCE-COUNT).
       1500-EXIT.
           EXIT.

      *-------------------------------------------------
      * A STUDENT GONE FROM THE ROSTER OR ASSIGNED TO A
      * STOP NO LONGER ON THE ROUTE IS DROPPED FROM THE
      * MANIFEST. ONE WHOSE ADDRESS NO LONGER NAMES THE
      * STOP'S LOCALITY STILL RIDES TODAY BUT IS FLAGGED
      * ON THE MANIFEST AND THE EXCEPTION REPORT.
      *-------------------------------------------------
       2000-VALIDATE-ASSIGNMENT.
           MOVE WS-ASN-STUDENT-ID(ASN-IDX) TO WS-LOOKUP-STUDENT-ID.
           MOVE WS-ASN-ROUTE-ID(ASN-IDX)   TO WS-LOOKUP-ROUTE-ID.
           MOVE WS-ASN-STOP-ID(ASN-IDX)    TO WS-LOOKUP-STOP-ID.
           PERFORM 6100-FIND-STUDENT THRU 6100-EXIT.
           IF NOT STUDENT-FOUND THEN
              MOVE 'R' TO WS-ASN-STATUS(ASN-IDX)
              MOVE 'NOT ON STUDENT-MASTER' TO WS-EXCEPTION-TEXT
              PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
              GO TO 2000-EXIT
           END-IF.
           PERFORM 6200-FIND-ROUTE THRU 6200-EXIT.
           PERFORM 6300-FIND-STOP THRU 6300-EXIT.
           IF NOT ROUTE-FOUND OR NOT STOP-FOUND THEN
              MOVE 'R' TO WS-ASN-STATUS(ASN-IDX)
              MOVE 'STOP NOT ON ROUTE MASTER' TO WS-EXCEPTION-TEXT
              PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-RTE-RIDERS(RTE-IDX).

           PERFORM 6400-FIND-CONTACT THRU 6400-EXIT.
           IF NOT CONTACT-FOUND THEN
              MOVE 'M' TO WS-ASN-STATUS(ASN-IDX)
              MOVE 'NO CONTACT ADDRESS ON FILE' TO WS-EXCEPTION-TEXT
              PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
              GO TO 2000-EXIT
           END-IF.
           MOVE WS-CON-POSTAL(CON-IDX)   TO WS-CHECK-POSTAL.
           MOVE WS-STP-LOCALITY(STP-IDX) TO WS-CHECK-LOCALITY.
           PERFORM 7000-CHECK-LOCALITY THRU 7000-EXIT.
           IF NOT ADDRESS-ON-STOP THEN
              MOVE 'M' TO WS-ASN-STATUS(ASN-IDX)
              MOVE 'ADDRESS NOT IN STOP LOCALITY' TO WS-EXCEPTION-TEXT
              PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       3000-CHECK-CAPACITY.
           IF WS-RTE-RIDERS(RTE-IDX) > WS-RTE-CAPACITY(RTE-IDX) THEN
              MOVE WS-RTE-CAPACITY(RTE-IDX) TO WS-SEATS-ED
              MOVE WS-RTE-RIDERS(RTE-IDX)   TO WS-RIDERS-ED
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING 'OVER CAPACITY ' WS-RIDERS-ED ' FOR '
                  WS-SEATS-ED ' SEATS'
                  DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
              MOVE SPACES TO WS-LOOKUP-STUDENT-ID WS-LOOKUP-STOP-ID
              MOVE WS-RTE-ID(RTE-IDX) TO WS-LOOKUP-ROUTE-ID
              PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE MANIFEST PER ROUTE, ITS STOPS TAKEN IN RUN
      * SEQUENCE 01 TO 99.
      *-------------------------------------------------
       4000-PRINT-ROUTE.
           MOVE ALL '=' TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT.
           MOVE WS-RTE-CAPACITY(RTE-IDX) TO WS-SEATS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUS MANIFEST  ROUTE ' WS-RTE-ID(RTE-IDX) '  '
               WS-RTE-DESC(RTE-IDX) '  ' WS-RUN-DATE
               '  SEATS ' WS-SEATS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT.

           PERFORM 4100-PRINT-SEQUENCE THRU 4100-EXIT
               VARYING WS-SEQ-NUMBER FROM 1 BY 1
               UNTIL WS-SEQ-NUMBER > 99.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT.
           MOVE WS-RTE-ON-BOARD(RTE-IDX) TO WS-RIDERS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RIDERS EXPECTED ' WS-RIDERS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-RTE-ABSENT(RTE-IDX) TO WS-RIDERS-ED.
           STRING '   ABSENT TODAY ' WS-RIDERS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE(21:20).
           PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-SEQUENCE.
           PERFORM 4200-PRINT-STOP THRU 4200-EXIT
               VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > WS-STOP-COUNT.
       4100-EXIT.
           EXIT.

       4200-PRINT-STOP.
           IF WS-STP-ROUTE-ID(STP-IDX) NOT = WS-RTE-ID(RTE-IDX)
              OR WS-STP-SEQ(STP-IDX) NOT = WS-SEQ-NUMBER THEN
              GO TO 4200-EXIT
           END-IF.
           MOVE WS-STP-PICKUP(STP-IDX) TO WS-PICKUP-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-STP-SEQ(STP-IDX) '  ' WS-PICKUP-ED '  '
               WS-STP-ID(STP-IDX) '  ' WS-STP-NAME(STP-IDX) '  '
               WS-STP-LOCALITY(STP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT.
           PERFORM 4300-PRINT-RIDER THRU 4300-EXIT
               VARYING ASN-IDX FROM 1 BY 1
               UNTIL ASN-IDX > WS-ASSIGN-COUNT.
       4200-EXIT.
           EXIT.

       4300-PRINT-RIDER.
           IF WS-ASN-ROUTE-ID(ASN-IDX) NOT = WS-RTE-ID(RTE-IDX)
              OR WS-ASN-STOP-ID(ASN-IDX) NOT = WS-STP-ID(STP-IDX)
              OR ASN-REJECTED(ASN-IDX) THEN
              GO TO 4300-EXIT
           END-IF.
           MOVE WS-ASN-STUDENT-ID(ASN-IDX) TO WS-LOOKUP-STUDENT-ID.
           PERFORM 6500-CHECK-ABSENT THRU 6500-EXIT.
           IF ABSENT-TODAY THEN
              ADD 1 TO WS-RTE-ABSENT(RTE-IDX)
              ADD 1 TO WS-ABSENT-LEFT-OFF
              GO TO 4300-EXIT
           END-IF.
           PERFORM 6100-FIND-STUDENT THRU 6100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '            [ ] ' WS-STU-ID(STU-IDX) '  '
               WS-STU-NOM(STU-IDX) '  YEAR ' WS-STU-YEAR-LEVEL(STU-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF ASN-CHECK-ADDR(ASN-IDX) THEN
              MOVE '*CHECK ADDRESS' TO WS-REPORT-LINE(58:14)
           END-IF.
           PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT.
           IF STUDENT-FOUND
              AND WS-STU-ALERT(STU-IDX) NOT = SPACES THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING '                MEDICAL ALERT: '
                  WS-STU-ALERT(STU-IDX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8600-WRITE-MANIFEST-LINE THRU 8600-EXIT
           END-IF.
           ADD 1 TO WS-RTE-ON-BOARD(RTE-IDX).
           ADD 1 TO WS-MANIFEST-COUNT.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------
      * A STUDENT WHO CAME IN BY TRANSFER THIS MONTH AND
      * HAS NO BUS ASSIGNMENT IS LISTED SO THE OFFICE CAN
      * ASK THE FAMILY - INFORMATION ONLY, NOT AN ERROR.
      *-------------------------------------------------
       5000-LIST-TRANSFERS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE 'TRANSFERS IN THIS MONTH WITH NO BUS ASSIGNMENT'
               TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           PERFORM 5100-CHECK-TRANSFER THRU 5100-EXIT
               VARYING STU-IDX FROM 1 BY 1
               UNTIL STU-IDX > WS-STUDENT-COUNT.
       5000-EXIT.
           EXIT.

       5100-CHECK-TRANSFER.
           MOVE WS-STU-ENTRY-DATE(STU-IDX) TO WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
              OR WS-ENTRY-YEAR-MONTH NOT = WS-RUN-YEAR-MONTH THEN
              GO TO 5100-EXIT
           END-IF.
           MOVE 'N' TO WS-ASSIGN-FOUND-SW.
           SET ASN-IDX TO 1.
           PERFORM 5110-MATCH-ASSIGNMENT THRU 5110-EXIT
               UNTIL ASN-IDX > WS-ASSIGN-COUNT OR ASSIGNMENT-FOUND.
           IF NOT ASSIGNMENT-FOUND THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-STU-ID(STU-IDX) '  ' WS-STU-NOM(STU-IDX)
                  '  ENTERED ' WS-ENTRY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
              ADD 1 TO WS-TRANSFER-COUNT
           END-IF.
       5100-EXIT.
           EXIT.

       5110-MATCH-ASSIGNMENT.
           IF WS-ASN-STUDENT-ID(ASN-IDX) = WS-STU-ID(STU-IDX) THEN
              SET ASSIGNMENT-FOUND TO TRUE
           ELSE
              SET ASN-IDX UP BY 1
           END-IF.
       5110-EXIT.
           EXIT.

       6100-FIND-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           SET STU-IDX TO 1.
           PERFORM 6110-MATCH-STUDENT THRU 6110-EXIT
               UNTIL STU-IDX > WS-STUDENT-COUNT OR STUDENT-FOUND.
       6100-EXIT.
           EXIT.

       6110-MATCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = WS-LOOKUP-STUDENT-ID THEN
              SET STUDENT-FOUND TO TRUE
           ELSE
              SET STU-IDX UP BY 1
           END-IF.
       6110-EXIT.
           EXIT.

       6200-FIND-ROUTE.
           MOVE 'N' TO WS-ROUTE-FOUND-SW.
           SET RTE-IDX TO 1.
           PERFORM 6210-MATCH-ROUTE THRU 6210-EXIT
               UNTIL RTE-IDX > WS-ROUTE-COUNT OR ROUTE-FOUND.
       6200-EXIT.
           EXIT.

       6210-MATCH-ROUTE.
           IF WS-RTE-ID(RTE-IDX) = WS-LOOKUP-ROUTE-ID THEN
              SET ROUTE-FOUND TO TRUE
           ELSE
              SET RTE-IDX UP BY 1
           END-IF.
       6210-EXIT.
           EXIT.

       6300-FIND-STOP.
           MOVE 'N' TO WS-STOP-FOUND-SW.
           SET STP-IDX TO 1.
           PERFORM 6310-MATCH-STOP THRU 6310-EXIT
               UNTIL STP-IDX > WS-STOP-COUNT OR STOP-FOUND.
       6300-EXIT.
           EXIT.

       6310-MATCH-STOP.
           IF WS-STP-ROUTE-ID(STP-IDX) = WS-LOOKUP-ROUTE-ID
              AND WS-STP-ID(STP-IDX) = WS-LOOKUP-STOP-ID THEN
              SET STOP-FOUND TO TRUE
           ELSE
              SET STP-IDX UP BY 1
           END-IF.
       6310-EXIT.
           EXIT.

       6400-FIND-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND-SW.
           SET CON-IDX TO 1.
           PERFORM 6410-MATCH-CONTACT THRU 6410-EXIT
               UNTIL CON-IDX > WS-CONTACT-COUNT OR CONTACT-FOUND.
       6400-EXIT.
           EXIT.

       6410-MATCH-CONTACT.
           IF WS-CON-STUDENT-ID(CON-IDX) = WS-LOOKUP-STUDENT-ID THEN
              SET CONTACT-FOUND TO TRUE
           ELSE
              SET CON-IDX UP BY 1
           END-IF.
       6410-EXIT.
           EXIT.

       6500-CHECK-ABSENT.
           MOVE 'N' TO WS-ABSENT-FOUND-SW.
           SET ABS-IDX TO 1.
           PERFORM 6510-MATCH-ABSENT THRU 6510-EXIT
               UNTIL ABS-IDX > WS-ABSENCE-COUNT OR ABSENT-TODAY.
       6500-EXIT.
           EXIT.

       6510-MATCH-ABSENT.
           IF WS-ABS-STUDENT-ID(ABS-IDX) = WS-LOOKUP-STUDENT-ID THEN
              SET ABSENT-TODAY TO TRUE
           ELSE
              SET ABS-IDX UP BY 1
           END-IF.
       6510-EXIT.
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

       8000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ROUTE ' WS-LOOKUP-ROUTE-ID '  STOP '
               WS-LOOKUP-STOP-ID '  STUDENT ' WS-LOOKUP-STUDENT-ID
               '  ' WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
       8000-EXIT.
           EXIT.

       8100-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-MANIFEST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RIDERS ON MANIFESTS     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-ABSENT-LEFT-OFF TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LEFT OFF - ABSENT       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTIONS              ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
           MOVE WS-TRANSFER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TRANSFERS NOT ASSIGNED  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
       8100-EXIT.
           EXIT.

       8500-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO BUS-REPORT-RECORD.
           WRITE BUS-REPORT-RECORD.
       8500-EXIT.
           EXIT.

       8600-WRITE-MANIFEST-LINE.
           MOVE WS-REPORT-LINE TO BUS-MANIFEST-RECORD.
           WRITE BUS-MANIFEST-RECORD.
       8600-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'BUSMANIF'       TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-EXCEPTION-COUNT > ZERO THEN
              MOVE 'BUS MANIFESTS - EXCEPTIONS REPORTED'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'BUS MANIFESTS PRINTED'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
