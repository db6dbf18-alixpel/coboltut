      *               AFTER-THE-FACT REPORT NOW CONFIRMS
      *               THE LINE WAS NEVER CROSSED RATHER
      *               THAN DISCOVERING IT WAS.
      * 15/10/26  AP  AN ARRIVAL THAT PRESENTED A MEMBERSHIP
      *               CARD NOW CARRIES THE CARD SEQUENCE
      *               (CA-CARD-SEQ). A CARD ON THE HOT LIST
      *               CARDPRODUCTION REWRITES EACH NIGHT
      *               (HOTLIST, HOTLFD - CARDS REPORTED LOST)
      *               IS REFUSED TO THE EXCEPTION FILE WITH
      *               'LOST CARD - HOT-LISTED'. THE FILE IS
      *               OPTIONAL.
      * 15/10/26  AP  ACCESSIBILITY ADMISSION. A COMPANION
      *               KEYED AT THE GATE AGAINST A GUEST
      *               REGISTERED ON CUSTOMER-MASTER (FLAG Y,
      *               REVIEW DATE NOT PASSED) IS ADMITTED AT
      *               PRICE ZERO INSTEAD OF WHATEVER THE GATE
      *               DECIDED; AN UNVERIFIED CLAIM PAYS AS
      *               USUAL AND IS COUNTED. REGISTERED GUESTS
      *               AND COMPANIONS ARE TAGGED ON ARRIVALS-
      *               CLASSIFIED AND APPENDED TO THE
      *               ACCESSIBILITY HISTORY (ACCSHIST, ACCSFD)
      *               WITH THE PRICE WAIVED, FOR GATEREVENUE
      *               AND THE MONTHLY ACCESSADMISSIONS REPORT.
      *               CUSTOMER-MASTER IS OPTIONAL.
      * 15/10/26  AP  ADMISSIONS ARE COUNTED BY HOUR OF
      *               ARRIVAL AND PRINTED AS AN ARRIVALS BY
      *               HOUR BLOCK AT THE FOOT OF THE AGE-
      *               BRACKET SUMMARY, FOR THE ARRIVAL
      *               FORECAST'S HOURLY PROFILE.
      * 15/10/26  AP  THE GATE HOLD NOW ALSO HOLDS AN ARRIVAL
      *               TIMED OUTSIDE THE DAY'S OPERATING HOURS
      *               ON THE PARK CALENDAR (PARKCALENDAR), OR
      *               ANY ARRIVAL ON A DATE THE CALENDAR HAS
      *               CLOSED, TO THE GATE-HOLD LOG WITH ITS
      *               REASON. THESE ARE COUNTED APART FROM
      *               THE CAPACITY HOLDS ON THE SUMMARY.
      * 15/10/26  AP  SCHOOL FIELD TRIPS. A TRIP BOOKED BY
      *               FIELDTRIPMAINT ARRIVES AS A GROUP UNDER
      *               THE TRIP ID, EACH STUDENT UNDER THEIR
      *               STUDENT ID. A STUDENT OF THE TRIP WHOSE
      *               GUARDIAN HAS NOT CONSENTED ON THE
      *               CONSENT FILE (FTRIPCON, FTCNFD) IS
      *               REFUSED TO THE EXCEPTION FILE WITH 'NO
      *               TRIP CONSENT - REFUSED' AND COUNTED ON
      *               THE SUMMARY, SO IS LEFT OFF THE GROUP'S
      *               ADMISSIONS. CHAPERONES ARE NOT ON THE
      *               FILE AND ARE ADMITTED AS USUAL. THE FILE
      *               IS OPTIONAL.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-HOLD-STATUS.

           SELECT HOT-LIST ASSIGN TO "HOTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOT-LIST-STATUS.

           SELECT TRIP-CONSENTS ASSIGN TO "FTRIPCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIP-CONSENT-STATUS.

           COPY "custmsel.cpy".

           SELECT ACCESS-ADMISSIONS ASSIGN TO "ACCSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-ADM-STATUS.

           COPY "cyclgsel.cpy".

      **************************
           05 VA-PASS-ID            PIC X(10).
           05 VA-PARTNER-CODE       PIC X(04).
           05 VA-PAY-METHOD         PIC X(01).
           05 VA-ACCESS-TYPE        PIC X(01).
           05 VA-COMPANION-OF       PIC X(10).

       FD  AGE-EXCEPTIONS.
       01  AGE-EXCEPTION-RECORD.
           05 PH-VISITOR-ID         PIC X(10).
           05 PH-VISIT-DATE         PIC 9(08).

       FD  HOT-LIST.
           COPY "hotlfd.cpy".

       FD  TRIP-CONSENTS.
           COPY "ftcnfd.cpy".

           COPY "custmfd.cpy".

       FD  ACCESS-ADMISSIONS.
           COPY "accsfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-GD-ACCT-STATUS        PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).
       01  WS-HOT-LIST-STATUS       PIC X(02).
       01  WS-TRIP-CONSENT-STATUS   PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-ACCESS-ADM-STATUS     PIC X(02).

       01  WS-GD-ACCT-ID            PIC X(06) VALUE 'ACC940'.
       01  WS-DEPOSIT-EOF-SW        PIC X(01) VALUE 'N'.
       01  WS-DEPARTED-SO-FAR       PIC 9(06) COMP.
       01  WS-IN-PARK-COUNT         PIC S9(06) COMP.
       01  WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-HOURS-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
           COPY "pcalparm.cpy".
       01  WS-HOUR-SUM-SUB          PIC 9(02) COMP.
       01  WS-ARRIVE-HOUR-TABLE.
           05 WS-ARRIVE-HOUR-ENTRY OCCURS 24 TIMES
                 INDEXED BY ARR-HR-IDX.
              10 WS-ARRIVE-HOUR-COUNT PIC 9(05) COMP VALUE ZERO.

       01  WS-SWITCHES.
           05 WS-ARRIVALS-EOF-SW    PIC X(01) VALUE 'N'.
              88 PASSES-ON-FILE     VALUE 'Y'.
           05 WS-PASS-FOUND-SW      PIC X(01).
              88 PASS-FOUND         VALUE 'Y'.
           05 WS-HOT-LIST-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-HOT-LIST    VALUE 'Y'.
           05 WS-HOT-CARD-SW        PIC X(01).
              88 HOT-CARD-FOUND     VALUE 'Y'.
           05 WS-CONSENT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-CONSENTS    VALUE 'Y'.
           05 WS-NO-CONSENT-SW      PIC X(01).
              88 NO-CONSENT-FOUND   VALUE 'Y'.
           05 WS-CUST-MASTER-SW     PIC X(01) VALUE 'N'.
              88 CUST-MASTER-OPEN   VALUE 'Y'.
           05 WS-ACCESS-VALID-SW    PIC X(01).
              88 ACCESS-REGISTRATION-VALID VALUE 'Y'.

       01  WS-PRICE-TABLE.
           05 WS-PRICE-BEBE         PIC 9(05)V99 VALUE ZERO.
           05 WS-PRICE-ADOLESCENT   PIC 9(05)V99 VALUE 25.00.
           05 WS-PRICE-MAJEUR       PIC 9(05)V99 VALUE 30.00.
       01  WS-ARRIVAL-PRICE         PIC 9(05)V99.
       01  WS-PRICE-WAIVED          PIC 9(05)V99.
       01  WS-PRICE-WAIVED-TOTAL    PIC 9(07)V99 VALUE ZERO.
       01  WS-WAIVED-ED             PIC ZZZZZZ9.99.

      *-------------------------------------------------
      * LOYALTY TIERS - VISITS IN THE TRAILING 12 MONTHS.
              10 WS-PASS-DAY-PRICE  PIC 9(05)V99.
       01  WS-WORK-PASS-ID          PIC X(10).

       01  WS-MAX-HOT-CARDS         PIC 9(04) COMP VALUE 2000.
       01  WS-HOT-CARD-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-HOT-CARD-TABLE.
           05 WS-HOT-CARD-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-HOT-CARD-COUNT
                 INDEXED BY HOT-IDX.
              10 WS-HOT-CARD-NUMBER PIC X(12).
       01  WS-MAX-NO-CONSENTS       PIC 9(04) COMP VALUE 3000.
       01  WS-NO-CONSENT-COUNT      PIC 9(04) COMP VALUE ZERO.
       01  WS-NO-CONSENT-TABLE.
           05 WS-NO-CONSENT-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-NO-CONSENT-COUNT
                 INDEXED BY NCN-IDX.
              10 WS-NCN-GROUP-ID    PIC X(08).
              10 WS-NCN-VISITOR-ID  PIC X(10).
       01  WS-WORK-CARD-NUMBER.
           05 WS-WORK-CARD-VISITOR  PIC X(10).
           05 WS-WORK-CARD-SEQ      PIC X(02).

       01  WS-COUNTERS.
           05 WS-VISITOR-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 WS-BEBE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-PRESOLD-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 WS-PASS-ARRIVAL-COUNT PIC 9(05) COMP VALUE ZERO.
           05 WS-PASS-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.
           05 WS-HOT-CARD-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.
           05 WS-TRIP-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.
           05 WS-PARTNER-ARR-COUNT  PIC 9(05) COMP VALUE ZERO.
           05 WS-ACCESS-GUEST-COUNT PIC 9(05) COMP VALUE ZERO.
           05 WS-COMPANION-COUNT    PIC 9(05) COMP VALUE ZERO.
           05 WS-COMPANION-REFUSED-COUNT PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(60).
       01  WS-REPORT-PERCENT        PIC 999V99.
           PERFORM 1300-LOAD-GROUP-BOOKINGS THRU 1300-EXIT.
           PERFORM 1400-LOAD-VISIT-HISTORY THRU 1400-EXIT.
           PERFORM 1700-LOAD-PASS-MASTER THRU 1700-EXIT.
           PERFORM 1770-LOAD-HOT-LIST THRU 1770-EXIT.
           PERFORM 1870-LOAD-TRIP-CONSENTS THRU 1870-EXIT.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET CUST-MASTER-OPEN TO TRUE
           END-IF.
           PERFORM 1900-LOAD-GROUP-DEPOSITS THRU 1900-EXIT.
           PERFORM 1600-LOAD-CAPACITY THRU 1600-EXIT.
           MOVE CYC-RUN-DATE TO PCL-DATE.
           CALL 'PARKCALENDAR' USING PCL-PARM-AREA.
           OPEN INPUT  CUSTOMER-ARRIVALS.
           OPEN OUTPUT VALIDATED-ARRIVALS.
           OPEN OUTPUT AGE-EXCEPTIONS.
       1760-EXIT.
           EXIT.

      *-------------------------------------------------
      * HOT LIST OF MEMBERSHIP CARDS REPORTED LOST. THE
      * FILE IS OPTIONAL - WITHOUT IT NO CARD IS REFUSED.
      *-------------------------------------------------
       1770-LOAD-HOT-LIST.
           OPEN INPUT HOT-LIST.
           IF WS-HOT-LIST-STATUS = '00' THEN
              PERFORM 1780-LOAD-ONE-HOT-CARD THRU 1780-EXIT
                  UNTIL END-OF-HOT-LIST
                     OR WS-HOT-CARD-COUNT >= WS-MAX-HOT-CARDS
              CLOSE HOT-LIST
           END-IF.
       1770-EXIT.
           EXIT.

       1780-LOAD-ONE-HOT-CARD.
           READ HOT-LIST
              AT END SET END-OF-HOT-LIST TO TRUE
           END-READ.
           IF NOT END-OF-HOT-LIST THEN
              ADD 1 TO WS-HOT-CARD-COUNT
              MOVE HL-CARD-NUMBER
                  TO WS-HOT-CARD-NUMBER(WS-HOT-CARD-COUNT)
           END-IF.
       1780-EXIT.
           EXIT.

       1790-FIND-HOT-CARD.
           MOVE 'N' TO WS-HOT-CARD-SW.
           SET HOT-IDX TO 1.
           SEARCH WS-HOT-CARD-ENTRY
              WHEN WS-HOT-CARD-NUMBER(HOT-IDX) = WS-WORK-CARD-NUMBER
                 SET HOT-CARD-FOUND TO TRUE
           END-SEARCH.
       1790-EXIT.
           EXIT.

      *-------------------------------------------------
      * FIRE-MARSHAL CAPACITY AND THE HOLD MARGIN. THE
      * HOLD LEVEL IS THE LICENSED NUMBER LESS THE MARGIN
       1660-EXIT.
           EXIT.

      *-------------------------------------------------
      * FIELD-TRIP STUDENTS WITHOUT A GUARDIAN'S CONSENT,
      * BY TRIP (GROUP) ID - PENDING OR REFUSED. OPTIONAL;
      * NO FILE MEANS NO TRIP STUDENT IS REFUSED.
      *-------------------------------------------------
       1870-LOAD-TRIP-CONSENTS.
           OPEN INPUT TRIP-CONSENTS.
           IF WS-TRIP-CONSENT-STATUS = '00' THEN
              PERFORM 1880-LOAD-ONE-CONSENT THRU 1880-EXIT
                  UNTIL END-OF-CONSENTS
                     OR WS-NO-CONSENT-COUNT >= WS-MAX-NO-CONSENTS
              CLOSE TRIP-CONSENTS
           END-IF.
       1870-EXIT.
           EXIT.

       1880-LOAD-ONE-CONSENT.
           READ TRIP-CONSENTS
              AT END SET END-OF-CONSENTS TO TRUE
           END-READ.
           IF NOT END-OF-CONSENTS
              AND NOT TC-CONSENT-GIVEN THEN
              ADD 1 TO WS-NO-CONSENT-COUNT
              MOVE TC-TRIP-ID
                  TO WS-NCN-GROUP-ID(WS-NO-CONSENT-COUNT)
              MOVE TC-STUDENT-ID
                  TO WS-NCN-VISITOR-ID(WS-NO-CONSENT-COUNT)
           END-IF.
       1880-EXIT.
           EXIT.

       1890-FIND-NO-CONSENT.
           MOVE 'N' TO WS-NO-CONSENT-SW.
           SET NCN-IDX TO 1.
           SEARCH WS-NO-CONSENT-ENTRY
              WHEN WS-NCN-GROUP-ID(NCN-IDX) = CA-GROUP-ID
                 AND WS-NCN-VISITOR-ID(NCN-IDX) = CA-VISITOR-ID
                 SET NO-CONSENT-FOUND TO TRUE
           END-SEARCH.
       1890-EXIT.
           EXIT.

      *-------------------------------------------------
      * DEPOSITS HELD PER GROUP BOOKING, FROM THE MASTER
      * GROUPDEPOSIT MAINTAINS. OPTIONAL - NO FILE MEANS
              GO TO 1500-NEXT
           END-IF.

      *-------------------------------------------------
      * A MEMBERSHIP CARD REPORTED LOST IS REFUSED - THE
      * CARD NUMBER IS THE VISITOR ID AND THE SEQUENCE
      * THE GATE READ OFF THE CARD.
      *-------------------------------------------------
           IF CA-CARD-SEQ NOT = SPACES THEN
              MOVE CA-VISITOR-ID TO WS-WORK-CARD-VISITOR
              MOVE CA-CARD-SEQ   TO WS-WORK-CARD-SEQ
              PERFORM 1790-FIND-HOT-CARD THRU 1790-EXIT
              IF HOT-CARD-FOUND THEN
                 MOVE 'LOST CARD - HOT-LISTED' TO EX-REASON
                 ADD 1 TO WS-HOT-CARD-REFUSED-COUNT
                 PERFORM 1550-REFUSE-ARRIVAL THRU 1550-EXIT
                 GO TO 1500-NEXT
              END-IF
           END-IF.

      *-------------------------------------------------
      * A STUDENT ARRIVING WITH A SCHOOL FIELD TRIP IS
      * ADMITTED WITH THE GROUP ONLY ONCE A GUARDIAN HAS
      * CONSENTED.
      *-------------------------------------------------
           IF CA-GROUP-ID NOT = SPACES THEN
              PERFORM 1890-FIND-NO-CONSENT THRU 1890-EXIT
              IF NO-CONSENT-FOUND THEN
                 MOVE 'NO TRIP CONSENT - REFUSED' TO EX-REASON
                 ADD 1 TO WS-TRIP-REFUSED-COUNT
                 PERFORM 1550-REFUSE-ARRIVAL THRU 1550-EXIT
                 GO TO 1500-NEXT
              END-IF
           END-IF.

      *-------------------------------------------------
      * A PASS ADMISSION MUST POINT AT A PASS ON FILE
      * WITH A DAY LEFT - THE GATE REFUSAL THE AUDITORS
              SUBTRACT 1 FROM WS-PASS-DAYS-LEFT(PAS-IDX)
           END-IF.

           PERFORM 1850-CHECK-ACCESSIBILITY THRU 1850-EXIT.

           MOVE CA-VISITOR-ID  TO VA-VISITOR-ID.
           MOVE CA-VISITOR-NOM TO VA-VISITOR-NOM.
           MOVE CA-AGE         TO VA-AGE.
           CLOSE CUSTOMER-ARRIVALS.
           CLOSE VALIDATED-ARRIVALS.
           CLOSE AGE-EXCEPTIONS.
           IF CUST-MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
       1800-EXIT.
           EXIT.

      *-------------------------------------------------
      * ACCESSIBILITY ADMISSION. A COMPANION IS KEYED AT
      * THE GATE AGAINST THE REGISTERED GUEST'S VISITOR
      * ID; THE CLAIM IS HONORED (TYPE C, ADMITTED FREE)
      * ONLY WHEN THAT GUEST IS REGISTERED ON CUSTOMER-
      * MASTER AND THE REVIEW DATE HAS NOT PASSED - ANY
      * OTHER CLAIM IS COUNTED AND THE VISITOR PAYS AS
      * USUAL. A REGISTERED GUEST ARRIVING IN THEIR OWN
      * RIGHT IS TAGGED R FOR THE MONTHLY REPORT. NO MASTER
      * ALLOCATED MEANS NOTHING CAN BE VERIFIED, SO
      * NOTHING IS HONORED.
      *-------------------------------------------------
       1850-CHECK-ACCESSIBILITY.
           MOVE SPACES TO VA-ACCESS-TYPE.
           MOVE SPACES TO VA-COMPANION-OF.

           IF CA-COMPANION-OF NOT = SPACES THEN
              MOVE CA-COMPANION-OF TO CUM-VISITOR-ID
              PERFORM 1860-READ-REGISTRATION THRU 1860-EXIT
              IF ACCESS-REGISTRATION-VALID THEN
                 MOVE 'C'             TO VA-ACCESS-TYPE
                 MOVE CA-COMPANION-OF TO VA-COMPANION-OF
              ELSE
                 ADD 1 TO WS-COMPANION-REFUSED-COUNT
              END-IF
              GO TO 1850-EXIT
           END-IF.

           MOVE CA-VISITOR-ID TO CUM-VISITOR-ID.
           PERFORM 1860-READ-REGISTRATION THRU 1860-EXIT.
           IF ACCESS-REGISTRATION-VALID THEN
              MOVE 'R' TO VA-ACCESS-TYPE
           END-IF.
       1850-EXIT.
           EXIT.

       1860-READ-REGISTRATION.
           MOVE 'N' TO WS-ACCESS-VALID-SW.
           IF NOT CUST-MASTER-OPEN THEN
              GO TO 1860-EXIT
           END-IF.
           READ CUSTOMER-MASTER
              INVALID KEY
                 GO TO 1860-EXIT
           END-READ.
           IF CUM-ACCESS-REGISTERED
              AND CUM-ACCESS-REVIEW-DATE >= CYC-RUN-DATE THEN
              SET ACCESS-REGISTRATION-VALID TO TRUE
           END-IF.
       1860-EXIT.
           EXIT.

       2500-CLASSIFICATION-INIT.
           OPEN INPUT  VALIDATED-ARRIVALS.
           OPEN OUTPUT ARRIVALS-CLASSIFIED.
           IF WS-PARTNER-ADM-STATUS = '35' THEN
              OPEN OUTPUT PARTNER-ADMISSIONS
           END-IF.
           OPEN EXTEND ACCESS-ADMISSIONS.
           IF WS-ACCESS-ADM-STATUS = '35' THEN
              OPEN OUTPUT ACCESS-ADMISSIONS
           END-IF.
           PERFORM 2950-READ-VALIDATED THRU 2950-EXIT.
       2500-EXIT.
           EXIT.

       2000-CLASSIFY-ARRIVAL.
           IF PCL-PARK-CLOSED
              OR VA-ARRIVAL-TIME < PCL-OPEN-TIME
              OR VA-ARRIVAL-TIME NOT < PCL-CLOSE-TIME THEN
              MOVE SPACES TO GATE-HOLD-RECORD
              MOVE VA-VISITOR-ID   TO GH-VISITOR-ID
              MOVE VA-VISITOR-NOM  TO GH-VISITOR-NOM
              MOVE VA-ARRIVAL-TIME TO GH-ARRIVAL-TIME
              IF PCL-PARK-CLOSED THEN
                 MOVE 'PARK CLOSED ON CALENDAR - HELD' TO GH-REASON
              ELSE
                 MOVE 'OUTSIDE OPENING HOURS - HELD' TO GH-REASON
              END-IF
              WRITE GATE-HOLD-RECORD
              ADD 1 TO WS-HELD-COUNT
              ADD 1 TO WS-HOURS-HELD-COUNT
              PERFORM 2950-READ-VALIDATED THRU 2950-EXIT
              GO TO 2000-EXIT
           END-IF.

           PERFORM 1650-CHECK-CAPACITY-HOLD THRU 1650-EXIT.
           IF WS-IN-PARK-COUNT >= WS-HOLD-LEVEL THEN
              MOVE SPACES TO GATE-HOLD-RECORD
      * NEGOTIATED GROUP RATE, NOT THE BRACKET PRICE. AN
      * ARRIVAL CARRYING A GROUP ID WITH NO BOOKING ON
      * FILE KEEPS THE BRACKET PRICE AND IS COUNTED FOR
      * THE VARIANCE REPORT. A VERIFIED COMPANION OF AN
      * ACCESSIBILITY GUEST WHO HAS NOT ALREADY PAID BY
      * VOUCHER, PARTNER OR PASS IS ADMITTED AT PRICE
      * ZERO, WITH THE BRACKET PRICE GIVEN UP KEPT FOR
      * THE REVENUE REPORTING.
      *-------------------------------------------------
           MOVE ZERO TO WS-PRICE-WAIVED.
           IF VA-VOUCHER-ID NOT = SPACES THEN
              MOVE ZERO TO WS-ARRIVAL-PRICE
              ADD 1 TO WS-PRESOLD-COUNT
              END-IF
              ADD 1 TO WS-PASS-ARRIVAL-COUNT
           ELSE
           IF VA-ACCESS-TYPE = 'C' THEN
              MOVE WS-ARRIVAL-PRICE TO WS-PRICE-WAIVED
              ADD WS-PRICE-WAIVED TO WS-PRICE-WAIVED-TOTAL
              MOVE ZERO TO WS-ARRIVAL-PRICE
           ELSE
           IF VA-GROUP-ID NOT = SPACES THEN
              PERFORM 1350-FIND-GROUP THRU 1350-EXIT
              IF GROUP-FOUND THEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           MOVE VA-VISITOR-ID  TO AC-VISITOR-ID.
           MOVE VA-PASS-ID     TO AC-PASS-ID.
           MOVE VA-PARTNER-CODE TO AC-PARTNER-CODE.
           MOVE VA-PAY-METHOD  TO AC-PAY-METHOD.
           MOVE VA-ACCESS-TYPE TO AC-ACCESS-TYPE.
           MOVE VA-COMPANION-OF TO AC-COMPANION-OF.
           WRITE ARRIVAL-CLASSIFIED-RECORD.
           IF VA-ACCESS-TYPE NOT = SPACE THEN
              PERFORM 2700-WRITE-ACCESS-ADMISSION THRU 2700-EXIT
           END-IF.
           ADD 1 TO WS-VISITOR-COUNT.
           IF WS-ARRIVAL-HOUR < 24 THEN
              SET ARR-HR-IDX TO 1
              SET ARR-HR-IDX UP BY WS-ARRIVAL-HOUR
              ADD 1 TO WS-ARRIVE-HOUR-COUNT(ARR-HR-IDX)
           END-IF.
           ADD WS-ARRIVAL-PRICE TO WS-PRICE-HASH-TOTAL.
           PERFORM 2600-COUNT-GATE THRU 2600-EXIT.

       2610-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE HISTORY RECORD PER ACCESSIBILITY ADMISSION
      * FOR THE MONTH-END ACCESSADMISSIONS REPORT.
      *-------------------------------------------------
       2700-WRITE-ACCESS-ADMISSION.
           MOVE VA-VISITOR-ID  TO AH-VISITOR-ID.
           MOVE VA-ACCESS-TYPE TO AH-ADMIT-TYPE.
           IF VA-ACCESS-TYPE = 'C' THEN
              MOVE VA-COMPANION-OF TO AH-GUEST-ID
              ADD 1 TO WS-COMPANION-COUNT
           ELSE
              MOVE VA-VISITOR-ID TO AH-GUEST-ID
              ADD 1 TO WS-ACCESS-GUEST-COUNT
           END-IF.
           MOVE CYC-RUN-DATE    TO AH-VISIT-DATE.
           MOVE VA-GATE-ID      TO AH-GATE-ID.
           MOVE WS-PRICE-WAIVED TO AH-PRICE-WAIVED.
           WRITE ACCESS-ADMISSION-RECORD.
       2700-EXIT.
           EXIT.

       2900-READ-ARRIVAL.
           READ CUSTOMER-ARRIVALS
              AT END SET END-OF-ARRIVALS TO TRUE
           CLOSE GATE-HOLD-LOG.
           CLOSE VISIT-HISTORY.
           CLOSE PARTNER-ADMISSIONS.
           CLOSE ACCESS-ADMISSIONS.
           PERFORM 8400-WRITE-PASS-MASTER THRU 8400-EXIT.
           PERFORM 8500-WRITE-DEPOSIT-MASTER THRU 8500-EXIT.
           PERFORM 8600-POST-DEPOSIT-APPLIED THRU 8600-EXIT.
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'LOST CARDS REFUSED' TO WS-REPORT-LINE(1:18).
           MOVE WS-HOT-CARD-REFUSED-COUNT TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(19:5).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'NO TRIP CONSENT' TO WS-REPORT-LINE(1:15).
           MOVE WS-TRIP-REFUSED-COUNT TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(19:5).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'PARTNER VOUCHERS' TO WS-REPORT-LINE(1:16).
           MOVE WS-PARTNER-ARR-COUNT TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'ACCESS GUESTS' TO WS-REPORT-LINE(1:13).
           MOVE WS-ACCESS-GUEST-COUNT TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(19:5).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'COMPANIONS' TO WS-REPORT-LINE(1:10).
           MOVE WS-COMPANION-COUNT TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(19:5).
           MOVE WS-PRICE-WAIVED-TOTAL TO WS-WAIVED-ED.
           STRING ' PRICE WAIVED ' WS-WAIVED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE(24:24).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'COMPANION REFUSED' TO WS-REPORT-LINE(1:17).
           MOVE WS-COMPANION-REFUSED-COUNT TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(19:5).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'CAPACITY HOLDS' TO WS-REPORT-LINE(1:14).
           COMPUTE WS-REPORT-COUNT-ED =
               WS-HELD-COUNT - WS-HOURS-HELD-COUNT.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(19:5).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'OFF-HOURS HOLDS' TO WS-REPORT-LINE(1:15).
           MOVE WS-HOURS-HELD-COUNT TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(19:5).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.
               VARYING GATE-IDX FROM 1 BY 1
               UNTIL GATE-IDX > WS-GATE-TBL-COUNT.

           MOVE 'ARRIVALS BY HOUR' TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.
           PERFORM 8140-WRITE-HOUR-LINE THRU 8140-EXIT
               VARYING ARR-HR-IDX FROM 1 BY 1
               UNTIL ARR-HR-IDX > 24.

           CLOSE AGE-BRACKET-SUMMARY.
       8100-EXIT.
           EXIT.
       8130-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE PER HOUR THAT SAW AN ADMISSION - THE
      * HOUR IN COLUMNS 6-7, THE COUNT IN 17-21. THE
      * ARRIVAL FORECAST BUILDS ITS HOURLY PROFILE FROM
      * THESE LINES.
      *-------------------------------------------------
       8140-WRITE-HOUR-LINE.
           IF WS-ARRIVE-HOUR-COUNT(ARR-HR-IDX) = ZERO THEN
              GO TO 8140-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'HOUR' TO WS-REPORT-LINE(1:4).
           SET WS-HOUR-SUM-SUB TO ARR-HR-IDX.
           SUBTRACT 1 FROM WS-HOUR-SUM-SUB.
           MOVE WS-HOUR-SUM-SUB TO WS-ARRIVAL-HOUR.
           MOVE WS-ARRIVAL-HOUR TO WS-REPORT-LINE(6:2).
           MOVE WS-ARRIVE-HOUR-COUNT(ARR-HR-IDX)
               TO WS-REPORT-COUNT-ED.
           MOVE WS-REPORT-COUNT-ED TO WS-REPORT-LINE(17:5).
           MOVE WS-REPORT-LINE TO AGE-BRACKET-SUMMARY-RECORD.
           WRITE AGE-BRACKET-SUMMARY-RECORD.
       8140-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE 'AGE2'           TO CLR-STEP-NAME.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-HOURS-HELD-COUNT > ZERO
                 MOVE 'GATE CLASSIFICATION - OFF-HOURS HOLDS'
                     TO CLR-MESSAGE
              WHEN WS-HELD-COUNT > ZERO
                 MOVE 'GATE CLASSIFICATION - CAPACITY HOLDS'
                     TO CLR-MESSAGE
