      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CarParkRevenue.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER THE CONCESSION REVENUE STEP. READS
      *               THE DAY'S BARRIER LOG (ONE ENTRY AND ONE
      *               EXIT EVENT PER BARRIER TICKET) AND
      *               PRICES EACH STAY FROM THE DURATION
      *               TARIFF TABLE (OPTIONAL - BUILT-IN BANDS
      *               WHEN NOT SUPPLIED). A CAR WHOSE DRIVER
      *               SHOWS A CURRENT MEMBERSHIP CARD AT THE
      *               EXIT (CUSTOMER-MASTER EXPIRY NOT PAST)
      *               PARKS FREE. A CAR STILL INSIDE WHEN THE
      *               LOG ENDS IS REPORTED AS AN OVERSTAY; AN
      *               EXIT WITH NO ENTRY TODAY (LAST NIGHT'S
      *               OVERSTAY, OR A LOST TICKET) PAYS THE
      *               TOP BAND. THE DAY'S TAKE IS SPLIT BY THE
      *               SHARED VATSPLIT MODULE AT THE 'PARK'
      *               RATE AND CREDITED THROUGH TRANFILE TO
      *               THE CAR PARK REVENUE ACCOUNT (OPTIONAL
      *               CPKACCT PARM, DEFAULT ACC916, WHEN THE
      *               RATE TABLE NAMES NONE) AND THE VAT
      *               LIABILITY, LIKE THE CONCESSION TAKE.
      *               CARS IN THE CAR PARK BY HOUR GO TO THE
      *               CAR PARK OCCUPANCY FILE FOR THE
      *               OCCUPANCY STEP. OVERSTAYS, UNMATCHED
      *               EXITS OR A MISSING 'PARK' RATE RETURN
      *               CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BARRIER-LOG ASSIGN TO "CPKFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BARRIER-LOG-STATUS.

           SELECT TARIFF-TABLE ASSIGN TO "CPKTARIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFF-STATUS.

           SELECT CAR-PARK-ACCOUNT-PARM ASSIGN TO "CPKACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPK-ACCT-STATUS.

           COPY "custmsel.cpy".

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT CAR-PARK-OCCUPANCY ASSIGN TO "CPKOCCUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPK-OCCUP-STATUS.

           SELECT CAR-PARK-REPORT ASSIGN TO "CPKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPK-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  BARRIER-LOG.
       01  BARRIER-LOG-RECORD.
           05 BL-TICKET-ID          PIC X(08).
           05 BL-EVENT              PIC X(01).
              88 BL-ENTRY           VALUE 'I'.
              88 BL-EXIT            VALUE 'O'.
           05 BL-TIME               PIC 9(04).
           05 BL-TIME-R REDEFINES BL-TIME.
              10 BL-HH              PIC 9(02).
              10 BL-MM              PIC 9(02).
           05 BL-PLATE              PIC X(10).
           05 BL-MEMBER-ID          PIC X(10).

       FD  TARIFF-TABLE.
       01  TARIFF-RECORD.
           05 TF-MAX-MINUTES        PIC 9(04).
           05 TF-AMOUNT             PIC 9(03)V99.

       FD  CAR-PARK-ACCOUNT-PARM.
       01  CAR-PARK-ACCOUNT-PARM-RECORD.
           05 CPA-ACCT-ID           PIC X(06).

           COPY "custmfd.cpy".

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  CAR-PARK-OCCUPANCY.
           COPY "cpkofd.cpy".

       FD  CAR-PARK-REPORT.
       01  CAR-PARK-REPORT-RECORD   PIC X(72).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BARRIER-LOG-STATUS    PIC X(02).
       01  WS-TARIFF-STATUS         PIC X(02).
       01  WS-CPK-ACCT-STATUS       PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-CPK-OCCUP-STATUS      PIC X(02).
       01  WS-CPK-RPT-STATUS        PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-BARRIER-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-BARRIER-LOG VALUE 'Y'.
           05 WS-TARIFF-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-TARIFF      VALUE 'Y'.
           05 WS-BARRIER-OPEN-SW    PIC X(01) VALUE 'N'.
              88 BARRIER-LOG-OPEN   VALUE 'Y'.
           05 WS-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
              88 MASTER-OPEN        VALUE 'Y'.
           05 WS-STAY-FOUND-SW      PIC X(01).
              88 STAY-FOUND         VALUE 'Y'.
           05 WS-MEMBER-SW          PIC X(01).
              88 CURRENT-MEMBER     VALUE 'Y'.

       01  WS-CPK-ACCT-ID           PIC X(06) VALUE 'ACC916'.

      *-------------------------------------------------
      * TARIFF BANDS IN ASCENDING ORDER OF LENGTH OF STAY.
      * A STAY PAYS THE FIRST BAND IT FITS; ANYTHING
      * LONGER THAN THE LAST BAND PAYS THE LAST BAND.
      *-------------------------------------------------
       01  WS-MAX-BANDS             PIC 9(02) COMP VALUE 20.
       01  WS-BAND-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-BAND-COUNT
                 INDEXED BY BND-IDX.
              10 WS-BAND-MAX-MINUTES PIC 9(04).
              10 WS-BAND-AMOUNT     PIC 9(03)V99.

       01  WS-MAX-STAYS             PIC 9(05) COMP VALUE 5000.
       01  WS-STAY-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-STAY-TABLE.
           05 WS-STAY-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-STAY-COUNT
                 INDEXED BY STY-IDX.
              10 WS-STAY-TICKET-ID  PIC X(08).
              10 WS-STAY-PLATE      PIC X(10).
              10 WS-STAY-ENTRY-TIME PIC 9(04).
              10 WS-STAY-ENTRY-MINS PIC 9(04) COMP.
              10 WS-STAY-OPEN-SW    PIC X(01).
                 88 STAY-OPEN       VALUE 'Y'.

       01  WS-HOUR-TABLE.
           05 WS-HOUR-ENTRY OCCURS 24 TIMES.
              10 WS-HOUR-ENTRIES    PIC 9(05) COMP VALUE ZERO.
              10 WS-HOUR-EXITS      PIC 9(05) COMP VALUE ZERO.

       01  WS-HOUR-SUB              PIC 9(02) COMP.
       01  WS-CARS-IN               PIC S9(05) COMP VALUE ZERO.
       01  WS-EXIT-MINS             PIC 9(04) COMP.
       01  WS-STAY-MINUTES          PIC 9(04) COMP.
       01  WS-STAY-CHARGE           PIC 9(03)V99.

       01  WS-PAID-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-MEMBER-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERSTAY-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-TAKE            PIC 9(07)V99 VALUE ZERO.

       COPY "vatsparm.cpy".

       01  WS-REVENUE-ACCT-ID       PIC X(06).
       01  WS-NO-RATE-SW            PIC X(01) VALUE 'N'.
           88 PARK-RATE-MISSING     VALUE 'Y'.

       01  WS-REPORT-LINE           PIC X(72).
       01  WS-MINUTES-ED            PIC ZZZ9.
       01  WS-CHARGE-ED             PIC ZZ9.99.
       01  WS-HOUR-ED               PIC 99.
       01  WS-ENTRIES-ED            PIC ZZZZ9.
       01  WS-EXITS-ED              PIC ZZZZ9.
       01  WS-CARS-ED               PIC -ZZZZ9.
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-EVENT THRU 2000-EXIT
               UNTIL END-OF-BARRIER-LOG.
           PERFORM 3000-REPORT-OVERSTAYS THRU 3000-EXIT.
           PERFORM 4000-POST-TAKE THRU 4000-EXIT.
           PERFORM 5000-WRITE-OCCUPANCY THRU 5000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-OVERSTAY-COUNT > ZERO
              OR WS-UNMATCHED-COUNT > ZERO
              OR PARK-RATE-MISSING THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CAR-PARK-ACCOUNT-PARM.
           IF WS-CPK-ACCT-STATUS = '00' THEN
              READ CAR-PARK-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CPA-ACCT-ID TO WS-CPK-ACCT-ID
              END-READ
              CLOSE CAR-PARK-ACCOUNT-PARM
           END-IF.

           PERFORM 1100-LOAD-TARIFF THRU 1100-EXIT.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET MASTER-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT CAR-PARK-REPORT.
           MOVE SPACES TO CAR-PARK-REPORT-RECORD.
           STRING 'CAR PARK REVENUE  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE 'TICKET   PLATE      IN   OUT  MINS  CHARGE'
               TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.

           OPEN INPUT BARRIER-LOG.
           IF WS-BARRIER-LOG-STATUS NOT = '00' THEN
              SET END-OF-BARRIER-LOG TO TRUE
           ELSE
              SET BARRIER-LOG-OPEN TO TRUE
              PERFORM 2900-READ-EVENT THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * TARIFF-TABLE IS OPTIONAL. WITH NO FILE (OR AN EMPTY
      * ONE) THE BUILT-IN BANDS APPLY: UP TO 1 HOUR 3.00,
      * UP TO 3 HOURS 6.00, LONGER 10.00.
      *-------------------------------------------------
       1100-LOAD-TARIFF.
           OPEN INPUT TARIFF-TABLE.
           IF WS-TARIFF-STATUS = '00' THEN
              PERFORM 1110-LOAD-BAND THRU 1110-EXIT
                  UNTIL END-OF-TARIFF
                     OR WS-BAND-COUNT >= WS-MAX-BANDS
              CLOSE TARIFF-TABLE
           END-IF.
           IF WS-BAND-COUNT = ZERO THEN
              MOVE 3 TO WS-BAND-COUNT
              MOVE 0060  TO WS-BAND-MAX-MINUTES(1)
              MOVE 3.00  TO WS-BAND-AMOUNT(1)
              MOVE 0180  TO WS-BAND-MAX-MINUTES(2)
              MOVE 6.00  TO WS-BAND-AMOUNT(2)
              MOVE 9999  TO WS-BAND-MAX-MINUTES(3)
              MOVE 10.00 TO WS-BAND-AMOUNT(3)
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-BAND.
           READ TARIFF-TABLE
              AT END SET END-OF-TARIFF TO TRUE
           END-READ.
           IF NOT END-OF-TARIFF THEN
              ADD 1 TO WS-BAND-COUNT
              MOVE TF-MAX-MINUTES
                  TO WS-BAND-MAX-MINUTES(WS-BAND-COUNT)
              MOVE TF-AMOUNT TO WS-BAND-AMOUNT(WS-BAND-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.

       2000-PROCESS-EVENT.
           IF BL-HH < 24 THEN
              COMPUTE WS-HOUR-SUB = BL-HH + 1
           ELSE
              MOVE 24 TO WS-HOUR-SUB
           END-IF.
           EVALUATE TRUE
              WHEN BL-ENTRY
                 PERFORM 2100-RECORD-ENTRY THRU 2100-EXIT
              WHEN BL-EXIT
                 PERFORM 2200-RECORD-EXIT THRU 2200-EXIT
           END-EVALUATE.
           PERFORM 2900-READ-EVENT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-RECORD-ENTRY.
           ADD 1 TO WS-HOUR-ENTRIES(WS-HOUR-SUB).
           IF WS-STAY-COUNT >= WS-MAX-STAYS THEN
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-STAY-COUNT.
           SET STY-IDX TO WS-STAY-COUNT.
           MOVE BL-TICKET-ID TO WS-STAY-TICKET-ID(STY-IDX).
           MOVE BL-PLATE     TO WS-STAY-PLATE(STY-IDX).
           MOVE BL-TIME      TO WS-STAY-ENTRY-TIME(STY-IDX).
           COMPUTE WS-STAY-ENTRY-MINS(STY-IDX) = BL-HH * 60 + BL-MM.
           MOVE 'Y' TO WS-STAY-OPEN-SW(STY-IDX).
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN EXIT CLOSES THE OPEN STAY ON THE SAME TICKET
      * AND PRICES IT. A MEMBER'S STAY IS CHARGED ZERO.
      *-------------------------------------------------
       2200-RECORD-EXIT.
           ADD 1 TO WS-HOUR-EXITS(WS-HOUR-SUB).
           MOVE 'N' TO WS-STAY-FOUND-SW.
           SET STY-IDX TO 1.
           PERFORM 2210-FIND-STAY THRU 2210-EXIT
               UNTIL STY-IDX > WS-STAY-COUNT OR STAY-FOUND.

           COMPUTE WS-EXIT-MINS = BL-HH * 60 + BL-MM.
           IF STAY-FOUND THEN
              MOVE 'N' TO WS-STAY-OPEN-SW(STY-IDX)
              IF WS-EXIT-MINS > WS-STAY-ENTRY-MINS(STY-IDX) THEN
                 COMPUTE WS-STAY-MINUTES =
                     WS-EXIT-MINS - WS-STAY-ENTRY-MINS(STY-IDX)
              ELSE
                 MOVE ZERO TO WS-STAY-MINUTES
              END-IF
              PERFORM 2300-PRICE-STAY THRU 2300-EXIT
           ELSE
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE 9999 TO WS-STAY-MINUTES
              MOVE WS-BAND-AMOUNT(WS-BAND-COUNT) TO WS-STAY-CHARGE
           END-IF.

           PERFORM 2400-CHECK-MEMBER THRU 2400-EXIT.
           IF CURRENT-MEMBER THEN
              MOVE ZERO TO WS-STAY-CHARGE
              ADD 1 TO WS-MEMBER-COUNT
           ELSE
              ADD 1 TO WS-PAID-COUNT
              ADD WS-STAY-CHARGE TO WS-TOTAL-TAKE
           END-IF.

           MOVE WS-STAY-MINUTES TO WS-MINUTES-ED.
           MOVE WS-STAY-CHARGE  TO WS-CHARGE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           IF STAY-FOUND THEN
              STRING BL-TICKET-ID ' ' BL-PLATE ' '
                  WS-STAY-ENTRY-TIME(STY-IDX) ' ' BL-TIME ' '
                  WS-MINUTES-ED '  ' WS-CHARGE-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING BL-TICKET-ID ' ' BL-PLATE ' ---- '
                  BL-TIME ' ----  ' WS-CHARGE-ED
                  '  NO ENTRY - TOP BAND'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           IF CURRENT-MEMBER THEN
              MOVE 'MEMBER' TO WS-REPORT-LINE(50:6)
           END-IF.
           MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
       2200-EXIT.
           EXIT.

       2210-FIND-STAY.
           IF STAY-OPEN(STY-IDX)
              AND WS-STAY-TICKET-ID(STY-IDX) = BL-TICKET-ID THEN
              SET STAY-FOUND TO TRUE
           ELSE
              SET STY-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

       2300-PRICE-STAY.
           SET BND-IDX TO 1.
           PERFORM 2310-NEXT-BAND THRU 2310-EXIT
               UNTIL BND-IDX >= WS-BAND-COUNT
                  OR WS-STAY-MINUTES
                     <= WS-BAND-MAX-MINUTES(BND-IDX).
           MOVE WS-BAND-AMOUNT(BND-IDX) TO WS-STAY-CHARGE.
       2300-EXIT.
           EXIT.

       2310-NEXT-BAND.
           SET BND-IDX UP BY 1.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE MEMBERSHIP CARD SCANNED AT THE EXIT BARRIER
      * IS LOOKED UP ON CUSTOMER-MASTER. AN UNKNOWN CARD
      * OR A LAPSED MEMBERSHIP PAYS THE TARIFF.
      *-------------------------------------------------
       2400-CHECK-MEMBER.
           MOVE 'N' TO WS-MEMBER-SW.
           IF BL-MEMBER-ID = SPACES OR NOT MASTER-OPEN THEN
              GO TO 2400-EXIT
           END-IF.
           MOVE BL-MEMBER-ID TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUM-MEMBERSHIP-EXPIRY >= CYC-RUN-DATE THEN
                    SET CURRENT-MEMBER TO TRUE
                 END-IF
           END-READ.
       2400-EXIT.
           EXIT.

       2900-READ-EVENT.
           READ BARRIER-LOG
              AT END SET END-OF-BARRIER-LOG TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * CARS STILL INSIDE AT CLOSE. THEY ARE NOT CHARGED
      * TODAY - THE EXIT TOMORROW PAYS THE TOP BAND.
      *-------------------------------------------------
       3000-REPORT-OVERSTAYS.
           MOVE SPACES TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE 'OVERSTAYS - STILL INSIDE AT CLOSE'
               TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           PERFORM 3100-CHECK-OVERSTAY THRU 3100-EXIT
               VARYING STY-IDX FROM 1 BY 1
               UNTIL STY-IDX > WS-STAY-COUNT.
       3000-EXIT.
           EXIT.

       3100-CHECK-OVERSTAY.
           IF STAY-OPEN(STY-IDX) THEN
              ADD 1 TO WS-OVERSTAY-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-STAY-TICKET-ID(STY-IDX) ' '
                  WS-STAY-PLATE(STY-IDX) ' '
                  WS-STAY-ENTRY-TIME(STY-IDX) ' ** OVERSTAY **'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD
              WRITE CAR-PARK-REPORT-RECORD
           END-IF.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE DAY'S TAKE: A NET CREDIT TO THE CAR PARK
      * REVENUE ACCOUNT AND A VAT CREDIT TO THE LIABILITY.
      *-------------------------------------------------
       4000-POST-TAKE.
           IF WS-TOTAL-TAKE = ZERO THEN
              GO TO 4000-EXIT
           END-IF.
           MOVE CYC-RUN-DATE  TO VSP-BUSINESS-DATE.
           MOVE 'CARPARK'     TO VSP-SOURCE.
           MOVE 'PARK'        TO VSP-REVENUE-TYPE.
           MOVE 'S'           TO VSP-DIRECTION.
           MOVE WS-TOTAL-TAKE TO VSP-GROSS-AMOUNT.
           CALL 'VATSPLIT' USING VSP-PARM-AREA.
           IF VSP-NO-RATE THEN
              SET PARK-RATE-MISSING TO TRUE
           END-IF.

           MOVE WS-CPK-ACCT-ID TO WS-REVENUE-ACCT-ID.
           IF VSP-OK AND VSP-REVENUE-ACCT-ID NOT = SPACES THEN
              MOVE VSP-REVENUE-ACCT-ID TO WS-REVENUE-ACCT-ID
           END-IF.

           OPEN EXTEND TRANSACTIONS.
           MOVE SPACES             TO TRANSACTION-RECORD.
           MOVE WS-REVENUE-ACCT-ID TO TRX-ACCT-ID.
           MOVE 'C'                TO TRX-TYPE.
           MOVE VSP-NET-AMOUNT     TO TRX-AMOUNT.
           WRITE TRANSACTION-RECORD.
           IF VSP-VAT-AMOUNT > ZERO THEN
              MOVE SPACES          TO TRANSACTION-RECORD
              MOVE VSP-VAT-ACCT-ID TO TRX-ACCT-ID
              MOVE 'C'             TO TRX-TYPE
              MOVE VSP-VAT-AMOUNT  TO TRX-AMOUNT
              WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * CARS IN THE CAR PARK AT THE END OF EACH HOUR - THE
      * RUNNING SUM OF ENTRIES LESS EXITS, AS OCCUPANCY
      * COUNTS VISITORS IN THE PARK. THE CARS THAT LEFT
      * TODAY WITHOUT AN ENTRY TODAY WERE IN OVERNIGHT, SO
      * THEY ARE THE OPENING COUNT.
      *-------------------------------------------------
       5000-WRITE-OCCUPANCY.
           MOVE WS-UNMATCHED-COUNT TO WS-CARS-IN.
           MOVE SPACES TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE 'HOUR  ENTRIES  EXITS  CARS IN'
               TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           OPEN OUTPUT CAR-PARK-OCCUPANCY.
           PERFORM 5100-WRITE-HOUR THRU 5100-EXIT
               VARYING WS-HOUR-SUB FROM 1 BY 1
               UNTIL WS-HOUR-SUB > 24.
           CLOSE CAR-PARK-OCCUPANCY.
       5000-EXIT.
           EXIT.

       5100-WRITE-HOUR.
           ADD WS-HOUR-ENTRIES(WS-HOUR-SUB) TO WS-CARS-IN.
           SUBTRACT WS-HOUR-EXITS(WS-HOUR-SUB) FROM WS-CARS-IN.

           COMPUTE CPO-HOUR = WS-HOUR-SUB - 1.
           MOVE WS-HOUR-ENTRIES(WS-HOUR-SUB) TO CPO-ENTRIES.
           MOVE WS-HOUR-EXITS(WS-HOUR-SUB)   TO CPO-EXITS.
           IF WS-CARS-IN > ZERO THEN
              MOVE WS-CARS-IN TO CPO-CARS-IN
           ELSE
              MOVE ZERO TO CPO-CARS-IN
           END-IF.
           WRITE CAR-PARK-OCCUPANCY-RECORD.

           IF WS-HOUR-ENTRIES(WS-HOUR-SUB) = ZERO
              AND WS-HOUR-EXITS(WS-HOUR-SUB) = ZERO
              AND WS-CARS-IN = ZERO THEN
              GO TO 5100-EXIT
           END-IF.
           MOVE CPO-HOUR    TO WS-HOUR-ED.
           MOVE CPO-ENTRIES TO WS-ENTRIES-ED.
           MOVE CPO-EXITS   TO WS-EXITS-ED.
           MOVE WS-CARS-IN  TO WS-CARS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-HOUR-ED 'H   ' WS-ENTRIES-ED '    '
               WS-EXITS-ED '   ' WS-CARS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
       5100-EXIT.
           EXIT.

       8000-FINALIZE.
           IF BARRIER-LOG-OPEN THEN
              CLOSE BARRIER-LOG
           END-IF.
           IF MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.

           MOVE SPACES TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE WS-PAID-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PAID EXITS          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE WS-MEMBER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MEMBER EXITS (FREE) ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXITS WITH NO ENTRY ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE WS-OVERSTAY-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OVERSTAYS           ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           MOVE WS-TOTAL-TAKE TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TAKE (GROSS)   ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF PARK-RATE-MISSING THEN
              MOVE 'NO VAT RATE' TO WS-REPORT-LINE(30:11)
           END-IF.
           MOVE WS-REPORT-LINE TO CAR-PARK-REPORT-RECORD.
           WRITE CAR-PARK-REPORT-RECORD.
           CLOSE CAR-PARK-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'CARPARK'        TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN PARK-RATE-MISSING
                 MOVE 'CAR PARK - NO VAT RATE FOR PARK'
                     TO CLR-MESSAGE
              WHEN WS-OVERSTAY-COUNT > ZERO
                 MOVE 'CAR PARK - OVERSTAYS AT CLOSE'
                     TO CLR-MESSAGE
              WHEN WS-UNMATCHED-COUNT > ZERO
                 MOVE 'CAR PARK - EXITS WITH NO ENTRY'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'CAR PARK REVENUE POSTED TO LEDGER'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
