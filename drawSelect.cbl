      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  DrawSelection.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. THE GAMING REGULATOR WILL
      *               NO LONGER ACCEPT WINNING NUMBERS KEYED
      *               FROM A SLIP OF PAPER. TWO WITNESSING
      *               OPERATORS SIGN ON THROUGH OPERSIGNON
      *               (THEY MUST BE DIFFERENT PEOPLE), AND
      *               THE PROGRAM PICKS THE WINNING NUMBERS
      *               FROM THE RANGE OF TICKET NUMBERS SOLD
      *               ON TICKSALE - LOWEST TO HIGHEST SOLD,
      *               NUMBERS FROM THE TICKETS FILE - USING
      *               A SEEDED GENERATOR IN PLAIN ARITHMETIC
      *               (MINIMAL-STANDARD MULTIPLICATIVE
      *               CONGRUENTIAL, MULTIPLIER 16807 MODULO
      *               2**31 - 1), SO THE SAME SEED ALWAYS
      *               GIVES THE SAME NUMBERS. THE SEED IS
      *               KEYED OR, LEFT ZERO, TAKEN FROM THE
      *               CLOCK. THE SELECTION CERTIFICATE - RUN
      *               DATE, TIME, SEED, WITNESSES, RANGE AND
      *               THE NUMBERS - GOES TO THE DRAW-HISTORY
      *               MASTER AND THE PRINTED CERTIFICATE,
      *               AND THE NUMBERS TO WINNUMS FOR
      *               DRAWWINNERS. HOW MANY NUMBERS COMES
      *               FROM THE OPTIONAL DRAWSPRM PARM
      *               (DEFAULT 5). ONE CERTIFICATE PER DRAW
      *               DATE - A SECOND RUN THE SAME DAY
      *               VERIFIES INSTEAD: THE SEED IS KEYED,
      *               THE NUMBERS ARE REGENERATED OVER THE
      *               CERTIFIED RANGE AND COMPARED, AND
      *               NOTHING IS WRITTEN BUT THE CERTIFICATE
      *               LISTING.
      * 15/10/26  AP  TICKSALE LAYOUT NOW TAKEN FROM THE SHARED
      *               TKSALFD COPYBOOK, WHICH CARRIES THE
      *               OUTLET CODE TICKETSALEINTAKE WRITES.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-SALES ASSIGN TO "TICKSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-SALES-STATUS.

           SELECT TICKET-NUMBERS ASSIGN TO "TICKETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-NUMBERS-STATUS.

           SELECT SELECTION-PARM ASSIGN TO "DRAWSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-PARM-STATUS.

           SELECT DRAW-HISTORY ASSIGN TO "DRAWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAW-HISTORY-STATUS.

           SELECT WINNING-NUMBERS ASSIGN TO "WINNUMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINNING-NUMBERS-STATUS.

           SELECT DRAW-CERTIFICATE ASSIGN TO "DRAWCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAW-CERT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  TICKET-SALES.
           COPY "tksalfd.cpy".

       FD  TICKET-NUMBERS.
       01  TICKET-NUMBER-RECORD.
           05 TKT-TICKET-ID           PIC X(06).
           05 TKT-NUMBER              PIC X(07).

       FD  SELECTION-PARM.
       01  SELECTION-PARM-RECORD.
           05 DSP-NUMBER-COUNT        PIC 9(03).

       FD  DRAW-HISTORY.
           COPY "drawhfd.cpy".

       FD  WINNING-NUMBERS.
       01  WINNING-NUMBER-RECORD.
           05 WN-NUMBER               PIC 9(07).

       FD  DRAW-CERTIFICATE.
       01  DRAW-CERTIFICATE-RECORD    PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-TICKET-SALES-STATUS     PIC X(02).
       01  WS-TICKET-NUMBERS-STATUS   PIC X(02).
       01  WS-SELECTION-PARM-STATUS   PIC X(02).
       01  WS-DRAW-HISTORY-STATUS     PIC X(02).
       01  WS-WINNING-NUMBERS-STATUS  PIC X(02).
       01  WS-DRAW-CERT-STATUS        PIC X(02).

       COPY "signparm.cpy".

       01  WS-WITNESS-1               PIC X(06).
       01  WS-WITNESS-2               PIC X(06).

       01  WS-SWITCHES.
           05 WS-SALES-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TICKET-SALES  VALUE 'Y'.
           05 WS-TICKETS-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-TICKET-NUMBERS VALUE 'Y'.
           05 WS-HISTORY-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY       VALUE 'Y'.
           05 WS-CERTIFIED-SW         PIC X(01) VALUE 'N'.
              88 ALREADY-CERTIFIED    VALUE 'Y'.
           05 WS-SALE-FOUND-SW        PIC X(01).
              88 SALE-FOUND           VALUE 'Y'.
           05 WS-DUPLICATE-SW         PIC X(01).
              88 DUPLICATE-NUMBER     VALUE 'Y'.
           05 WS-REPRODUCED-SW        PIC X(01) VALUE 'Y'.
              88 SELECTION-REPRODUCED VALUE 'Y'.

       01  WS-RUN-DATE                PIC 9(08).
       01  WS-SELECT-TIME             PIC 9(08).
       01  WS-NUMBER-COUNT            PIC 9(03) VALUE 5.

      *-------------------------------------------------
      * THE TICKETS SOLD, AND THE LOWEST AND HIGHEST
      * NUMBER AMONG THEM - THE RANGE THE DRAW IS MADE
      * FROM.
      *-------------------------------------------------
       01  WS-MAX-TICKET-SALES        PIC 9(04) COMP VALUE 2000.
       01  WS-TICKET-SALE-COUNT       PIC 9(04) COMP VALUE ZERO.
       01  WS-TICKET-SALE-TABLE.
           05 WS-SALE-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-TICKET-SALE-COUNT
                 INDEXED BY SAL-IDX.
              10 WS-SALE-TICKET-ID   PIC X(06).
       01  WS-SOLD-NUMBER-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-RANGE-LOW               PIC 9(07) VALUE ZERO.
       01  WS-RANGE-HIGH              PIC 9(07) VALUE ZERO.
       01  WS-RANGE-SIZE              PIC 9(08) COMP.
       01  WS-TICKET-NUMBER           PIC 9(07).

      *-------------------------------------------------
      * THE GENERATOR. EACH STEP IS SEED = SEED x 16807
      * MOD 2147483647; THE NUMBER DRAWN IS THE LOW END OF
      * THE RANGE PLUS SEED MOD THE RANGE SIZE. A NUMBER
      * ALREADY SELECTED IS SKIPPED AND THE NEXT STEP
      * TAKEN, SO THE SEQUENCE IS FIXED BY THE SEED.
      *-------------------------------------------------
       01  WS-SEED                    PIC 9(10) VALUE ZERO.
       01  WS-SEED-ENTRY              PIC 9(10).
       01  WS-SEED-STATE              PIC 9(10) COMP.
       01  WS-SEED-MODULUS            PIC 9(10) COMP
                                      VALUE 2147483647.
       01  WS-SEED-MULTIPLIER         PIC 9(05) COMP VALUE 16807.
       01  WS-SEED-PRODUCT            PIC 9(15) COMP.
       01  WS-SEED-QUOTIENT           PIC 9(15) COMP.
       01  WS-CLOCK-SEED              PIC 9(16).
       01  WS-OFFSET                  PIC 9(08) COMP.
       01  WS-CANDIDATE               PIC 9(07).
       01  WS-ATTEMPTS                PIC 9(07) COMP.
       01  WS-MAX-ATTEMPTS            PIC 9(07) COMP VALUE 100000.

       01  WS-MAX-SELECTED            PIC 9(03) COMP VALUE 500.
       01  WS-SELECTED-COUNT          PIC 9(03) COMP VALUE ZERO.
       01  WS-SELECTED-TABLE.
           05 WS-SELECTED-NUMBER OCCURS 500 TIMES
                 INDEXED BY SEL-IDX
                 PIC 9(07).

      *-------------------------------------------------
      * THE CERTIFICATE ALREADY ON FILE FOR THE DATE, IF
      * ANY - WHAT A VERIFICATION RUN MUST REPRODUCE.
      *-------------------------------------------------
       01  WS-CERT-SEED               PIC 9(10).
       01  WS-CERT-TIME               PIC 9(08).
       01  WS-CERT-WITNESS-1          PIC X(06).
       01  WS-CERT-WITNESS-2          PIC X(06).
       01  WS-CERT-COUNT              PIC 9(03) COMP VALUE ZERO.
       01  WS-CERT-TABLE.
           05 WS-CERT-NUMBER OCCURS 500 TIMES
                 PIC 9(07).

       01  WS-REPORT-LINE             PIC X(60).
       01  WS-COUNT-ED                PIC ZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-WITNESS-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF ALREADY-CERTIFIED THEN
              PERFORM 5000-VERIFY-SELECTION THRU 5000-EXIT
           ELSE
              PERFORM 2000-SELECT-NUMBERS THRU 2000-EXIT
              PERFORM 3000-RECORD-CERTIFICATE THRU 3000-EXIT
              PERFORM 4000-PRINT-CERTIFICATE THRU 4000-EXIT
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-------------------------------------------------
      * TWO WITNESSES, EACH SIGNED ON IN TURN. THE SAME
      * OPERATOR CANNOT WITNESS TWICE.
      *-------------------------------------------------
       0500-WITNESS-SIGNON.
           DISPLAY 'DRAW SELECTION - FIRST WITNESS SIGN-ON'.
           MOVE 'DRAWSELECT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-WITNESS-1.

           DISPLAY 'DRAW SELECTION - SECOND WITNESS SIGN-ON'.
           MOVE 'DRAWSELECT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-WITNESS-2.
           IF WS-WITNESS-2 = WS-WITNESS-1 THEN
              DISPLAY 'THE SECOND WITNESS MUST BE A DIFFERENT'
                  ' OPERATOR - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SELECT-TIME FROM TIME.

           OPEN INPUT SELECTION-PARM.
           IF WS-SELECTION-PARM-STATUS = '00' THEN
              READ SELECTION-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DSP-NUMBER-COUNT IS NUMERIC
                       AND DSP-NUMBER-COUNT > ZERO THEN
                       MOVE DSP-NUMBER-COUNT TO WS-NUMBER-COUNT
                    END-IF
              END-READ
              CLOSE SELECTION-PARM
           END-IF.
           IF WS-NUMBER-COUNT > WS-MAX-SELECTED THEN
              MOVE WS-MAX-SELECTED TO WS-NUMBER-COUNT
           END-IF.

           PERFORM 1100-LOAD-CERTIFICATE THRU 1100-EXIT.
           IF ALREADY-CERTIFIED THEN
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-LOAD-TICKET-SALES THRU 1200-EXIT.
           PERFORM 1300-FIND-SOLD-RANGE THRU 1300-EXIT.
           IF WS-SOLD-NUMBER-COUNT = ZERO THEN
              DISPLAY 'NO SOLD TICKET NUMBERS - NOTHING TO DRAW'
                  ' FROM'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           COMPUTE WS-RANGE-SIZE = WS-RANGE-HIGH - WS-RANGE-LOW + 1.
           IF WS-NUMBER-COUNT > WS-RANGE-SIZE THEN
              MOVE WS-RANGE-SIZE TO WS-NUMBER-COUNT
           END-IF.

           DISPLAY 'SEED (ZERO TO TAKE ONE FROM THE CLOCK) ?'.
           ACCEPT WS-SEED-ENTRY.
           IF WS-SEED-ENTRY IS NOT NUMERIC THEN
              MOVE ZERO TO WS-SEED-ENTRY
           END-IF.
           IF WS-SEED-ENTRY = ZERO THEN
              COMPUTE WS-CLOCK-SEED =
                  WS-RUN-DATE * 100000000 + WS-SELECT-TIME
              DIVIDE WS-CLOCK-SEED BY 2147483646
                  GIVING WS-SEED-QUOTIENT REMAINDER WS-SEED
              ADD 1 TO WS-SEED
           ELSE
              MOVE WS-SEED-ENTRY TO WS-SEED
           END-IF.
           IF WS-SEED >= WS-SEED-MODULUS THEN
              DISPLAY 'SEED MUST BE BELOW 2147483647 - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CERTIFICATE ALREADY ON THE HISTORY MASTER FOR
      * TODAY, WITH ITS SELECTED NUMBERS IN ORDER.
      *-------------------------------------------------
       1100-LOAD-CERTIFICATE.
           OPEN INPUT DRAW-HISTORY.
           IF WS-DRAW-HISTORY-STATUS = '00' THEN
              PERFORM 1110-CHECK-ONE-HISTORY THRU 1110-EXIT
                  UNTIL END-OF-HISTORY
              CLOSE DRAW-HISTORY
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-HISTORY.
           READ DRAW-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           IF END-OF-HISTORY
              OR DH-DRAW-DATE NOT = WS-RUN-DATE THEN
              GO TO 1110-EXIT
           END-IF.
           IF DH-CERTIFICATE-RECORD AND NOT ALREADY-CERTIFIED THEN
              SET ALREADY-CERTIFIED TO TRUE
              MOVE DH-SEED        TO WS-CERT-SEED
              MOVE DH-SELECT-TIME TO WS-CERT-TIME
              MOVE DH-WITNESS-1   TO WS-CERT-WITNESS-1
              MOVE DH-WITNESS-2   TO WS-CERT-WITNESS-2
              MOVE DH-RANGE-LOW   TO WS-RANGE-LOW
              MOVE DH-RANGE-HIGH  TO WS-RANGE-HIGH
              GO TO 1110-EXIT
           END-IF.
           IF DH-SELECTED-RECORD AND ALREADY-CERTIFIED
              AND DH-SEED = WS-CERT-SEED
              AND WS-CERT-COUNT < WS-MAX-SELECTED THEN
              ADD 1 TO WS-CERT-COUNT
              MOVE DH-NUMBER TO WS-CERT-NUMBER(WS-CERT-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.

       1200-LOAD-TICKET-SALES.
           OPEN INPUT TICKET-SALES.
           IF WS-TICKET-SALES-STATUS = '00' THEN
              PERFORM 1210-LOAD-ONE-SALE THRU 1210-EXIT
                  UNTIL END-OF-TICKET-SALES
                     OR WS-TICKET-SALE-COUNT >= WS-MAX-TICKET-SALES
              CLOSE TICKET-SALES
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-SALE.
           READ TICKET-SALES
              AT END SET END-OF-TICKET-SALES TO TRUE
           END-READ.
           IF NOT END-OF-TICKET-SALES THEN
              ADD 1 TO WS-TICKET-SALE-COUNT
              MOVE TK-TICKET-ID
                  TO WS-SALE-TICKET-ID(WS-TICKET-SALE-COUNT)
           END-IF.
       1210-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY A TICKET WITH A SALE RECORD COUNTS TOWARD THE
      * RANGE - PRINTED STOCK STILL ON THE SHELF IS NOT IN
      * THE DRAW. A NUMBER THAT IS NOT NUMERIC IS LEFT
      * FOR NOMBREPREMIER TO REJECT.
      *-------------------------------------------------
       1300-FIND-SOLD-RANGE.
           IF WS-TICKET-SALE-COUNT = ZERO THEN
              GO TO 1300-EXIT
           END-IF.
           OPEN INPUT TICKET-NUMBERS.
           IF WS-TICKET-NUMBERS-STATUS NOT = '00' THEN
              DISPLAY 'TICKETS CANNOT BE OPENED - STATUS '
                  WS-TICKET-NUMBERS-STATUS
              GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-CHECK-ONE-TICKET THRU 1310-EXIT
               UNTIL END-OF-TICKET-NUMBERS.
           CLOSE TICKET-NUMBERS.
       1300-EXIT.
           EXIT.

       1310-CHECK-ONE-TICKET.
           READ TICKET-NUMBERS
              AT END SET END-OF-TICKET-NUMBERS TO TRUE
           END-READ.
           IF END-OF-TICKET-NUMBERS
              OR TKT-NUMBER IS NOT NUMERIC THEN
              GO TO 1310-EXIT
           END-IF.
           MOVE 'N' TO WS-SALE-FOUND-SW.
           SET SAL-IDX TO 1.
           SEARCH WS-SALE-ENTRY
              AT END
                 CONTINUE
              WHEN WS-SALE-TICKET-ID(SAL-IDX) = TKT-TICKET-ID
                 SET SALE-FOUND TO TRUE
           END-SEARCH.
           IF NOT SALE-FOUND THEN
              GO TO 1310-EXIT
           END-IF.
           MOVE TKT-NUMBER TO WS-TICKET-NUMBER.
           ADD 1 TO WS-SOLD-NUMBER-COUNT.
           IF WS-SOLD-NUMBER-COUNT = 1
              OR WS-TICKET-NUMBER < WS-RANGE-LOW THEN
              MOVE WS-TICKET-NUMBER TO WS-RANGE-LOW
           END-IF.
           IF WS-SOLD-NUMBER-COUNT = 1
              OR WS-TICKET-NUMBER > WS-RANGE-HIGH THEN
              MOVE WS-TICKET-NUMBER TO WS-RANGE-HIGH
           END-IF.
       1310-EXIT.
           EXIT.

      *-------------------------------------------------
      * DRAW WS-NUMBER-COUNT DISTINCT NUMBERS FROM THE
      * RANGE, IN THE ORDER THE GENERATOR GIVES THEM.
      *-------------------------------------------------
       2000-SELECT-NUMBERS.
           MOVE ZERO TO WS-SELECTED-COUNT WS-ATTEMPTS.
           MOVE WS-SEED TO WS-SEED-STATE.
           PERFORM 2100-DRAW-ONE-NUMBER THRU 2100-EXIT
               UNTIL WS-SELECTED-COUNT >= WS-NUMBER-COUNT
                  OR WS-ATTEMPTS >= WS-MAX-ATTEMPTS.
           IF WS-SELECTED-COUNT < WS-NUMBER-COUNT THEN
              DISPLAY 'GENERATOR DID NOT YIELD ENOUGH DISTINCT'
                  ' NUMBERS - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

       2100-DRAW-ONE-NUMBER.
           ADD 1 TO WS-ATTEMPTS.
           COMPUTE WS-SEED-PRODUCT =
               WS-SEED-STATE * WS-SEED-MULTIPLIER.
           DIVIDE WS-SEED-PRODUCT BY WS-SEED-MODULUS
               GIVING WS-SEED-QUOTIENT REMAINDER WS-SEED-STATE.
           DIVIDE WS-SEED-STATE BY WS-RANGE-SIZE
               GIVING WS-SEED-QUOTIENT REMAINDER WS-OFFSET.
           COMPUTE WS-CANDIDATE = WS-RANGE-LOW + WS-OFFSET.

           MOVE 'N' TO WS-DUPLICATE-SW.
           PERFORM 2110-COMPARE-SELECTED THRU 2110-EXIT
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > WS-SELECTED-COUNT
                  OR DUPLICATE-NUMBER.
           IF NOT DUPLICATE-NUMBER THEN
              ADD 1 TO WS-SELECTED-COUNT
              MOVE WS-CANDIDATE
                  TO WS-SELECTED-NUMBER(WS-SELECTED-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2110-COMPARE-SELECTED.
           IF WS-SELECTED-NUMBER(SEL-IDX) = WS-CANDIDATE THEN
              SET DUPLICATE-NUMBER TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CERTIFICATE GOES TO THE HISTORY MASTER FIRST,
      * THEN THE NUMBERS TO WINNUMS - DRAWWINNERS TAKES
      * NOTHING THE CERTIFICATE DOES NOT COVER.
      *-------------------------------------------------
       3000-RECORD-CERTIFICATE.
           OPEN EXTEND DRAW-HISTORY.
           IF WS-DRAW-HISTORY-STATUS = '35' THEN
              OPEN OUTPUT DRAW-HISTORY
           END-IF.
           MOVE SPACES TO DRAW-HISTORY-RECORD.
           MOVE WS-RUN-DATE       TO DH-DRAW-DATE.
           MOVE 'C'               TO DH-RECORD-TYPE.
           MOVE WS-SELECTED-COUNT TO DH-NUMBER.
           MOVE ZERO TO DH-TIER DH-AMOUNT DH-WITHHELD DH-NET-AMOUNT.
           MOVE WS-SEED           TO DH-SEED.
           MOVE WS-SELECT-TIME    TO DH-SELECT-TIME.
           MOVE WS-WITNESS-1      TO DH-WITNESS-1.
           MOVE WS-WITNESS-2      TO DH-WITNESS-2.
           MOVE WS-RANGE-LOW      TO DH-RANGE-LOW.
           MOVE WS-RANGE-HIGH     TO DH-RANGE-HIGH.
           WRITE DRAW-HISTORY-RECORD.
           PERFORM 3100-RECORD-ONE-NUMBER THRU 3100-EXIT
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > WS-SELECTED-COUNT.
           CLOSE DRAW-HISTORY.

           OPEN OUTPUT WINNING-NUMBERS.
           PERFORM 3200-WRITE-WINNING-NUMBER THRU 3200-EXIT
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > WS-SELECTED-COUNT.
           CLOSE WINNING-NUMBERS.
       3000-EXIT.
           EXIT.

       3100-RECORD-ONE-NUMBER.
           MOVE SPACES TO DRAW-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO DH-DRAW-DATE.
           MOVE 'S'         TO DH-RECORD-TYPE.
           MOVE WS-SELECTED-NUMBER(SEL-IDX) TO DH-NUMBER.
           MOVE ZERO TO DH-TIER DH-AMOUNT DH-WITHHELD DH-NET-AMOUNT.
           MOVE WS-SEED     TO DH-SEED.
           WRITE DRAW-HISTORY-RECORD.
       3100-EXIT.
           EXIT.

       3200-WRITE-WINNING-NUMBER.
           MOVE WS-SELECTED-NUMBER(SEL-IDX) TO WN-NUMBER.
           WRITE WINNING-NUMBER-RECORD.
       3200-EXIT.
           EXIT.

       4000-PRINT-CERTIFICATE.
           OPEN OUTPUT DRAW-CERTIFICATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DRAW SELECTION CERTIFICATE  DATE ' WS-RUN-DATE
               ' TIME ' WS-SELECT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
           CLOSE DRAW-CERTIFICATE.
           DISPLAY 'SELECTION CERTIFIED - SEED ' WS-SEED.
       4000-EXIT.
           EXIT.

       4100-PRINT-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SEED ' WS-SEED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WITNESSES ' WS-WITNESS-1 ' AND ' WS-WITNESS-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RANGE SOLD ' WS-RANGE-LOW ' TO ' WS-RANGE-HIGH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           PERFORM 4200-PRINT-ONE-NUMBER THRU 4200-EXIT
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > WS-SELECTED-COUNT.
           MOVE WS-SELECTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NUMBERS SELECTED ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-NUMBER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  NUMBER ' WS-SELECTED-NUMBER(SEL-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

       4900-WRITE-LINE.
           MOVE WS-REPORT-LINE TO DRAW-CERTIFICATE-RECORD.
           WRITE DRAW-CERTIFICATE-RECORD.
       4900-EXIT.
           EXIT.

      *-------------------------------------------------
      * TODAY IS ALREADY CERTIFIED. THE KEYED SEED IS RUN
      * OVER THE CERTIFIED RANGE FOR THE CERTIFIED COUNT
      * AND MUST GIVE THE SAME NUMBERS IN THE SAME ORDER.
      * THE HISTORY MASTER AND WINNUMS ARE NOT TOUCHED.
      *-------------------------------------------------
       5000-VERIFY-SELECTION.
           DISPLAY 'DRAW ALREADY CERTIFIED TODAY - VERIFYING'.
           DISPLAY 'SEED TO VERIFY ?'.
           ACCEPT WS-SEED-ENTRY.
           IF WS-SEED-ENTRY IS NOT NUMERIC
              OR WS-SEED-ENTRY = ZERO
              OR WS-SEED-ENTRY >= WS-SEED-MODULUS THEN
              DISPLAY 'A VERIFICATION NEEDS THE SEED - REFUSED'
              MOVE 8 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           MOVE WS-SEED-ENTRY TO WS-SEED.
           MOVE WS-CERT-COUNT TO WS-NUMBER-COUNT.
           COMPUTE WS-RANGE-SIZE = WS-RANGE-HIGH - WS-RANGE-LOW + 1.
           PERFORM 2000-SELECT-NUMBERS THRU 2000-EXIT.

           MOVE 'Y' TO WS-REPRODUCED-SW.
           IF WS-SEED NOT = WS-CERT-SEED THEN
              MOVE 'N' TO WS-REPRODUCED-SW
           END-IF.
           PERFORM 5100-COMPARE-ONE THRU 5100-EXIT
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > WS-SELECTED-COUNT.

           OPEN OUTPUT DRAW-CERTIFICATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DRAW SELECTION VERIFICATION  DATE ' WS-RUN-DATE
               ' TIME ' WS-SELECT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CERTIFIED AT ' WS-CERT-TIME(1:6)
               ' WITNESSES ' WS-CERT-WITNESS-1 ' AND '
               WS-CERT-WITNESS-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           PERFORM 4100-PRINT-DETAIL THRU 4100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF SELECTION-REPRODUCED THEN
              MOVE 'SEED REPRODUCES THE CERTIFIED NUMBERS'
                  TO WS-REPORT-LINE
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE 'SEED DOES NOT REPRODUCE THE CERTIFIED NUMBERS'
                  TO WS-REPORT-LINE
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
           CLOSE DRAW-CERTIFICATE.
           DISPLAY WS-REPORT-LINE.
       5000-EXIT.
           EXIT.

       5100-COMPARE-ONE.
           IF WS-SELECTED-NUMBER(SEL-IDX)
                 NOT = WS-CERT-NUMBER(SEL-IDX) THEN
              MOVE 'N' TO WS-REPRODUCED-SW
           END-IF.
       5100-EXIT.
           EXIT.
