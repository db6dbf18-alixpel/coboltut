      *               KEEPS WITHHELD AND NET PER WINNER).
      *               UNCLAIMED ENTRIES CARRY THE NET - THAT
      *               IS WHAT THE WINNER IS OWED.
      * 15/10/26  AP  A WINNER WHO CHECKS OUT AGAINST THE
      *               MASTER IS SCREENED BY NAME (NAMESCREEN)
      *               AGAINST THE SANCTIONS WATCHLIST BEFORE
      *               THE PAY LINE. A POSSIBLE MATCH, OR A
      *               MISSING WATCHLIST, GOES ON THE HOLD LIST
      *               INSTEAD; SANCTIONSREVIEW DECIDES IT.
      *               NAMESCREEN READS WATCHLST AND SCRNHOLD
      *               AND APPENDS TO SCRNHOLD AND ACTAUDIT.
      * 15/10/26  AP  WINNING NUMBERS NOW COME FROM
      *               DRAWSELECTION'S WITNESSED SELECTION.
      *               THE DRAW IS REFUSED (RC 8) UNLESS THE
      *               HISTORY MASTER HOLDS A SELECTION
      *               CERTIFICATE FOR THE DRAW DATE, AND A
      *               WINNUMS NUMBER THAT IS NOT ONE OF THAT
      *               CERTIFICATE'S SELECTED NUMBERS IS
      *               REJECTED TO THE DRAW-EXCEPTIONS REPORT
      *               AND NOT DRAWN. THE DRAW AUDIT SHOWS THE
      *               CERTIFICATE'S SEED AND WITNESSES.
      * 15/10/26  AP  A WINNER WHOSE SELF-EXCLUSION WAS IN
      *               FORCE ON THE DRAW DATE GOES TO THE
      *               HOLD LIST INSTEAD OF THE PAYOUT LIST.
      * 15/10/26  AP  TICKSALE LAYOUT NOW TAKEN FROM THE SHARED
      *               TKSALFD COPYBOOK, WHICH CARRIES THE
      *               OUTLET CODE TICKETSALEINTAKE WRITES.
      **************************

      **************************
       01  DRAW-AUDIT-RECORD          PIC X(60).

       FD  TICKET-SALES.
           COPY "tksalfd.cpy".

           COPY "custmfd.cpy".

              88 SALE-FOUND            VALUE 'Y'.
           05 WS-MASTER-OPEN-SW        PIC X(01) VALUE 'N'.
              88 MASTER-OPEN           VALUE 'Y'.
           05 WS-CERTIFIED-SW          PIC X(01) VALUE 'N'.
              88 SELECTION-CERTIFIED   VALUE 'Y'.
           05 WS-CERT-EOF-SW           PIC X(01) VALUE 'N'.
              88 END-OF-CERTIFICATES   VALUE 'Y'.
           05 WS-NUMBER-CERTIFIED-SW   PIC X(01).
              88 NUMBER-CERTIFIED      VALUE 'Y'.

       01  WS-MAX-WINNING-NUMBERS      PIC 9(05) COMP VALUE 500.
       01  WS-WINNING-COUNT            PIC 9(05) COMP VALUE ZERO.

       01  WS-WINNER-COUNT              PIC 9(05) COMP VALUE ZERO.

      *-------------------------------------------------
      * THE DRAW DATE'S SELECTION CERTIFICATE FROM THE
      * HISTORY MASTER AND THE NUMBERS IT SELECTED - THE
      * ONLY NUMBERS THIS DRAW WILL TAKE FROM WINNUMS.
      *-------------------------------------------------
       01  WS-CERT-SEED                 PIC 9(10).
       01  WS-CERT-WITNESS-1            PIC X(06).
       01  WS-CERT-WITNESS-2            PIC X(06).
       01  WS-CERT-COUNT                PIC 9(05) COMP VALUE ZERO.
       01  WS-CERT-TABLE.
           05 WS-CERT-NUMBER OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-CERT-COUNT
                 INDEXED BY CRT-IDX
                 PIC 9(07).
       01  WS-UNCERTIFIED-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-RUN-DATE                  PIC 9(08).
       01  WS-DRAW-ACCT-ID              PIC X(06) VALUE 'ACC960'.
       01  WS-CLAIM-WINDOW-DAYS         PIC 9(03) VALUE 90.
       01  WS-HOLD-COUNT                PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(60).

       COPY "scrnparm.cpy".
       01  WS-AMOUNT-ED                 PIC ZZZZZZ9.99.
       01  WS-TOTAL-ED                  PIC ZZZZZZZZ9.99.
       01  WS-COUNT-ED                  PIC ZZZZ9.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-WINNER-COUNT > ZERO
              OR WS-UNCERTIFIED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1550-LOAD-CERTIFICATE THRU 1550-EXIT.
           IF NOT SELECTION-CERTIFIED THEN
              DISPLAY 'NO CERTIFIED DRAW SELECTION FOR '
                  WS-RUN-DATE ' - DRAW REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1000.00 TO WS-PRIZE-AMOUNT(1).
           MOVE  100.00 TO WS-PRIZE-AMOUNT(2).
           MOVE   10.00 TO WS-PRIZE-AMOUNT(3).
           END-IF.
           OPEN OUTPUT DRAW-VERIFIED.
           OPEN OUTPUT DRAW-HOLD.
           OPEN OUTPUT DRAW-EXCEPTIONS.

           OPEN INPUT  WINNING-NUMBERS.
           PERFORM 1100-LOAD-WINNING-NUMBER THRU 1100-EXIT
           OPEN OUTPUT WINNERS.
           OPEN OUTPUT DRAW-PAYOUTS.
           OPEN OUTPUT UNCLAIMED-OUT.

           OPEN EXTEND DRAW-HISTORY.
           IF WS-DRAW-HISTORY-STATUS = '35' THEN
       1510-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE SELECTION CERTIFICATE FOR THE DRAW DATE AND
      * ITS SELECTED NUMBERS - 'S' LINES OF THE SAME DATE
      * CARRYING THE CERTIFICATE'S SEED.
      *-------------------------------------------------
       1550-LOAD-CERTIFICATE.
           OPEN INPUT DRAW-HISTORY.
           IF WS-DRAW-HISTORY-STATUS = '00' THEN
              PERFORM 1560-CHECK-ONE-CERTIFICATE THRU 1560-EXIT
                  UNTIL END-OF-CERTIFICATES
              CLOSE DRAW-HISTORY
           END-IF.
       1550-EXIT.
           EXIT.

       1560-CHECK-ONE-CERTIFICATE.
           READ DRAW-HISTORY
              AT END SET END-OF-CERTIFICATES TO TRUE
           END-READ.
           IF END-OF-CERTIFICATES
              OR DH-DRAW-DATE NOT = WS-RUN-DATE THEN
              GO TO 1560-EXIT
           END-IF.
           IF DH-CERTIFICATE-RECORD AND NOT SELECTION-CERTIFIED
           THEN
              SET SELECTION-CERTIFIED TO TRUE
              MOVE DH-SEED      TO WS-CERT-SEED
              MOVE DH-WITNESS-1 TO WS-CERT-WITNESS-1
              MOVE DH-WITNESS-2 TO WS-CERT-WITNESS-2
              GO TO 1560-EXIT
           END-IF.
           IF DH-SELECTED-RECORD AND SELECTION-CERTIFIED
              AND DH-SEED = WS-CERT-SEED
              AND WS-CERT-COUNT < WS-MAX-WINNING-NUMBERS THEN
              ADD 1 TO WS-CERT-COUNT
              MOVE DH-NUMBER TO WS-CERT-NUMBER(WS-CERT-COUNT)
           END-IF.
       1560-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE DAY'S TICKET SALES WITH THE PURCHASING
      * VISITOR - NO SALE RECORD MEANS THE PAPER SLIP

       1100-LOAD-WINNING-NUMBER.
           PERFORM 2950-READ-WINNING-NUMBER THRU 2950-EXIT.
           IF END-OF-WINNING-NUMBERS THEN
              GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WS-NUMBER-CERTIFIED-SW.
           SET CRT-IDX TO 1.
           SEARCH WS-CERT-NUMBER
              AT END
                 CONTINUE
              WHEN WS-CERT-NUMBER(CRT-IDX) = WN-NUMBER
                 SET NUMBER-CERTIFIED TO TRUE
           END-SEARCH.
           IF NOT NUMBER-CERTIFIED THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'REJECTED NUMBER ' WN-NUMBER
                  ' - NOT FROM THE CERTIFIED SELECTION'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DRAW-EXCEPTION-RECORD
              WRITE DRAW-EXCEPTION-RECORD
              ADD 1 TO WS-UNCERTIFIED-COUNT
              GO TO 1100-EXIT
           END-IF.
           IF NOT END-OF-WINNING-NUMBERS THEN
              PERFORM 1120-INSERT-FULL-NUMBER THRU 1120-EXIT
              DIVIDE WN-NUMBER BY 10000 GIVING WS-DIGIT-WORK
                 WRITE DRAW-HOLD-RECORD
                 ADD 1 TO WS-HOLD-COUNT
              NOT INVALID KEY
                 PERFORM 2720-SCREEN-WINNER THRU 2720-EXIT
           END-READ.
       2700-EXIT.
           EXIT.

      *-------------------------------------------------
      * NO PRIZE IS PAID TO A NAME ON THE SANCTIONS
      * WATCHLIST, OR WHEN THERE IS NO WATCHLIST TO
      * SCREEN AGAINST - THE WINNER GOES ON THE HOLD
      * LIST UNTIL THE SCREENING HOLD IS DECIDED. A
      * WINNER WHO WAS SELF-EXCLUDED ON THE DRAW DATE IS
      * HELD THE SAME WAY - THE TICKET SHOULD NEVER HAVE
      * BEEN SOLD.
      *-------------------------------------------------
       2720-SCREEN-WINNER.
           IF CUM-SELF-EXCLUDED
              AND CUM-SELF-EXCL-START NOT > WS-RUN-DATE
              AND CUM-SELF-EXCL-END NOT < WS-RUN-DATE THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'HOLD ' PT-TICKET-ID ' '
                  CUM-VISITOR-ID ' - SELF-EXCLUDED BUYER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DRAW-HOLD-RECORD
              WRITE DRAW-HOLD-RECORD
              ADD 1 TO WS-HOLD-COUNT
              GO TO 2720-EXIT
           END-IF.
           SET SCR-SCREEN-NAME TO TRUE.
           MOVE 'DRAWWINNERS'   TO SCR-PROGRAM.
           MOVE 'W'             TO SCR-SOURCE.
           MOVE CUM-VISITOR-ID  TO SCR-PARTY-ID.
           MOVE CUM-VISITOR-NOM TO SCR-PARTY-NAME.
           CALL 'NAMESCREEN' USING SCR-PARM-AREA.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
              WHEN SCR-NO-LIST
                 STRING 'HOLD ' PT-TICKET-ID ' '
                     CUM-VISITOR-ID ' - NO WATCHLIST TO SCREEN'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN SCR-BLOCKED
                 STRING 'HOLD ' PT-TICKET-ID ' '
                     CUM-VISITOR-ID ' - SANCTIONS SCREENING'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              WHEN OTHER
                 STRING 'PAY ' PT-TICKET-ID ' '
                     CUM-VISITOR-ID ' ' CUM-VISITOR-NOM
                     ' TIER ' WS-MATCH-TIER
                 MOVE WS-REPORT-LINE TO DRAW-VERIFIED-RECORD
                 WRITE DRAW-VERIFIED-RECORD
                 ADD 1 TO WS-VERIFIED-COUNT
                 GO TO 2720-EXIT
           END-EVALUATE.
           MOVE WS-REPORT-LINE TO DRAW-HOLD-RECORD.
           WRITE DRAW-HOLD-RECORD.
           ADD 1 TO WS-HOLD-COUNT.
       2720-EXIT.
           EXIT.

       2710-FIND-SALE.
           MOVE WS-REPORT-LINE TO DRAW-AUDIT-RECORD.
           WRITE DRAW-AUDIT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SELECTION CERTIFIED  SEED ' WS-CERT-SEED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DRAW-AUDIT-RECORD.
           WRITE DRAW-AUDIT-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WITNESSED BY ' WS-CERT-WITNESS-1 ' AND '
               WS-CERT-WITNESS-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DRAW-AUDIT-RECORD.
           WRITE DRAW-AUDIT-RECORD.

           MOVE WS-UNCERTIFIED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNCERTIFIED NUMBERS REJECTED ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DRAW-AUDIT-RECORD.
           WRITE DRAW-AUDIT-RECORD.

           MOVE WS-WINNING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WINNING NUMBERS DRAWN ' WS-COUNT-ED
