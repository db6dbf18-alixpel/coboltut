      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  TicketSaleIntake.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. RESPONSIBLE-PLAY INTAKE
      *               FOR DRAW TICKET PURCHASES - THE
      *               OUTLETS' PURCHASE REQUESTS (TKREQ) NO
      *               LONGER GO STRAIGHT ONTO TICKSALE. EACH
      *               IS SCREENED AGAINST THE BUYER'S SELF-
      *               EXCLUSION ON CUSTOMER-MASTER AND
      *               AGAINST A PER-VISITOR CAP PER DRAW
      *               (TICKETS ALREADY ON TICKSALE) AND PER
      *               CALENDAR MONTH (THE TICKET SALE
      *               HISTORY). CAPS COME FROM THE OPTIONAL
      *               RPLIMITS CARD, DEFAULT 10 AND 50.
      *               ACCEPTED PURCHASES ARE APPENDED TO
      *               TICKSALE AND THE HISTORY; REFUSALS GO
      *               TO THE PERMANENT REFUSED-PURCHASE LOG
      *               AND THE INTAKE REPORT. WITH NO
      *               CUSTOMER MASTER TO SCREEN AGAINST
      *               NOTHING IS ACCEPTED. RETURN CODE 4
      *               WHEN ANYTHING WAS REFUSED.
      * 15/10/26  AP  THE SELLING OUTLET IS NOW CHECKED AGAINST
      *               THE OUTLET MASTER (OUTLETS). A SALE FROM AN
      *               OUTLET NOT ON THE MASTER, OR MARKED
      *               INACTIVE, IS REFUSED (REASON O) SO NO
      *               AGENT IS EVER SETTLED FOR A SALE IT
      *               COULD NOT MAKE. WITH NO OUTLET MASTER
      *               NOTHING IS ACCEPTED.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-REQUESTS ASSIGN TO "TKREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-REQUEST-STATUS.

           SELECT TICKET-SALES ASSIGN TO "TICKSALE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-SALES-STATUS.

           SELECT TICKET-HISTORY ASSIGN TO "TKSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-HISTORY-STATUS.

           SELECT REFUSED-PURCHASES ASSIGN TO "TKREFUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSED-STATUS.

           SELECT PLAY-LIMITS-PARM ASSIGN TO "RPLIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-PARM-STATUS.

           SELECT OUTLET-MASTER ASSIGN TO "OUTLETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLET-MASTER-STATUS.

           SELECT INTAKE-REPORT ASSIGN TO "TKINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-REPORT-STATUS.

           COPY "custmsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  TICKET-REQUESTS.
       01  TICKET-REQUEST-RECORD.
           05 TRQ-TICKET-ID           PIC X(06).
           05 TRQ-VISITOR-ID          PIC X(10).
           05 TRQ-OUTLET-CODE         PIC X(04).

       FD  TICKET-SALES.
           COPY "tksalfd.cpy".

       FD  TICKET-HISTORY.
           COPY "tkhfd.cpy".

       FD  REFUSED-PURCHASES.
           COPY "tkrfd.cpy".

       FD  PLAY-LIMITS-PARM.
       01  PLAY-LIMITS-PARM-RECORD.
           05 RPL-DRAW-CAP            PIC 9(03).
           05 RPL-MONTH-CAP           PIC 9(04).

       FD  OUTLET-MASTER.
           COPY "outlfd.cpy".

       FD  INTAKE-REPORT.
       01  INTAKE-REPORT-RECORD       PIC X(70).

           COPY "custmfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TICKET-REQUEST-STATUS   PIC X(02).
       01  WS-TICKET-SALES-STATUS     PIC X(02).
       01  WS-TICKET-HISTORY-STATUS   PIC X(02).
       01  WS-REFUSED-STATUS          PIC X(02).
       01  WS-LIMITS-PARM-STATUS      PIC X(02).
       01  WS-INTAKE-REPORT-STATUS    PIC X(02).
       01  WS-OUTLET-MASTER-STATUS    PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-REQUEST-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-REQUESTS      VALUE 'Y'.
           05 WS-SALES-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-TICKET-SALES  VALUE 'Y'.
           05 WS-HISTORY-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY       VALUE 'Y'.
           05 WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
              88 MASTER-OPEN          VALUE 'Y'.
           05 WS-REQUESTS-OPEN-SW     PIC X(01) VALUE 'N'.
              88 REQUESTS-OPEN        VALUE 'Y'.
           05 WS-VISITOR-FOUND-SW     PIC X(01).
              88 VISITOR-FOUND        VALUE 'Y'.
           05 WS-OUTLET-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-OUTLETS       VALUE 'Y'.
           05 WS-OUTLET-FOUND-SW      PIC X(01).
              88 OUTLET-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE                PIC 9(08).
       01  WS-RUN-MONTH               PIC 9(06).
       01  WS-SALE-MONTH              PIC 9(06).
       01  WS-DRAW-CAP                PIC 9(03) VALUE 10.
       01  WS-MONTH-CAP               PIC 9(04) VALUE 50.
       01  WS-SEARCH-VISITOR-ID       PIC X(10).
       01  WS-REFUSE-REASON           PIC X(01).
       01  WS-REFUSE-TEXT             PIC X(30).

       01  WS-MAX-VISITORS            PIC 9(04) COMP VALUE 2000.
       01  WS-VISITOR-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-VISITOR-TABLE.
           05 WS-VISITOR-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-VISITOR-COUNT
                 INDEXED BY VIS-IDX.
              10 WS-VIS-ID            PIC X(10).
              10 WS-VIS-DRAW-COUNT    PIC 9(05) COMP.
              10 WS-VIS-MONTH-COUNT   PIC 9(05) COMP.

      *-------------------------------------------------
      * THE OUTLET MASTER - CODE AND WHETHER IT MAY STILL
      * SELL.
      *-------------------------------------------------
       01  WS-MAX-OUTLETS             PIC 9(03) COMP VALUE 100.
       01  WS-OUTLET-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-OUTLET-TABLE.
           05 WS-OUTLET-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-OUTLET-COUNT
                 INDEXED BY OUT-IDX.
              10 WS-OUT-CODE         PIC X(04).
              10 WS-OUT-STATUS       PIC X(01).
                 88 WS-OUT-ACTIVE    VALUES 'A' SPACE.

       01  WS-REQUEST-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-ACCEPTED-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCLUDED-REFUSALS       PIC 9(05) COMP VALUE ZERO.
       01  WS-DRAW-CAP-REFUSALS       PIC 9(05) COMP VALUE ZERO.
       01  WS-MONTH-CAP-REFUSALS      PIC 9(05) COMP VALUE ZERO.
       01  WS-UNSCREENED-REFUSALS     PIC 9(05) COMP VALUE ZERO.
       01  WS-OUTLET-REFUSALS         PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE             PIC X(70).
       01  WS-COUNT-ED                PIC ZZZZ9.
       01  WS-CAP-ED                  PIC ZZZ9.
       01  WS-CAP-ED2                 PIC ZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCREEN-REQUEST THRU 2000-EXIT
               UNTIL END-OF-REQUESTS.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-REFUSED-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-------------------------------------------------
      * THE CAPS COME FROM RPLIMITS WHEN IT IS PRESENT.
      * EACH VISITOR'S TICKETS ALREADY ON THIS DRAW'S
      * TICKSALE AND ON THE HISTORY FOR THIS MONTH ARE
      * COUNTED BEFORE ANY REQUEST IS LOOKED AT.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-MONTH.

           OPEN INPUT PLAY-LIMITS-PARM.
           IF WS-LIMITS-PARM-STATUS = '00' THEN
              READ PLAY-LIMITS-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RPL-DRAW-CAP  TO WS-DRAW-CAP
                    MOVE RPL-MONTH-CAP TO WS-MONTH-CAP
              END-READ
              CLOSE PLAY-LIMITS-PARM
           END-IF.

           OPEN INPUT TICKET-SALES.
           IF WS-TICKET-SALES-STATUS = '00' THEN
              PERFORM 1100-COUNT-DRAW-SALE THRU 1100-EXIT
                  UNTIL END-OF-TICKET-SALES
              CLOSE TICKET-SALES
           END-IF.

           OPEN INPUT TICKET-HISTORY.
           IF WS-TICKET-HISTORY-STATUS = '00' THEN
              PERFORM 1200-COUNT-MONTH-SALE THRU 1200-EXIT
                  UNTIL END-OF-HISTORY
              CLOSE TICKET-HISTORY
           END-IF.

           OPEN INPUT OUTLET-MASTER.
           IF WS-OUTLET-MASTER-STATUS = '00' THEN
              PERFORM 1300-LOAD-OUTLET THRU 1300-EXIT
                  UNTIL END-OF-OUTLETS
                     OR WS-OUTLET-COUNT >= WS-MAX-OUTLETS
              CLOSE OUTLET-MASTER
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET MASTER-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT INTAKE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-DRAW-CAP TO WS-CAP-ED.
           MOVE WS-MONTH-CAP TO WS-CAP-ED2.
           STRING 'TICKET SALE INTAKE ' WS-RUN-DATE
               '  DRAW CAP ' WS-CAP-ED
               '  MONTH CAP ' WS-CAP-ED2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           IF NOT MASTER-OPEN THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO CUSTOMER MASTER TO SCREEN AGAINST - '
                  'NOTHING ACCEPTED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
              WRITE INTAKE-REPORT-RECORD
           END-IF.
           IF WS-OUTLET-COUNT = ZERO THEN
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'NO OUTLET MASTER TO CHECK AGAINST - '
                  'NOTHING ACCEPTED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD
              WRITE INTAKE-REPORT-RECORD
           END-IF.

           OPEN EXTEND TICKET-SALES.
           IF WS-TICKET-SALES-STATUS = '35' THEN
              OPEN OUTPUT TICKET-SALES
           END-IF.
           OPEN EXTEND TICKET-HISTORY.
           IF WS-TICKET-HISTORY-STATUS = '35' THEN
              OPEN OUTPUT TICKET-HISTORY
           END-IF.
           OPEN EXTEND REFUSED-PURCHASES.
           IF WS-REFUSED-STATUS = '35' THEN
              OPEN OUTPUT REFUSED-PURCHASES
           END-IF.

           OPEN INPUT TICKET-REQUESTS.
           IF WS-TICKET-REQUEST-STATUS NOT = '00' THEN
              SET END-OF-REQUESTS TO TRUE
           ELSE
              SET REQUESTS-OPEN TO TRUE
              PERFORM 2900-READ-REQUEST THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-COUNT-DRAW-SALE.
           READ TICKET-SALES
              AT END SET END-OF-TICKET-SALES TO TRUE
           END-READ.
           IF NOT END-OF-TICKET-SALES THEN
              MOVE TK-VISITOR-ID TO WS-SEARCH-VISITOR-ID
              PERFORM 3000-FIND-VISITOR THRU 3000-EXIT
              IF VISITOR-FOUND THEN
                 ADD 1 TO WS-VIS-DRAW-COUNT(VIS-IDX)
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

       1200-COUNT-MONTH-SALE.
           READ TICKET-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           IF NOT END-OF-HISTORY THEN
              DIVIDE TKH-SALE-DATE BY 100 GIVING WS-SALE-MONTH
              IF WS-SALE-MONTH = WS-RUN-MONTH THEN
                 MOVE TKH-VISITOR-ID TO WS-SEARCH-VISITOR-ID
                 PERFORM 3000-FIND-VISITOR THRU 3000-EXIT
                 IF VISITOR-FOUND THEN
                    ADD 1 TO WS-VIS-MONTH-COUNT(VIS-IDX)
                 END-IF
              END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-OUTLET.
           READ OUTLET-MASTER
              AT END SET END-OF-OUTLETS TO TRUE
           END-READ.
           IF NOT END-OF-OUTLETS THEN
              ADD 1 TO WS-OUTLET-COUNT
              MOVE OL-OUTLET-CODE   TO WS-OUT-CODE(WS-OUTLET-COUNT)
              MOVE OL-OUTLET-STATUS TO WS-OUT-STATUS(WS-OUTLET-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * A PURCHASE IS REFUSED WHEN THE BUYER IS SELF-
      * EXCLUDED TODAY, OR WHEN ONE MORE TICKET WOULD TAKE
      * THEM PAST THE DRAW CAP OR THE MONTH CAP. A BUYER
      * NOT ON CUSTOMER-MASTER HAS NO EXCLUSION TO HONOR
      * BUT IS STILL HELD TO THE CAPS. A SALE FROM AN
      * OUTLET NOT ON THE OUTLET MASTER, OR NO LONGER
      * ACTIVE, IS REFUSED WHOEVER THE BUYER.
      *-------------------------------------------------
       2000-SCREEN-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SPACES TO WS-REFUSE-REASON.

           IF NOT MASTER-OPEN THEN
              MOVE 'S' TO WS-REFUSE-REASON
              PERFORM 2500-REFUSE-REQUEST THRU 2500-EXIT
              GO TO 2000-READ-NEXT
           END-IF.

           MOVE TRQ-VISITOR-ID TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CUM-SELF-EXCLUDED
                    AND CUM-SELF-EXCL-START NOT > WS-RUN-DATE
                    AND CUM-SELF-EXCL-END NOT < WS-RUN-DATE THEN
                    MOVE 'X' TO WS-REFUSE-REASON
                 END-IF
           END-READ.
           IF WS-REFUSE-REASON NOT = SPACES THEN
              PERFORM 2500-REFUSE-REQUEST THRU 2500-EXIT
              GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3100-FIND-OUTLET THRU 3100-EXIT.
           IF NOT OUTLET-FOUND THEN
              MOVE 'O' TO WS-REFUSE-REASON
              PERFORM 2500-REFUSE-REQUEST THRU 2500-EXIT
              GO TO 2000-READ-NEXT
           END-IF.

           MOVE TRQ-VISITOR-ID TO WS-SEARCH-VISITOR-ID.
           PERFORM 3000-FIND-VISITOR THRU 3000-EXIT.
           EVALUATE TRUE
              WHEN NOT VISITOR-FOUND
                 MOVE 'S' TO WS-REFUSE-REASON
              WHEN WS-VIS-DRAW-COUNT(VIS-IDX) >= WS-DRAW-CAP
                 MOVE 'D' TO WS-REFUSE-REASON
              WHEN WS-VIS-MONTH-COUNT(VIS-IDX) >= WS-MONTH-CAP
                 MOVE 'M' TO WS-REFUSE-REASON
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES THEN
              PERFORM 2500-REFUSE-REQUEST THRU 2500-EXIT
              GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 2400-ACCEPT-REQUEST THRU 2400-EXIT.

       2000-READ-NEXT.
           PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2400-ACCEPT-REQUEST.
           MOVE TRQ-TICKET-ID   TO TK-TICKET-ID.
           MOVE TRQ-VISITOR-ID  TO TK-VISITOR-ID.
           MOVE TRQ-OUTLET-CODE TO TK-OUTLET-CODE.
           WRITE TICKET-SALE-RECORD.

           MOVE WS-RUN-DATE     TO TKH-SALE-DATE.
           MOVE TRQ-TICKET-ID   TO TKH-TICKET-ID.
           MOVE TRQ-VISITOR-ID  TO TKH-VISITOR-ID.
           MOVE TRQ-OUTLET-CODE TO TKH-OUTLET-CODE.
           WRITE TICKET-HISTORY-RECORD.

           ADD 1 TO WS-VIS-DRAW-COUNT(VIS-IDX).
           ADD 1 TO WS-VIS-MONTH-COUNT(VIS-IDX).
           ADD 1 TO WS-ACCEPTED-COUNT.
       2400-EXIT.
           EXIT.

       2500-REFUSE-REQUEST.
           MOVE WS-RUN-DATE      TO TKR-REFUSE-DATE.
           MOVE TRQ-TICKET-ID    TO TKR-TICKET-ID.
           MOVE TRQ-VISITOR-ID   TO TKR-VISITOR-ID.
           MOVE TRQ-OUTLET-CODE  TO TKR-OUTLET-CODE.
           MOVE WS-REFUSE-REASON TO TKR-REASON.
           WRITE REFUSED-PURCHASE-RECORD.

           EVALUATE TRUE
              WHEN TKR-SELF-EXCLUDED
                 MOVE 'SELF-EXCLUDED' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-EXCLUDED-REFUSALS
              WHEN TKR-DRAW-CAP
                 MOVE 'OVER PER-DRAW CAP' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-DRAW-CAP-REFUSALS
              WHEN TKR-MONTH-CAP
                 MOVE 'OVER PER-MONTH CAP' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-MONTH-CAP-REFUSALS
              WHEN TKR-BAD-OUTLET
                 MOVE 'UNKNOWN OR INACTIVE OUTLET' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-OUTLET-REFUSALS
              WHEN OTHER
                 MOVE 'NOT SCREENED' TO WS-REFUSE-TEXT
                 ADD 1 TO WS-UNSCREENED-REFUSALS
           END-EVALUATE.
           ADD 1 TO WS-REFUSED-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED ' TRQ-TICKET-ID ' ' TRQ-VISITOR-ID
               ' ' TRQ-OUTLET-CODE ' - ' WS-REFUSE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
       2500-EXIT.
           EXIT.

       2900-READ-REQUEST.
           READ TICKET-REQUESTS
              AT END SET END-OF-REQUESTS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * FINDS WS-SEARCH-VISITOR-ID IN THE COUNT TABLE,
      * ADDING IT WITH ZERO COUNTS THE FIRST TIME. A FULL
      * TABLE LEAVES THE VISITOR NOT FOUND.
      *-------------------------------------------------
       3000-FIND-VISITOR.
           MOVE 'N' TO WS-VISITOR-FOUND-SW.
           SET VIS-IDX TO 1.
           PERFORM 3010-COMPARE-VISITOR THRU 3010-EXIT
               UNTIL VIS-IDX > WS-VISITOR-COUNT OR VISITOR-FOUND.
           IF NOT VISITOR-FOUND
              AND WS-VISITOR-COUNT < WS-MAX-VISITORS THEN
              ADD 1 TO WS-VISITOR-COUNT
              SET VIS-IDX TO WS-VISITOR-COUNT
              MOVE WS-SEARCH-VISITOR-ID TO WS-VIS-ID(VIS-IDX)
              MOVE ZERO TO WS-VIS-DRAW-COUNT(VIS-IDX)
                           WS-VIS-MONTH-COUNT(VIS-IDX)
              SET VISITOR-FOUND TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3010-COMPARE-VISITOR.
           IF WS-VIS-ID(VIS-IDX) = WS-SEARCH-VISITOR-ID THEN
              SET VISITOR-FOUND TO TRUE
           ELSE
              SET VIS-IDX UP BY 1
           END-IF.
       3010-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE REQUEST'S OUTLET COUNTS AS FOUND ONLY WHEN IT
      * IS ON THE OUTLET MASTER AND STILL ACTIVE.
      *-------------------------------------------------
       3100-FIND-OUTLET.
           MOVE 'N' TO WS-OUTLET-FOUND-SW.
           IF WS-OUTLET-COUNT = ZERO THEN
              GO TO 3100-EXIT
           END-IF.
           SET OUT-IDX TO 1.
           SEARCH WS-OUTLET-ENTRY
              AT END
                 CONTINUE
              WHEN WS-OUT-CODE(OUT-IDX) = TRQ-OUTLET-CODE
                 IF WS-OUT-ACTIVE(OUT-IDX) THEN
                    SET OUTLET-FOUND TO TRUE
                 END-IF
           END-SEARCH.
       3100-EXIT.
           EXIT.

       8000-FINALIZE.
           IF REQUESTS-OPEN THEN
              CLOSE TICKET-REQUESTS
           END-IF.
           IF MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE TICKET-SALES.
           CLOSE TICKET-HISTORY.
           CLOSE REFUSED-PURCHASES.

           MOVE '-------------------------------------------------'
               TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-REQUEST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PURCHASE REQUESTS READ       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCEPTED ONTO TICKSALE       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-EXCLUDED-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED - SELF-EXCLUDED      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-DRAW-CAP-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED - PER-DRAW CAP       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-MONTH-CAP-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED - PER-MONTH CAP      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-UNSCREENED-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED - NOT SCREENED       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           MOVE WS-OUTLET-REFUSALS TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REFUSED - OUTLET NOT VALID   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTAKE-REPORT-RECORD.
           WRITE INTAKE-REPORT-RECORD.
           CLOSE INTAKE-REPORT.

           DISPLAY 'TICKET SALE INTAKE - ' WS-ACCEPTED-COUNT
               ' ACCEPTED, ' WS-REFUSED-COUNT ' REFUSED'.
       8000-EXIT.
           EXIT.
