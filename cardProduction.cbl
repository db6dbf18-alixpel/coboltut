      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CardProduction.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MEMBERSHIP CARD PRODUCTION -
      *               THE PLASTIC CARDS WERE MADE BY RETYPING
      *               EACH NAME INTO THE CARD BUREAU'S WEB
      *               PAGE. CALLABLE FROM DAILYCYCLE AFTER THE
      *               GIFT CARD STEP: READS THE DAY'S CARD
      *               REQUESTS (CARDREQ, CRQFD) - NEW MEMBERS
      *               AND LOST/DAMAGED CARDS FROM
      *               CUSTOMERMAINT, RENEWALS FROM
      *               RENEWALPAYMENT - NUMBERS EACH NEW CARD
      *               ON THE CARD ISSUE HISTORY (CARDIFD,
      *               VISITOR ID PLUS A TWO-DIGIT SEQUENCE),
      *               AND WRITES THE BUREAU'S FIXED-LAYOUT
      *               EXTRACT (CARDBURO) WITH HDR/TRL CONTROLS
      *               (SHARED CTLREC) SO FILEVERIFY CAN POLICE
      *               THE HANDOFF. A CARD REPORTED LOST IS
      *               HOT-LISTED; THE FULL HOT LIST (HOTLIST,
      *               HOTLFD) IS REWRITTEN FOR AGE2 TO REFUSE
      *               AT THE GATE. THE REPLACEMENT FEE
      *               (OPTIONAL CARD-PARM, DEFAULT 5.00) IS
      *               SPLIT BY VATSPLIT AT THE 'CARD' RATE AND
      *               CREDITED THROUGH TRANFILE TO THE CARD
      *               FEE ACCOUNT (CARD-PARM, DEFAULT ACC917,
      *               WHEN THE RATE TABLE NAMES NONE) AND THE
      *               VAT LIABILITY. A REQUEST THAT CANNOT BE
      *               MADE UP GOES TO THE EXCEPTION SECTION
      *               OF THE REPORT AND RETURNS CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-REQUESTS ASSIGN TO "CARDREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-REQUEST-STATUS.

           COPY "custmsel.cpy".

           SELECT CARD-ISSUE-HISTORY ASSIGN TO "CARDISS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-ISSUE-STATUS.

           SELECT CARD-ISSUE-HISTORY-OUT ASSIGN TO "CARDISO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-ISSUE-OUT-STATUS.

           SELECT CARD-BUREAU-EXTRACT ASSIGN TO "CARDBURO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.

           SELECT HOT-LIST ASSIGN TO "HOTLISTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOT-LIST-STATUS.

           SELECT CARD-PARM ASSIGN TO "CRDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-PARM-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT CARD-REPORT ASSIGN TO "CARDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  CARD-REQUESTS.
           COPY "crqfd.cpy".

           COPY "custmfd.cpy".

       FD  CARD-ISSUE-HISTORY.
           COPY "cardifd.cpy".

       FD  CARD-ISSUE-HISTORY-OUT.
       01  CARD-ISSUE-OUT-RECORD    PIC X(38).

      *-------------------------------------------------
      * THE BUREAU'S LAYOUT - ONE RECORD PER CARD TO BE
      * EMBOSSED, BETWEEN THE HDR AND TRL CONTROL RECORDS.
      * THERE IS NO MONEY ON THE FILE, SO THE TRAILER'S
      * HASH TOTAL IS THE SUM OF THE CARD SEQUENCES.
      *-------------------------------------------------
       FD  CARD-BUREAU-EXTRACT.
       01  CARD-BUREAU-RECORD.
           05 BX-CARD-NUMBER        PIC X(12).
           05 BX-VISITOR-NOM        PIC X(20).
           05 BX-EXPIRY-DATE        PIC 9(08).
           05 BX-ISSUE-REASON       PIC X(01).
           05 BX-ISSUE-DATE         PIC 9(08).

       FD  HOT-LIST.
           COPY "hotlfd.cpy".

       FD  CARD-PARM.
       01  CARD-PARM-RECORD.
           05 CDP-REPLACE-FEE       PIC 9(03)V99.
           05 CDP-FEE-ACCT-ID       PIC X(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  CARD-REPORT.
       01  CARD-REPORT-RECORD       PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "ctlrec.cpy".

       01  WS-CARD-REQUEST-STATUS   PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-CARD-ISSUE-STATUS     PIC X(02).
       01  WS-CARD-ISSUE-OUT-STATUS PIC X(02).
       01  WS-BUREAU-STATUS         PIC X(02).
       01  WS-HOT-LIST-STATUS       PIC X(02).
       01  WS-CARD-PARM-STATUS      PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-CARD-REPORT-STATUS    PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-REQUEST-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-REQUESTS    VALUE 'Y'.
           05 WS-REQUEST-FILE-SW    PIC X(01) VALUE 'N'.
              88 REQUESTS-ON-FILE   VALUE 'Y'.
           05 WS-ISSUE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ISSUES      VALUE 'Y'.
           05 WS-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
              88 MASTER-OPEN        VALUE 'Y'.
           05 WS-CUSTOMER-FOUND-SW  PIC X(01).
              88 CUSTOMER-FOUND     VALUE 'Y'.
           05 WS-NO-RATE-SW         PIC X(01) VALUE 'N'.
              88 CARD-RATE-MISSING  VALUE 'Y'.

       01  WS-REPLACE-FEE           PIC 9(03)V99 VALUE 5.00.
       01  WS-FEE-ACCT-ID           PIC X(06) VALUE 'ACC917'.
       01  WS-REVENUE-ACCT-ID       PIC X(06).

      *-------------------------------------------------
      * THE WHOLE CARD ISSUE HISTORY, HELD SO A VISITOR'S
      * LATEST CARD CAN BE FOUND AND ITS STATUS CHANGED
      * BEFORE THE NEW GENERATION IS WRITTEN.
      *-------------------------------------------------
       01  WS-MAX-CARDS             PIC 9(05) COMP VALUE 9000.
       01  WS-CARD-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-CARD-TABLE.
           05 WS-CRD-ENTRY OCCURS 1 TO 9000 TIMES
                 DEPENDING ON WS-CARD-COUNT
                 INDEXED BY CRD-IDX.
              10 WS-CRD-RECORD       PIC X(38).
              10 WS-CRD-FIELDS REDEFINES WS-CRD-RECORD.
                 15 WS-CRD-CARD-NUMBER.
                    20 WS-CRD-VISITOR-ID PIC X(10).
                    20 WS-CRD-SEQ    PIC 9(02).
                 15 WS-CRD-ISSUE-DATE PIC 9(08).
                 15 WS-CRD-REASON    PIC X(01).
                 15 WS-CRD-EXPIRY    PIC 9(08).
                 15 WS-CRD-STATUS    PIC X(01).
                    88 CRD-ACTIVE    VALUE 'A'.
                    88 CRD-HOT-LISTED VALUE 'H'.
                 15 WS-CRD-STATUS-DATE PIC 9(08).

       01  WS-LAST-SUB              PIC 9(05) COMP.
       01  WS-LAST-SEQ              PIC 9(02).
       01  WS-NEW-SUB               PIC 9(05) COMP.
       01  WS-EXCEPTION-REASON      PIC X(40).

       01  WS-REQUEST-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NEW-MEMBER-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-RENEWAL-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-LOST-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-DAMAGED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-HOT-LIST-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-EXTRACT-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-SEQ-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-FEE-TOTAL             PIC 9(07)V99 VALUE ZERO.

       COPY "vatsparm.cpy".

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL END-OF-REQUESTS.
           PERFORM 3000-POST-FEES THRU 3000-EXIT.
           PERFORM 4000-WRITE-HISTORY-OUT THRU 4000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO
              OR CARD-RATE-MISSING THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

      *-------------------------------------------------
      * CARD-PARM IS OPTIONAL - WITHOUT IT A REPLACEMENT
      * COSTS 5.00 AND THE FEE POSTS TO ACC917 WHEN THE
      * VAT RATE TABLE NAMES NO ACCOUNT FOR 'CARD'.
      *-------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CARD-PARM.
           IF WS-CARD-PARM-STATUS = '00' THEN
              READ CARD-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CDP-REPLACE-FEE TO WS-REPLACE-FEE
                    IF CDP-FEE-ACCT-ID NOT = SPACES THEN
                       MOVE CDP-FEE-ACCT-ID TO WS-FEE-ACCT-ID
                    END-IF
              END-READ
              CLOSE CARD-PARM
           END-IF.

           OPEN INPUT CARD-ISSUE-HISTORY.
           IF WS-CARD-ISSUE-STATUS = '00' THEN
              PERFORM 1100-LOAD-CARD THRU 1100-EXIT
                  UNTIL END-OF-ISSUES
                     OR WS-CARD-COUNT >= WS-MAX-CARDS
              CLOSE CARD-ISSUE-HISTORY
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET MASTER-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT CARD-BUREAU-EXTRACT.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-TYPE.
           MOVE CYC-RUN-DATE TO CTL-BUSINESS-DATE.
           MOVE SPACES TO CARD-BUREAU-RECORD.
           MOVE CONTROL-RECORD TO CARD-BUREAU-RECORD(1:23).
           WRITE CARD-BUREAU-RECORD.

           OPEN OUTPUT CARD-REPORT.
           MOVE SPACES TO CARD-REPORT-RECORD.
           STRING 'MEMBERSHIP CARD PRODUCTION  RUN DATE '
               CYC-RUN-DATE
               DELIMITED BY SIZE INTO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE 'TYPE VISITOR    CARD NUMBER  NAME' TO
               CARD-REPORT-RECORD.
           MOVE 'EXPIRES' TO CARD-REPORT-RECORD(55:7).
           WRITE CARD-REPORT-RECORD.

           OPEN INPUT CARD-REQUESTS.
           IF WS-CARD-REQUEST-STATUS NOT = '00' THEN
              SET END-OF-REQUESTS TO TRUE
           ELSE
              SET REQUESTS-ON-FILE TO TRUE
              PERFORM 2900-READ-REQUEST THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-CARD.
           READ CARD-ISSUE-HISTORY
              AT END SET END-OF-ISSUES TO TRUE
           END-READ.
           IF NOT END-OF-ISSUES THEN
              ADD 1 TO WS-CARD-COUNT
              MOVE CARD-ISSUE-RECORD
                  TO WS-CRD-RECORD(WS-CARD-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE REQUEST. THE VISITOR MUST BE ON CUSTOMER-
      * MASTER (THE NAME AND EXPIRY COME FROM THERE). A
      * NEW MEMBER MUST NOT ALREADY HOLD A CARD; A LOST
      * OR DAMAGED CARD MUST BE THE ACTIVE ONE; ONLY ONE
      * CARD IS MADE PER VISITOR PER NIGHT.
      *-------------------------------------------------
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT.
           IF NOT CRQ-VALID-TYPE THEN
              MOVE 'UNKNOWN REQUEST TYPE' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2000-NEXT
           END-IF.

           PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
           IF NOT CUSTOMER-FOUND THEN
              MOVE 'VISITOR NOT ON CUSTOMER MASTER'
                  TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2000-NEXT
           END-IF.

           MOVE ZERO TO WS-LAST-SUB.
           MOVE ZERO TO WS-LAST-SEQ.
           PERFORM 2200-FIND-LATEST-CARD THRU 2200-EXIT
               VARYING CRD-IDX FROM 1 BY 1
               UNTIL CRD-IDX > WS-CARD-COUNT.

           IF WS-LAST-SUB > ZERO THEN
              IF WS-CRD-ISSUE-DATE(WS-LAST-SUB) = CYC-RUN-DATE THEN
                 MOVE 'CARD ALREADY MADE TONIGHT'
                     TO WS-EXCEPTION-REASON
                 PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
                 GO TO 2000-NEXT
              END-IF
           END-IF.
           IF CRQ-NEW-MEMBER AND WS-LAST-SUB > ZERO THEN
              MOVE 'MEMBER ALREADY HOLDS A CARD'
                  TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2000-NEXT
           END-IF.
           IF CRQ-REPLACEMENT THEN
              IF WS-LAST-SUB = ZERO THEN
                 MOVE 'NO ACTIVE CARD TO REPLACE'
                     TO WS-EXCEPTION-REASON
                 PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
                 GO TO 2000-NEXT
              END-IF
              IF NOT CRD-ACTIVE(WS-LAST-SUB) THEN
                 MOVE 'NO ACTIVE CARD TO REPLACE'
                     TO WS-EXCEPTION-REASON
                 PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
                 GO TO 2000-NEXT
              END-IF
           END-IF.
           IF WS-LAST-SEQ = 99 THEN
              MOVE 'CARD SEQUENCE EXHAUSTED' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2000-NEXT
           END-IF.
           IF WS-CARD-COUNT >= WS-MAX-CARDS THEN
              MOVE 'CARD TABLE FULL' TO WS-EXCEPTION-REASON
              PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
              GO TO 2000-NEXT
           END-IF.

           PERFORM 2300-RETIRE-OLD-CARD THRU 2300-EXIT.
           PERFORM 2400-ISSUE-NEW-CARD THRU 2400-EXIT.

       2000-NEXT.
           PERFORM 2900-READ-REQUEST THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW.
           IF NOT MASTER-OPEN THEN
              GO TO 2100-EXIT
           END-IF.
           MOVE CRQ-VISITOR-ID TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CUSTOMER-FOUND TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-LATEST-CARD.
           IF WS-CRD-VISITOR-ID(CRD-IDX) = CRQ-VISITOR-ID
              AND WS-CRD-SEQ(CRD-IDX) > WS-LAST-SEQ THEN
              SET WS-LAST-SUB TO CRD-IDX
              MOVE WS-CRD-SEQ(CRD-IDX) TO WS-LAST-SEQ
           END-IF.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CARD BEING REPLACED. A LOST CARD IS HOT-
      * LISTED SO THE GATE REFUSES IT; A RENEWED OR
      * DAMAGED ONE IS ONLY SUPERSEDED.
      *-------------------------------------------------
       2300-RETIRE-OLD-CARD.
           IF WS-LAST-SUB = ZERO THEN
              GO TO 2300-EXIT
           END-IF.
           IF NOT CRD-ACTIVE(WS-LAST-SUB) THEN
              GO TO 2300-EXIT
           END-IF.
           IF CRQ-LOST-CARD THEN
              MOVE 'H' TO WS-CRD-STATUS(WS-LAST-SUB)
           ELSE
              MOVE 'S' TO WS-CRD-STATUS(WS-LAST-SUB)
           END-IF.
           MOVE CYC-RUN-DATE TO WS-CRD-STATUS-DATE(WS-LAST-SUB).
       2300-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NEW CARD - ONE SEQUENCE ABOVE THE LAST, ON
      * THE HISTORY, THE BUREAU EXTRACT AND THE REPORT.
      * A REPLACEMENT ALSO CARRIES THE FEE.
      *-------------------------------------------------
       2400-ISSUE-NEW-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE WS-CARD-COUNT TO WS-NEW-SUB.
           MOVE SPACES TO WS-CRD-RECORD(WS-NEW-SUB).
           MOVE CRQ-VISITOR-ID TO WS-CRD-VISITOR-ID(WS-NEW-SUB).
           COMPUTE WS-CRD-SEQ(WS-NEW-SUB) = WS-LAST-SEQ + 1.
           MOVE CYC-RUN-DATE TO WS-CRD-ISSUE-DATE(WS-NEW-SUB).
           MOVE CRQ-REQUEST-TYPE TO WS-CRD-REASON(WS-NEW-SUB).
           MOVE CUM-MEMBERSHIP-EXPIRY
               TO WS-CRD-EXPIRY(WS-NEW-SUB).
           MOVE 'A' TO WS-CRD-STATUS(WS-NEW-SUB).
           MOVE CYC-RUN-DATE TO WS-CRD-STATUS-DATE(WS-NEW-SUB).

           MOVE SPACES TO CARD-BUREAU-RECORD.
           MOVE WS-CRD-CARD-NUMBER(WS-NEW-SUB) TO BX-CARD-NUMBER.
           MOVE CUM-VISITOR-NOM       TO BX-VISITOR-NOM.
           MOVE CUM-MEMBERSHIP-EXPIRY TO BX-EXPIRY-DATE.
           MOVE CRQ-REQUEST-TYPE      TO BX-ISSUE-REASON.
           MOVE CYC-RUN-DATE          TO BX-ISSUE-DATE.
           WRITE CARD-BUREAU-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-CRD-SEQ(WS-NEW-SUB) TO WS-SEQ-HASH-TOTAL.

           EVALUATE TRUE
              WHEN CRQ-NEW-MEMBER
                 ADD 1 TO WS-NEW-MEMBER-COUNT
              WHEN CRQ-RENEWAL
                 ADD 1 TO WS-RENEWAL-COUNT
              WHEN CRQ-LOST-CARD
                 ADD 1 TO WS-LOST-COUNT
                 ADD WS-REPLACE-FEE TO WS-FEE-TOTAL
              WHEN CRQ-DAMAGED-CARD
                 ADD 1 TO WS-DAMAGED-COUNT
                 ADD WS-REPLACE-FEE TO WS-FEE-TOTAL
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING CRQ-REQUEST-TYPE '    ' CRQ-VISITOR-ID
               ' ' WS-CRD-CARD-NUMBER(WS-NEW-SUB)
               ' ' CUM-VISITOR-NOM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE CUM-MEMBERSHIP-EXPIRY TO WS-REPORT-LINE(55:8).
           IF CRQ-LOST-CARD THEN
              MOVE 'OLD HOT-LISTED' TO WS-REPORT-LINE(64:14)
           END-IF.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
       2400-EXIT.
           EXIT.

       2800-WRITE-EXCEPTION.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTION ' CRQ-REQUEST-TYPE ' ' CRQ-VISITOR-ID
               ' ' WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
       2800-EXIT.
           EXIT.

       2900-READ-REQUEST.
           READ CARD-REQUESTS
              AT END SET END-OF-REQUESTS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NIGHT'S REPLACEMENT FEES: A NET CREDIT TO THE
      * CARD FEE ACCOUNT AND A VAT CREDIT TO THE
      * LIABILITY, THE WAY THE CAR PARK TAKE IS POSTED.
      *-------------------------------------------------
       3000-POST-FEES.
           IF WS-FEE-TOTAL = ZERO THEN
              GO TO 3000-EXIT
           END-IF.
           MOVE CYC-RUN-DATE  TO VSP-BUSINESS-DATE.
           MOVE 'CARDPROD'    TO VSP-SOURCE.
           MOVE 'CARD'        TO VSP-REVENUE-TYPE.
           MOVE 'S'           TO VSP-DIRECTION.
           MOVE WS-FEE-TOTAL  TO VSP-GROSS-AMOUNT.
           CALL 'VATSPLIT' USING VSP-PARM-AREA.
           IF VSP-NO-RATE THEN
              SET CARD-RATE-MISSING TO TRUE
           END-IF.

           MOVE WS-FEE-ACCT-ID TO WS-REVENUE-ACCT-ID.
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
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NEW GENERATION OF THE ISSUE HISTORY, AND THE
      * HOT LIST REBUILT FROM IT IN FULL.
      *-------------------------------------------------
       4000-WRITE-HISTORY-OUT.
           OPEN OUTPUT CARD-ISSUE-HISTORY-OUT.
           OPEN OUTPUT HOT-LIST.
           PERFORM 4100-WRITE-ONE-CARD THRU 4100-EXIT
               VARYING CRD-IDX FROM 1 BY 1
               UNTIL CRD-IDX > WS-CARD-COUNT.
           CLOSE CARD-ISSUE-HISTORY-OUT.
           CLOSE HOT-LIST.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-CARD.
           MOVE WS-CRD-RECORD(CRD-IDX) TO CARD-ISSUE-OUT-RECORD.
           WRITE CARD-ISSUE-OUT-RECORD.
           IF CRD-HOT-LISTED(CRD-IDX) THEN
              MOVE SPACES TO HOT-LIST-RECORD
              MOVE WS-CRD-CARD-NUMBER(CRD-IDX) TO HL-CARD-NUMBER
              MOVE WS-CRD-STATUS-DATE(CRD-IDX) TO HL-LOST-DATE
              WRITE HOT-LIST-RECORD
              ADD 1 TO WS-HOT-LIST-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

       8000-FINALIZE.
           IF REQUESTS-ON-FILE THEN
              CLOSE CARD-REQUESTS
           END-IF.
           IF MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.

           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-TYPE.
           MOVE WS-EXTRACT-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-SEQ-HASH-TOTAL TO CTL-HASH-TOTAL.
           MOVE SPACES TO CARD-BUREAU-RECORD.
           MOVE CONTROL-RECORD TO CARD-BUREAU-RECORD(1:23).
           WRITE CARD-BUREAU-RECORD.
           CLOSE CARD-BUREAU-EXTRACT.

           MOVE SPACES TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-REQUEST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REQUESTS READ       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-NEW-MEMBER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NEW MEMBER CARDS    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-RENEWAL-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RENEWAL CARDS       ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-LOST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LOST CARD REPLACED  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-DAMAGED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DAMAGED REPLACED    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCEPTIONS          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-HOT-LIST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CARDS ON HOT LIST   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           MOVE WS-FEE-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REPLACEMENT FEES ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF CARD-RATE-MISSING THEN
              MOVE 'NO VAT RATE' TO WS-REPORT-LINE(30:11)
           END-IF.
           MOVE WS-REPORT-LINE TO CARD-REPORT-RECORD.
           WRITE CARD-REPORT-RECORD.
           CLOSE CARD-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'CARDPROD'      TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN CARD-RATE-MISSING
                 MOVE 'CARD PRODUCTION - NO VAT RATE FOR CARD'
                     TO CLR-MESSAGE
              WHEN WS-EXCEPTION-COUNT > ZERO
                 MOVE 'CARD PRODUCTION - EXCEPTIONS'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'CARD BUREAU EXTRACT WRITTEN'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
