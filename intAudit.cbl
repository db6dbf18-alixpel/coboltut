      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  IntegrityAudit.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER BILAN AND BEFORE MASTERGENERATION.
      *               THE PARK AND LEDGER COUNTERPART OF
      *               STUDENTAUDIT - CROSS-CHECKS THE FILES
      *               THAT POINT AT ONE ANOTHER BY KEY AND
      *               LISTS EVERY BREAK BY FILE PAIR WITH A
      *               COUNT PER PAIR:
      *                 A PASS STILL LIVE ON PASSMSTR USED
      *                 TODAY BY A VISITOR CUSTOMERMERGE HAS
      *                 MERGED AWAY (CUSTXREF);
      *                 A STANDING ORDER STILL RUNNING ON AN
      *                 ACCOUNT CLOSED OR NOT ON ACCOUNT-
      *                 MASTER;
      *                 A DEPTACCT OR GATEACCT ACCOUNT CLOSED
      *                 OR NOT ON ACCOUNT-MASTER;
      *                 A GIFT CARD WHOSE HOLDER IS NO LONGER
      *                 ON CUSTOMER-MASTER - PURGED (CUSTARCH)
      *                 OR MERGED AWAY (CUSTXREF);
      *                 A RIDESTTS ENTRY FOR A RIDE NOT ON
      *                 RIDE-MASTER.
      *               THE MASTERS ARE READ AS THE DAY LEAVES
      *               THEM (ACCTOUT, STORDMSO, PASSMSTO,
      *               GIFTCRDO), SO THE BREAKS REPORTED ARE
      *               THE ONES THE GENERATION IS ABOUT TO CUT.
      *               ANY BREAK RETURNS CYC-RETURN-CODE 4 AND
      *               THE CYCLE-LOG LINE CARRIES THE BREAK AND
      *               FILE-PAIR COUNTS, SO EXCEPTIONQUEUE
      *               PICKS IT UP THE SAME NIGHT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custmsel.cpy".

           SELECT CUSTOMER-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-XREF-STATUS.

           SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ARCHIVE-STATUS.

           SELECT ACCOUNT-MASTER-OUT ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

           SELECT PASS-MASTER-OUT ASSIGN TO "PASSMSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-MASTER-STATUS.

           SELECT ARRIVALS-CLASSIFIED ASSIGN TO "ARRCLSFD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVALS-STATUS.

           SELECT STANDING-ORDERS-OUT ASSIGN TO "STORDMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-ORDERS-STATUS.

           SELECT DEPT-ACCOUNT-PARM ASSIGN TO "DEPTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-ACCT-STATUS.

           SELECT GATE-ACCOUNT-PARM ASSIGN TO "GATEACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-ACCT-STATUS.

           SELECT GIFT-CARD-MASTER-OUT ASSIGN TO "GIFTCRDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIFT-CARD-STATUS.

           SELECT RIDE-STATUS-FILE ASSIGN TO "RIDESTTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-STATUS-STATUS.

           SELECT INTEGRITY-AUDIT-REPORT ASSIGN TO "INTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEG-AUDIT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "custmfd.cpy".

       FD  CUSTOMER-XREF.
       01  CUSTOMER-XREF-RECORD.
           05 CX-DEAD-ID            PIC X(10).
           05 CX-SURVIVOR-ID        PIC X(10).
           05 CX-MERGE-DATE         PIC 9(08).

       FD  CUSTOMER-ARCHIVE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 ARC-VISITOR-ID        PIC X(10).
           05 ARC-VISITOR-NOM       PIC X(20).
           05 ARC-DATE-OF-BIRTH     PIC 9(08).
           05 ARC-LAST-HEIGHT       PIC 9(03).
           05 ARC-MEMBERSHIP-EXPIRY PIC 9(08).
           05 ARC-PURGE-DATE        PIC 9(08).

       FD  ACCOUNT-MASTER-OUT.
       01  ACCOUNT-MASTER-OUT-RECORD.
           05 ACTO-ACCT-ID          PIC X(06).
           05 ACTO-NOM              PIC X(20).
           05 ACTO-BALANCE          PIC S9(07)V99.
           05 ACTO-CURRENCY-CODE    PIC X(03).
           05 ACTO-ACCT-TYPE        PIC X(01).
           05 ACTO-STATUS           PIC X(01).
           05 ACTO-LAST-ACTIVITY    PIC 9(08).

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       FD  PASS-MASTER-OUT.
       01  PASS-MASTER-OUT-RECORD.
           05 PMO-PASS-ID           PIC X(10).
           05 PMO-PASS-TYPE         PIC X(01).
           05 PMO-DAYS-TOTAL        PIC 9(02).
           05 PMO-DAYS-REMAINING    PIC 9(02).
           05 PMO-SALE-PRICE        PIC 9(05)V99.
           05 PMO-SALE-DATE         PIC 9(08).

       FD  ARRIVALS-CLASSIFIED.
           COPY "arrcfd.cpy".

       FD  STANDING-ORDERS-OUT.
       01  STANDING-ORDER-OUT-RECORD.
           05 SOO-ORDER-ID          PIC X(08).
           05 SOO-ACCT-ID           PIC X(06).
           05 SOO-TYPE              PIC X(01).
           05 SOO-AMOUNT            PIC 9(07)V99.
           05 SOO-FREQUENCY         PIC X(01).
           05 SOO-NEXT-RUN-DATE     PIC 9(08).
           05 SOO-END-DATE          PIC 9(08).

       FD  DEPT-ACCOUNT-PARM.
       01  DEPT-ACCOUNT-PARM-RECORD.
           05 DAP-DEPARTMENT        PIC X(04).
           05 DAP-ACCT-ID           PIC X(06).
           05 DAP-ENTITY            PIC X(02).

       FD  GATE-ACCOUNT-PARM.
       01  GATE-ACCOUNT-PARM-RECORD.
           05 GAP-ACCT-ID           PIC X(06).

       FD  GIFT-CARD-MASTER-OUT.
       01  GIFT-CARD-MASTER-OUT-RECORD.
           05 GCO-CARD-NUMBER       PIC X(12).
           05 GCO-BALANCE           PIC 9(07)V99.
           05 GCO-ISSUE-DATE        PIC 9(08).
           05 GCO-STATUS            PIC X(01).
           05 GCO-LAST-ACTIVITY     PIC 9(08).
           05 GCO-HOLDER-ID         PIC X(10).
           05 GCO-WARNED-DATE       PIC 9(08).

       FD  RIDE-STATUS-FILE.
       01  RIDE-STATUS-RECORD.
           05 RS-RIDE-ID             PIC X(06).
           05 RS-STATUS-CODE         PIC X(01).
           05 RS-EFF-DATE            PIC 9(08).
           05 RS-EFF-TIME            PIC 9(04).

       FD  INTEGRITY-AUDIT-REPORT.
       01  INTEGRITY-AUDIT-RECORD   PIC X(70).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-CUST-XREF-STATUS      PIC X(02).
       01  WS-CUST-ARCHIVE-STATUS   PIC X(02).
       01  WS-ACCOUNT-MASTER-STATUS PIC X(02).
       01  WS-RIDE-MASTER-STATUS    PIC X(02).
       01  WS-PASS-MASTER-STATUS    PIC X(02).
       01  WS-ARRIVALS-STATUS       PIC X(02).
       01  WS-STANDING-ORDERS-STATUS PIC X(02).
       01  WS-DEPT-ACCT-STATUS      PIC X(02).
       01  WS-GATE-ACCT-STATUS      PIC X(02).
       01  WS-GIFT-CARD-STATUS      PIC X(02).
       01  WS-RIDE-STATUS-STATUS    PIC X(02).
       01  WS-INTEG-AUDIT-STATUS    PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-FILE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FILE        VALUE 'Y'.
           05 WS-FOUND-SW           PIC X(01).
              88 ENTRY-FOUND        VALUE 'Y'.
           05 WS-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
              88 MASTER-OPEN        VALUE 'Y'.
           05 WS-INCOMPLETE-SW      PIC X(01) VALUE 'N'.
              88 AUDIT-INCOMPLETE   VALUE 'Y'.

       01  WS-MAX-XREF              PIC 9(04) COMP VALUE 2000.
       01  WS-XREF-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-XREF-COUNT
                 INDEXED BY XRF-IDX.
              10 WS-XRF-DEAD-ID     PIC X(10).
              10 WS-XRF-SURVIVOR-ID PIC X(10).

       01  WS-MAX-ARCHIVE           PIC 9(04) COMP VALUE 5000.
       01  WS-ARCHIVE-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-ARCHIVE-COUNT
                 INDEXED BY ARC-IDX.
              10 WS-ARC-VISITOR-ID  PIC X(10).
              10 WS-ARC-PURGE-DATE  PIC 9(08).

       01  WS-MAX-ACCOUNTS          PIC 9(04) COMP VALUE 1000.
       01  WS-ACCOUNT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-ACC-ACCT-ID     PIC X(06).
              10 WS-ACC-STATUS      PIC X(01).

       01  WS-MAX-RIDES             PIC 9(04) COMP VALUE 200.
       01  WS-RIDE-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-RIDE-TABLE.
           05 WS-RIDE-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-RIDE-COUNT
                 INDEXED BY RID-IDX.
              10 WS-RID-RIDE-ID     PIC X(06).

       01  WS-MAX-PASSES            PIC 9(04) COMP VALUE 2000.
       01  WS-PASS-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-PASS-TABLE.
           05 WS-PASS-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-PASS-COUNT
                 INDEXED BY PAS-IDX.
              10 WS-PAS-PASS-ID     PIC X(10).

       01  WS-WORK-VISITOR-ID       PIC X(10).
       01  WS-WORK-ACCT-ID          PIC X(06).
       01  WS-WORK-RIDE-ID          PIC X(06).
       01  WS-WORK-PASS-ID          PIC X(10).
       01  WS-WORK-FILE-NAME        PIC X(08).
       01  WS-ACCOUNT-PROBLEM       PIC X(20).

       01  WS-BREAK-COUNTERS.
           05 WS-PASS-BREAKS        PIC 9(05) COMP VALUE ZERO.
           05 WS-ORDER-BREAKS       PIC 9(05) COMP VALUE ZERO.
           05 WS-DEPT-BREAKS        PIC 9(05) COMP VALUE ZERO.
           05 WS-GATE-BREAKS        PIC 9(05) COMP VALUE ZERO.
           05 WS-GIFT-BREAKS        PIC 9(05) COMP VALUE ZERO.
           05 WS-RIDE-BREAKS        PIC 9(05) COMP VALUE ZERO.
       01  WS-BREAK-TOTAL           PIC 9(05) COMP VALUE ZERO.
       01  WS-PAIRS-BROKEN          PIC 9(01) VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-PAIR-LABEL            PIC X(30).
       01  WS-PAIR-COUNT            PIC 9(05) COMP.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-PASSES THRU 2000-EXIT.
           PERFORM 3000-CHECK-STANDING-ORDERS THRU 3000-EXIT.
           PERFORM 4000-CHECK-DEPT-ACCOUNTS THRU 4000-EXIT.
           PERFORM 4500-CHECK-GATE-ACCOUNT THRU 4500-EXIT.
           PERFORM 5000-CHECK-GIFT-CARDS THRU 5000-EXIT.
           PERFORM 6000-CHECK-RIDE-STATUS THRU 6000-EXIT.
           PERFORM 8000-PRINT-AUDIT THRU 8000-EXIT.

           IF WS-BREAK-TOTAL > ZERO
              OR AUDIT-INCOMPLETE THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

      *-------------------------------------------------
      * THE LOOKUP TABLES ARE LOADED FIRST: MERGED-AWAY
      * IDS, PURGED IDS, THE CLOSING ACCOUNT MASTER, THE
      * RIDES AND THE PASSES WITH DAYS LEFT. A TABLE THAT
      * FILLS IS REPORTED AND THE AUDIT MARKED INCOMPLETE
      * RATHER THAN REPORTING FALSE BREAKS IN SILENCE.
      *-------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT INTEGRITY-AUDIT-REPORT.
           MOVE SPACES TO INTEGRITY-AUDIT-RECORD.
           STRING 'PARK AND LEDGER INTEGRITY AUDIT  RUN DATE '
               CYC-RUN-DATE DELIMITED BY SIZE
               INTO INTEGRITY-AUDIT-RECORD.
           WRITE INTEGRITY-AUDIT-RECORD.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET MASTER-OPEN TO TRUE
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT CUSTOMER-XREF.
           IF WS-CUST-XREF-STATUS = '00' THEN
              PERFORM 1100-LOAD-XREF THRU 1100-EXIT
                  UNTIL END-OF-FILE
                     OR WS-XREF-COUNT >= WS-MAX-XREF
              IF NOT END-OF-FILE THEN
                 MOVE 'CUSTXREF' TO WS-WORK-FILE-NAME
                 PERFORM 8200-WRITE-TABLE-FULL THRU 8200-EXIT
              END-IF
              CLOSE CUSTOMER-XREF
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF WS-CUST-ARCHIVE-STATUS = '00' THEN
              PERFORM 1200-LOAD-ARCHIVE THRU 1200-EXIT
                  UNTIL END-OF-FILE
                     OR WS-ARCHIVE-COUNT >= WS-MAX-ARCHIVE
              IF NOT END-OF-FILE THEN
                 MOVE 'CUSTARCH' TO WS-WORK-FILE-NAME
                 PERFORM 8200-WRITE-TABLE-FULL THRU 8200-EXIT
              END-IF
              CLOSE CUSTOMER-ARCHIVE
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT ACCOUNT-MASTER-OUT.
           IF WS-ACCOUNT-MASTER-STATUS = '00' THEN
              PERFORM 1300-LOAD-ACCOUNTS THRU 1300-EXIT
                  UNTIL END-OF-FILE
                     OR WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
              IF NOT END-OF-FILE THEN
                 MOVE 'ACCTOUT' TO WS-WORK-FILE-NAME
                 PERFORM 8200-WRITE-TABLE-FULL THRU 8200-EXIT
              END-IF
              CLOSE ACCOUNT-MASTER-OUT
           ELSE
              MOVE 'ACCTOUT' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS = '00' THEN
              PERFORM 1400-LOAD-RIDES THRU 1400-EXIT
                  UNTIL END-OF-FILE
                     OR WS-RIDE-COUNT >= WS-MAX-RIDES
              IF NOT END-OF-FILE THEN
                 MOVE 'RIDEMAST' TO WS-WORK-FILE-NAME
                 PERFORM 8200-WRITE-TABLE-FULL THRU 8200-EXIT
              END-IF
              CLOSE RIDE-MASTER
           ELSE
              MOVE 'RIDEMAST' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT PASS-MASTER-OUT.
           IF WS-PASS-MASTER-STATUS = '00' THEN
              PERFORM 1500-LOAD-PASSES THRU 1500-EXIT
                  UNTIL END-OF-FILE
                     OR WS-PASS-COUNT >= WS-MAX-PASSES
              IF NOT END-OF-FILE THEN
                 MOVE 'PASSMSTO' TO WS-WORK-FILE-NAME
                 PERFORM 8200-WRITE-TABLE-FULL THRU 8200-EXIT
              END-IF
              CLOSE PASS-MASTER-OUT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-XREF.
           READ CUSTOMER-XREF
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-XREF-COUNT
              MOVE CX-DEAD-ID
                  TO WS-XRF-DEAD-ID(WS-XREF-COUNT)
              MOVE CX-SURVIVOR-ID
                  TO WS-XRF-SURVIVOR-ID(WS-XREF-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ARCHIVE.
           READ CUSTOMER-ARCHIVE
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-ARCHIVE-COUNT
              MOVE ARC-VISITOR-ID
                  TO WS-ARC-VISITOR-ID(WS-ARCHIVE-COUNT)
              MOVE ARC-PURGE-DATE
                  TO WS-ARC-PURGE-DATE(WS-ARCHIVE-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-ACCOUNTS.
           READ ACCOUNT-MASTER-OUT
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE ACTO-ACCT-ID
                  TO WS-ACC-ACCT-ID(WS-ACCOUNT-COUNT)
              MOVE ACTO-STATUS
                  TO WS-ACC-STATUS(WS-ACCOUNT-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-RIDES.
           READ RIDE-MASTER
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE THEN
              ADD 1 TO WS-RIDE-COUNT
              MOVE RM-RIDE-ID TO WS-RID-RIDE-ID(WS-RIDE-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.

       1500-LOAD-PASSES.
           READ PASS-MASTER-OUT
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE
              AND PMO-DAYS-REMAINING > ZERO THEN
              ADD 1 TO WS-PASS-COUNT
              MOVE PMO-PASS-ID TO WS-PAS-PASS-ID(WS-PASS-COUNT)
           END-IF.
       1500-EXIT.
           EXIT.

      *-------------------------------------------------
      * PASSMSTR CARRIES NO HOLDER, SO THE PASS IS TIED
      * TO ITS VISITOR THROUGH THE DAY'S CLASSIFIED
      * ARRIVALS. A PASS WITH DAYS LEFT PRESENTED BY A
      * VISITOR ID CUSTOMERMERGE HAS RETIRED IS A BREAK.
      *-------------------------------------------------
       2000-CHECK-PASSES.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT ARRIVALS-CLASSIFIED.
           IF WS-ARRIVALS-STATUS NOT = '00' THEN
              MOVE 'ARRCLSFD' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CHECK-ONE-ARRIVAL THRU 2100-EXIT
               UNTIL END-OF-FILE.
           CLOSE ARRIVALS-CLASSIFIED.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-ARRIVAL.
           READ ARRIVALS-CLASSIFIED
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE
              OR ARRIVAL-CLASSIFIED-RECORD(1:3) = 'HDR'
              OR ARRIVAL-CLASSIFIED-RECORD(1:3) = 'TRL'
              OR AC-PASS-ID = SPACES THEN
              GO TO 2100-EXIT
           END-IF.

           MOVE AC-VISITOR-ID TO WS-WORK-VISITOR-ID.
           PERFORM 7100-FIND-XREF THRU 7100-EXIT.
           IF NOT ENTRY-FOUND THEN
              GO TO 2100-EXIT
           END-IF.
           MOVE AC-PASS-ID TO WS-WORK-PASS-ID.
           PERFORM 7500-FIND-PASS THRU 7500-EXIT.
           IF NOT ENTRY-FOUND THEN
              GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-PASS-BREAKS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PASSMSTR/CUSTXREF PASS ' AC-PASS-ID
               ' VISITOR ' AC-VISITOR-ID
               ' MERGED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY AN ORDER STILL RUNNING (NO END DATE, OR ONE
      * NOT YET PASSED) IS CHECKED - AN EXPIRED ORDER ON
      * A SINCE-CLOSED ACCOUNT WILL NEVER POST AGAIN.
      *-------------------------------------------------
       3000-CHECK-STANDING-ORDERS.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT STANDING-ORDERS-OUT.
           IF WS-STANDING-ORDERS-STATUS NOT = '00' THEN
              MOVE 'STORDMSO' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CHECK-ONE-ORDER THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE STANDING-ORDERS-OUT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ORDER.
           READ STANDING-ORDERS-OUT
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE THEN
              GO TO 3100-EXIT
           END-IF.
           IF SOO-END-DATE NOT = ZERO
              AND SOO-END-DATE < CYC-RUN-DATE THEN
              GO TO 3100-EXIT
           END-IF.

           MOVE SOO-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 7300-CHECK-ACCOUNT THRU 7300-EXIT.
           IF WS-ACCOUNT-PROBLEM = SPACES THEN
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-ORDER-BREAKS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STORDMST/ACCOUNT ORDER ' SOO-ORDER-ID
               ' ACCT ' SOO-ACCT-ID ' ' WS-ACCOUNT-PROBLEM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

       4000-CHECK-DEPT-ACCOUNTS.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT DEPT-ACCOUNT-PARM.
           IF WS-DEPT-ACCT-STATUS NOT = '00' THEN
              MOVE 'DEPTACCT' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-CHECK-ONE-DEPT THRU 4100-EXIT
               UNTIL END-OF-FILE.
           CLOSE DEPT-ACCOUNT-PARM.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-DEPT.
           READ DEPT-ACCOUNT-PARM
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE THEN
              GO TO 4100-EXIT
           END-IF.

           MOVE DAP-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 7300-CHECK-ACCOUNT THRU 7300-EXIT.
           IF WS-ACCOUNT-PROBLEM = SPACES THEN
              GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-DEPT-BREAKS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DEPTACCT/ACCOUNT DEPT ' DAP-DEPARTMENT
               ' ACCT ' DAP-ACCT-ID ' ' WS-ACCOUNT-PROBLEM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       4100-EXIT.
           EXIT.

       4500-CHECK-GATE-ACCOUNT.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT GATE-ACCOUNT-PARM.
           IF WS-GATE-ACCT-STATUS NOT = '00' THEN
              MOVE 'GATEACCT' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
              GO TO 4500-EXIT
           END-IF.
           PERFORM 4600-CHECK-ONE-GATE THRU 4600-EXIT
               UNTIL END-OF-FILE.
           CLOSE GATE-ACCOUNT-PARM.
       4500-EXIT.
           EXIT.

       4600-CHECK-ONE-GATE.
           READ GATE-ACCOUNT-PARM
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE THEN
              GO TO 4600-EXIT
           END-IF.

           MOVE GAP-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 7300-CHECK-ACCOUNT THRU 7300-EXIT.
           IF WS-ACCOUNT-PROBLEM = SPACES THEN
              GO TO 4600-EXIT
           END-IF.

           ADD 1 TO WS-GATE-BREAKS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GATEACCT/ACCOUNT ACCT ' GAP-ACCT-ID
               ' ' WS-ACCOUNT-PROBLEM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       4600-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CARD WITH NO HOLDER IS AN ANONYMOUS CARD AND IS
      * NOT CHECKED. A HOLDER STILL ON CUSTOMER-MASTER
      * (INCLUDING ONE CUSTOMERRESTORE BROUGHT BACK FROM
      * THE ARCHIVE) IS FINE; OTHERWISE THE LINE SAYS
      * WHETHER THE HOLDER WAS MERGED AWAY OR PURGED.
      *-------------------------------------------------
       5000-CHECK-GIFT-CARDS.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT GIFT-CARD-MASTER-OUT.
           IF WS-GIFT-CARD-STATUS NOT = '00' THEN
              MOVE 'GIFTCRDO' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CHECK-ONE-CARD THRU 5100-EXIT
               UNTIL END-OF-FILE.
           CLOSE GIFT-CARD-MASTER-OUT.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-CARD.
           READ GIFT-CARD-MASTER-OUT
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE
              OR GCO-HOLDER-ID = SPACES THEN
              GO TO 5100-EXIT
           END-IF.

           IF MASTER-OPEN THEN
              MOVE GCO-HOLDER-ID TO CUM-VISITOR-ID
              READ CUSTOMER-MASTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    GO TO 5100-EXIT
              END-READ
           END-IF.

           MOVE GCO-HOLDER-ID TO WS-WORK-VISITOR-ID.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 7100-FIND-XREF THRU 7100-EXIT.
           IF ENTRY-FOUND THEN
              STRING 'GIFTCARD/CUSTXREF CARD ' GCO-CARD-NUMBER
                  ' HOLDER ' GCO-HOLDER-ID ' MERGED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              PERFORM 7200-FIND-ARCHIVE THRU 7200-EXIT
              IF ENTRY-FOUND THEN
                 STRING 'GIFTCARD/CUSTARCH CARD ' GCO-CARD-NUMBER
                     ' HOLDER ' GCO-HOLDER-ID ' PURGED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 IF NOT MASTER-OPEN THEN
                    GO TO 5100-EXIT
                 END-IF
                 STRING 'GIFTCARD/CUSTMAST CARD ' GCO-CARD-NUMBER
                     ' HOLDER ' GCO-HOLDER-ID ' NOT ON FILE'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
           END-IF.

           ADD 1 TO WS-GIFT-BREAKS.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       5100-EXIT.
           EXIT.

       6000-CHECK-RIDE-STATUS.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT RIDE-STATUS-FILE.
           IF WS-RIDE-STATUS-STATUS NOT = '00' THEN
              MOVE 'RIDESTTS' TO WS-WORK-FILE-NAME
              PERFORM 8300-WRITE-NOT-AVAILABLE THRU 8300-EXIT
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-ONE-STATUS THRU 6100-EXIT
               UNTIL END-OF-FILE.
           CLOSE RIDE-STATUS-FILE.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-STATUS.
           READ RIDE-STATUS-FILE
              AT END SET END-OF-FILE TO TRUE
           END-READ.
           IF END-OF-FILE THEN
              GO TO 6100-EXIT
           END-IF.

           MOVE RS-RIDE-ID TO WS-WORK-RIDE-ID.
           PERFORM 7400-FIND-RIDE THRU 7400-EXIT.
           IF ENTRY-FOUND THEN
              GO TO 6100-EXIT
           END-IF.

           ADD 1 TO WS-RIDE-BREAKS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RIDESTTS/RIDEMAST RIDE ' RS-RIDE-ID
               ' STATUS ' RS-STATUS-CODE ' EFF ' RS-EFF-DATE
               ' NOT ON RIDE-MASTER'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       6100-EXIT.
           EXIT.

       7100-FIND-XREF.
           MOVE 'N' TO WS-FOUND-SW.
           SET XRF-IDX TO 1.
           PERFORM 7110-COMPARE-XREF THRU 7110-EXIT
               UNTIL XRF-IDX > WS-XREF-COUNT OR ENTRY-FOUND.
       7100-EXIT.
           EXIT.

       7110-COMPARE-XREF.
           IF WS-XRF-DEAD-ID(XRF-IDX) = WS-WORK-VISITOR-ID THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET XRF-IDX UP BY 1
           END-IF.
       7110-EXIT.
           EXIT.

       7200-FIND-ARCHIVE.
           MOVE 'N' TO WS-FOUND-SW.
           SET ARC-IDX TO 1.
           PERFORM 7210-COMPARE-ARCHIVE THRU 7210-EXIT
               UNTIL ARC-IDX > WS-ARCHIVE-COUNT OR ENTRY-FOUND.
       7200-EXIT.
           EXIT.

       7210-COMPARE-ARCHIVE.
           IF WS-ARC-VISITOR-ID(ARC-IDX) = WS-WORK-VISITOR-ID THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET ARC-IDX UP BY 1
           END-IF.
       7210-EXIT.
           EXIT.

      *-------------------------------------------------
      * SETS WS-ACCOUNT-PROBLEM TO SPACES WHEN THE
      * ACCOUNT IS ON THE CLOSING MASTER AND NOT CLOSED.
      *-------------------------------------------------
       7300-CHECK-ACCOUNT.
           MOVE SPACES TO WS-ACCOUNT-PROBLEM.
           MOVE 'N' TO WS-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 7310-COMPARE-ACCOUNT THRU 7310-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND THEN
              MOVE 'NOT ON ACCT MASTER' TO WS-ACCOUNT-PROBLEM
           ELSE
              IF WS-ACC-STATUS(ACC-IDX) = 'C' THEN
                 MOVE 'ACCOUNT CLOSED' TO WS-ACCOUNT-PROBLEM
              END-IF
           END-IF.
       7300-EXIT.
           EXIT.

       7310-COMPARE-ACCOUNT.
           IF WS-ACC-ACCT-ID(ACC-IDX) = WS-WORK-ACCT-ID THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET ACC-IDX UP BY 1
           END-IF.
       7310-EXIT.
           EXIT.

       7400-FIND-RIDE.
           MOVE 'N' TO WS-FOUND-SW.
           SET RID-IDX TO 1.
           PERFORM 7410-COMPARE-RIDE THRU 7410-EXIT
               UNTIL RID-IDX > WS-RIDE-COUNT OR ENTRY-FOUND.
       7400-EXIT.
           EXIT.

       7410-COMPARE-RIDE.
           IF WS-RID-RIDE-ID(RID-IDX) = WS-WORK-RIDE-ID THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET RID-IDX UP BY 1
           END-IF.
       7410-EXIT.
           EXIT.

       7500-FIND-PASS.
           MOVE 'N' TO WS-FOUND-SW.
           SET PAS-IDX TO 1.
           PERFORM 7510-COMPARE-PASS THRU 7510-EXIT
               UNTIL PAS-IDX > WS-PASS-COUNT OR ENTRY-FOUND.
       7500-EXIT.
           EXIT.

       7510-COMPARE-PASS.
           IF WS-PAS-PASS-ID(PAS-IDX) = WS-WORK-PASS-ID THEN
              SET ENTRY-FOUND TO TRUE
           ELSE
              SET PAS-IDX UP BY 1
           END-IF.
       7510-EXIT.
           EXIT.

       8100-WRITE-BREAK-LINE.
           MOVE WS-REPORT-LINE TO INTEGRITY-AUDIT-RECORD.
           WRITE INTEGRITY-AUDIT-RECORD.
       8100-EXIT.
           EXIT.

       8200-WRITE-TABLE-FULL.
           SET AUDIT-INCOMPLETE TO TRUE.
           DISPLAY 'INTEGRITYAUDIT - ' WS-WORK-FILE-NAME
               ' TABLE FULL - AUDIT INCOMPLETE'.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WARNING ' WS-WORK-FILE-NAME
               ' TABLE FULL - CHECKS USING IT ARE INCOMPLETE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       8200-EXIT.
           EXIT.

       8300-WRITE-NOT-AVAILABLE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOTE    ' WS-WORK-FILE-NAME
               ' NOT AVAILABLE - CHECKS USING IT SKIPPED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       8300-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE COUNT LINE PER FILE PAIR, THEN THE TOTAL.
      *-------------------------------------------------
       8000-PRINT-AUDIT.
           MOVE SPACES TO INTEGRITY-AUDIT-RECORD.
           WRITE INTEGRITY-AUDIT-RECORD.
           MOVE 'BREAKS BY FILE PAIR' TO INTEGRITY-AUDIT-RECORD.
           WRITE INTEGRITY-AUDIT-RECORD.

           MOVE 'PASSMSTR / CUSTXREF' TO WS-PAIR-LABEL.
           MOVE WS-PASS-BREAKS TO WS-PAIR-COUNT.
           PERFORM 8010-PRINT-PAIR-LINE THRU 8010-EXIT.
           MOVE 'STORDMST / ACCOUNT-MASTER' TO WS-PAIR-LABEL.
           MOVE WS-ORDER-BREAKS TO WS-PAIR-COUNT.
           PERFORM 8010-PRINT-PAIR-LINE THRU 8010-EXIT.
           MOVE 'DEPTACCT / ACCOUNT-MASTER' TO WS-PAIR-LABEL.
           MOVE WS-DEPT-BREAKS TO WS-PAIR-COUNT.
           PERFORM 8010-PRINT-PAIR-LINE THRU 8010-EXIT.
           MOVE 'GATEACCT / ACCOUNT-MASTER' TO WS-PAIR-LABEL.
           MOVE WS-GATE-BREAKS TO WS-PAIR-COUNT.
           PERFORM 8010-PRINT-PAIR-LINE THRU 8010-EXIT.
           MOVE 'GIFTCARD / CUSTOMER-MASTER' TO WS-PAIR-LABEL.
           MOVE WS-GIFT-BREAKS TO WS-PAIR-COUNT.
           PERFORM 8010-PRINT-PAIR-LINE THRU 8010-EXIT.
           MOVE 'RIDESTTS / RIDE-MASTER' TO WS-PAIR-LABEL.
           MOVE WS-RIDE-BREAKS TO WS-PAIR-COUNT.
           PERFORM 8010-PRINT-PAIR-LINE THRU 8010-EXIT.

           COMPUTE WS-BREAK-TOTAL = WS-PASS-BREAKS
               + WS-ORDER-BREAKS + WS-DEPT-BREAKS
               + WS-GATE-BREAKS + WS-GIFT-BREAKS
               + WS-RIDE-BREAKS.
           MOVE 'TOTAL BREAKS' TO WS-PAIR-LABEL.
           MOVE WS-BREAK-TOTAL TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PAIR-LABEL WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.

           IF MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE INTEGRITY-AUDIT-REPORT.
       8000-EXIT.
           EXIT.

       8010-PRINT-PAIR-LINE.
           IF WS-PAIR-COUNT > ZERO THEN
              ADD 1 TO WS-PAIRS-BROKEN
           END-IF.
           MOVE WS-PAIR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PAIR-LABEL WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-BREAK-LINE THRU 8100-EXIT.
       8010-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'INTEGAUDIT'     TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-BREAK-TOTAL > ZERO THEN
              MOVE WS-BREAK-TOTAL TO WS-COUNT-ED
              STRING 'INTEGRITY -' WS-COUNT-ED ' BREAKS IN '
                  WS-PAIRS-BROKEN ' FILE PAIRS'
                  DELIMITED BY SIZE INTO CLR-MESSAGE
           ELSE
              IF AUDIT-INCOMPLETE THEN
                 MOVE 'INTEGRITY AUDIT INCOMPLETE - TABLE FULL'
                     TO CLR-MESSAGE
              ELSE
                 MOVE 'PARK AND LEDGER FILES CONSISTENT'
                     TO CLR-MESSAGE
              END-IF
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
