      *               VALUE; PER-ACCOUNT OPENING-PLUS-NET-
      *               EQUALS-CLOSING IS PROVED BY SOLDE'S
      *               RECONCILIATION AND HISTORYREPLAY.
      * 15/10/26  AP  REPORTING ENTITIES. EACH ACCOUNT'S ENTITY
      *               (PARK OR SCHOOL) COMES FROM THE SHARED
      *               ENTITYLOOKUP MODULE, AND THE DAY'S
      *               DEBITS AND CREDITS NOW ALSO PRINT PER
      *               ENTITY AHEAD OF THE CONSOLIDATED TOTAL.
      *               AN INTERCOMPANY SECTION LISTS EACH
      *               ENTITY'S INTERCOMPANY ACCOUNT - THE DAY'S
      *               NET AND THE BALANCE ON ACCTOUT - AND
      *               PROVES THEY NET TO ZERO ACROSS THE
      *               ENTITIES; AN IMBALANCE IS LISTED AND
      *               RETURNS CODE 4. AN ACCOUNT WITH NO ENTITY
      *               TALLIES UNDER '??'.
      **************************

      **************************
                 INDEXED BY ACC-IDX.
              10 WS-ACC-ID          PIC X(06).
              10 WS-ACC-TYPE        PIC X(01).
              10 WS-ACC-ENTITY      PIC X(02).
              10 WS-ACC-BALANCE     PIC S9(07)V99.

       01  WS-MAX-TYPES             PIC 9(02) COMP VALUE 10.
       01  WS-TYPE-COUNT            PIC 9(02) COMP VALUE ZERO.
              10 WS-TYPE-DEBITS     PIC 9(11)V99.
              10 WS-TYPE-CREDITS    PIC 9(11)V99.

      *-------------------------------------------------
      * THE REPORTING ENTITIES, AS ENTITYLOOKUP HOLDS
      * THEM, WITH THE DAY'S TOTALS AND THEIR
      * INTERCOMPANY ACCOUNT'S NET AND BALANCE. THE LAST
      * ROW IS KEPT FOR ACCOUNTS WITH NO ENTITY.
      *-------------------------------------------------
       01  WS-MAX-ENTITIES          PIC 9(02) COMP VALUE 10.
       01  WS-ENTITY-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-ENTITY-TABLE.
           05 WS-ENTITY-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-ENTITY-COUNT
                 INDEXED BY ENT-IDX.
              10 WS-ENT-CODE        PIC X(02).
              10 WS-ENT-NAME        PIC X(30).
              10 WS-ENT-IC-ACCT-ID  PIC X(06).
              10 WS-ENT-DEBITS      PIC 9(11)V99.
              10 WS-ENT-CREDITS     PIC 9(11)V99.
              10 WS-ENT-IC-NET      PIC S9(11)V99.
              10 WS-ENT-IC-BALANCE  PIC S9(11)V99.

       01  WS-ENTITY-FOUND-SW       PIC X(01).
           88 ENTITY-FOUND          VALUE 'Y'.
       01  WS-WORK-ENTITY           PIC X(02).
       01  WS-IC-NET-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-IC-BALANCE-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-IC-BALANCED-SW        PIC X(01) VALUE 'Y'.
           88 INTERCOMPANY-BALANCED VALUE 'Y'.
       01  WS-BALANCE-ED            PIC -ZZZZZZZZZZ9.99.

       01  WS-WORK-TYPE             PIC X(01).
       01  WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-ED             PIC ZZZZZZZZZZ9.99.
       01  WS-NET-ED                PIC -ZZZZZZZZZZ9.99.

           COPY "entparm.cpy".

       LINKAGE SECTION.
           COPY "cycparm.cpy".

               UNTIL END-OF-HISTORY.
           PERFORM 8000-PROVE-AND-PRINT THRU 8000-EXIT.

           IF LEDGER-BALANCED AND INTERCOMPANY-BALANCED THEN
              MOVE ZERO TO CYC-RETURN-CODE
           ELSE
              MOVE 4 TO CYC-RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1200-LOAD-ENTITIES THRU 1200-EXIT.
           OPEN INPUT ACCOUNT-MASTER-OUT.
           IF WS-ACCOUNT-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-ACCOUNT THRU 1100-EXIT
              ADD 1 TO WS-ACCOUNT-COUNT
              MOVE ACTO-ACCT-ID   TO WS-ACC-ID(WS-ACCOUNT-COUNT)
              MOVE ACTO-ACCT-TYPE TO WS-ACC-TYPE(WS-ACCOUNT-COUNT)
              MOVE ACTO-BALANCE   TO WS-ACC-BALANCE(WS-ACCOUNT-COUNT)
              SET ENT-BY-ACCOUNT TO TRUE
              MOVE ACTO-ACCT-ID   TO ENT-ACCT-ID
              CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA
              IF ENT-FOUND THEN
                 MOVE ENT-ENTITY-CODE
                     TO WS-ACC-ENTITY(WS-ACCOUNT-COUNT)
              ELSE
                 MOVE '??' TO WS-ACC-ENTITY(WS-ACCOUNT-COUNT)
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY ENTITY ENTITYLOOKUP KNOWS, IN ITS ORDER,
      * THEN THE '??' ROW FOR ACCOUNTS WITHOUT ONE.
      *-------------------------------------------------
       1200-LOAD-ENTITIES.
           SET ENT-BY-NUMBER TO TRUE.
           MOVE 1 TO ENT-NUMBER.
           CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA.
           PERFORM 1210-ADD-ENTITY THRU 1210-EXIT
               UNTIL ENT-NOT-FOUND
                  OR WS-ENTITY-COUNT >= WS-MAX-ENTITIES - 1.
           ADD 1 TO WS-ENTITY-COUNT.
           SET ENT-IDX TO WS-ENTITY-COUNT.
           MOVE '??'           TO WS-ENT-CODE(ENT-IDX).
           MOVE 'NO ENTITY'    TO WS-ENT-NAME(ENT-IDX).
           MOVE SPACES         TO WS-ENT-IC-ACCT-ID(ENT-IDX).
           MOVE ZERO TO WS-ENT-DEBITS(ENT-IDX)
                        WS-ENT-CREDITS(ENT-IDX)
                        WS-ENT-IC-NET(ENT-IDX)
                        WS-ENT-IC-BALANCE(ENT-IDX).
       1200-EXIT.
           EXIT.

       1210-ADD-ENTITY.
           ADD 1 TO WS-ENTITY-COUNT.
           SET ENT-IDX TO WS-ENTITY-COUNT.
           MOVE ENT-ENTITY-CODE TO WS-ENT-CODE(ENT-IDX).
           MOVE ENT-ENTITY-NAME TO WS-ENT-NAME(ENT-IDX).
           MOVE ENT-IC-ACCT-ID  TO WS-ENT-IC-ACCT-ID(ENT-IDX).
           MOVE ZERO TO WS-ENT-DEBITS(ENT-IDX)
                        WS-ENT-CREDITS(ENT-IDX)
                        WS-ENT-IC-NET(ENT-IDX)
                        WS-ENT-IC-BALANCE(ENT-IDX).
           ADD 1 TO ENT-NUMBER.
           CALL 'ENTITYLOOKUP' USING ENT-PARM-AREA.
       1210-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY THE DAY'S POSTINGS COUNT. THE ACCOUNT'S TYPE
      * COMES FROM ACCTOUT - AN ACCOUNT NO LONGER ON THE
           END-IF.

           MOVE '?' TO WS-WORK-TYPE.
           MOVE '??' TO WS-WORK-ENTITY.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 2100-MATCH-ACCOUNT THRU 2100-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
           IF ACCT-FOUND THEN
              MOVE WS-ACC-TYPE(ACC-IDX)   TO WS-WORK-TYPE
              MOVE WS-ACC-ENTITY(ACC-IDX) TO WS-WORK-ENTITY
           END-IF.
           PERFORM 2300-TALLY-ENTITY THRU 2300-EXIT.

           PERFORM 2200-FIND-TYPE-ENTRY THRU 2200-EXIT.
           IF TH-TYPE = 'D' THEN
       2210-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE POSTING'S ENTITY TAKES ITS DEBIT OR CREDIT,
      * AND A POSTING TO THE ENTITY'S INTERCOMPANY
      * ACCOUNT ITS SIGNED NET AS WELL. AN ENTITY CODE
      * NOT ON THE TABLE TALLIES UNDER THE '??' ROW.
      *-------------------------------------------------
       2300-TALLY-ENTITY.
           PERFORM 2310-FIND-ENTITY THRU 2310-EXIT.
           IF NOT ENTITY-FOUND THEN
              SET ENT-IDX TO WS-ENTITY-COUNT
           END-IF.
           IF TH-TYPE = 'D' THEN
              ADD TH-AMOUNT TO WS-ENT-DEBITS(ENT-IDX)
           ELSE
              ADD TH-AMOUNT TO WS-ENT-CREDITS(ENT-IDX)
           END-IF.
           IF TH-ACCT-ID = WS-ENT-IC-ACCT-ID(ENT-IDX) THEN
              IF TH-TYPE = 'D' THEN
                 SUBTRACT TH-AMOUNT FROM WS-ENT-IC-NET(ENT-IDX)
              ELSE
                 ADD TH-AMOUNT TO WS-ENT-IC-NET(ENT-IDX)
              END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-FIND-ENTITY.
           MOVE 'N' TO WS-ENTITY-FOUND-SW.
           SET ENT-IDX TO 1.
           PERFORM 2320-COMPARE-ENTITY THRU 2320-EXIT
               UNTIL ENT-IDX > WS-ENTITY-COUNT OR ENTITY-FOUND.
       2310-EXIT.
           EXIT.

       2320-COMPARE-ENTITY.
           IF WS-ENT-CODE(ENT-IDX) = WS-WORK-ENTITY THEN
              SET ENTITY-FOUND TO TRUE
           ELSE
              SET ENT-IDX UP BY 1
           END-IF.
       2320-EXIT.
           EXIT.

       2900-READ-HISTORY.
           READ TRANSACTION-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           STRING 'DAILY TRIAL BALANCE  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE 'ENTITY      DEBITS         CREDITS'
               TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           PERFORM 8200-PRINT-ENTITY-LINE THRU 8200-EXIT
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > WS-ENTITY-COUNT.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           MOVE 'CONSOLIDATED' TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE 'TYPE        DEBITS         CREDITS'
               TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           END-IF.
           WRITE TRIAL-BALANCE-RECORD.

           PERFORM 8300-PROVE-INTERCOMPANY THRU 8300-EXIT.

           CLOSE TRIAL-BALANCE-REPORT.
       8000-EXIT.
           EXIT.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE PER ENTITY - THE '??' ROW ONLY WHEN
      * SOMETHING POSTED TO AN ACCOUNT WITH NO ENTITY.
      *-------------------------------------------------
       8200-PRINT-ENTITY-LINE.
           IF WS-ENT-CODE(ENT-IDX) = '??'
              AND WS-ENT-DEBITS(ENT-IDX) = ZERO
              AND WS-ENT-CREDITS(ENT-IDX) = ZERO THEN
              GO TO 8200-EXIT
           END-IF.
           MOVE WS-ENT-DEBITS(ENT-IDX)  TO WS-DEBIT-ED.
           MOVE WS-ENT-CREDITS(ENT-IDX) TO WS-CREDIT-ED.
           COMPUTE WS-NET-POSITION = WS-ENT-DEBITS(ENT-IDX)
               - WS-ENT-CREDITS(ENT-IDX).
           MOVE WS-NET-POSITION TO WS-NET-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-ENT-CODE(ENT-IDX) '    '
               WS-DEBIT-ED ' ' WS-CREDIT-ED
               ' NET ' WS-NET-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
       8200-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY ENTITY'S INTERCOMPANY ACCOUNT - THE DAY'S
      * NET AND ITS BALANCE ON ACCTOUT. POSTED IN PAIRS
      * THEY NET TO ZERO ACROSS THE ENTITIES, SO ANY
      * OTHER TOTAL IS AN IMBALANCE TO CHASE.
      *-------------------------------------------------
       8300-PROVE-INTERCOMPANY.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE 'INTERCOMPANY   ACCOUNT      DAY NET         BALANCE'
               TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           PERFORM 8310-PRINT-IC-LINE THRU 8310-EXIT
               VARYING ENT-IDX FROM 1 BY 1
               UNTIL ENT-IDX > WS-ENTITY-COUNT.

           MOVE WS-IC-NET-TOTAL     TO WS-NET-ED.
           MOVE WS-IC-BALANCE-TOTAL TO WS-BALANCE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL                ' WS-NET-ED ' '
               WS-BALANCE-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           IF WS-IC-NET-TOTAL = ZERO
              AND WS-IC-BALANCE-TOTAL = ZERO THEN
              MOVE 'INTERCOMPANY NETS TO ZERO ON CONSOLIDATION'
                  TO TRIAL-BALANCE-RECORD
           ELSE
              MOVE 'N' TO WS-IC-BALANCED-SW
              MOVE '*** INTERCOMPANY OUT OF BALANCE ***'
                  TO TRIAL-BALANCE-RECORD
           END-IF.
           WRITE TRIAL-BALANCE-RECORD.
       8300-EXIT.
           EXIT.

       8310-PRINT-IC-LINE.
           IF WS-ENT-IC-ACCT-ID(ENT-IDX) = SPACES THEN
              GO TO 8310-EXIT
           END-IF.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 8320-MATCH-IC-ACCOUNT THRU 8320-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
           IF ACCT-FOUND THEN
              MOVE WS-ACC-BALANCE(ACC-IDX)
                  TO WS-ENT-IC-BALANCE(ENT-IDX)
           END-IF.
           ADD WS-ENT-IC-NET(ENT-IDX)     TO WS-IC-NET-TOTAL.
           ADD WS-ENT-IC-BALANCE(ENT-IDX) TO WS-IC-BALANCE-TOTAL.
           MOVE WS-ENT-IC-NET(ENT-IDX)     TO WS-NET-ED.
           MOVE WS-ENT-IC-BALANCE(ENT-IDX) TO WS-BALANCE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-ENT-CODE(ENT-IDX) '             '
               WS-ENT-IC-ACCT-ID(ENT-IDX) ' '
               WS-NET-ED ' ' WS-BALANCE-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
       8310-EXIT.
           EXIT.

       8320-MATCH-IC-ACCOUNT.
           IF WS-ACC-ID(ACC-IDX) = WS-ENT-IC-ACCT-ID(ENT-IDX) THEN
              SET ACCT-FOUND TO TRUE
           ELSE
              SET ACC-IDX UP BY 1
           END-IF.
       8320-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN NOT INTERCOMPANY-BALANCED
                 MOVE 'TRIAL BALANCE - INTERCO OUT OF BALANCE'
                     TO CLR-MESSAGE
              WHEN LEDGER-BALANCED
                 MOVE 'TRIAL BALANCE IN BALANCE' TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'TRIAL BALANCE - NET POSITION REPORTED'
                     TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
