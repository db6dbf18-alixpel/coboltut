      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  DisputeMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CARD DISPUTE MAINTENANCE
      *               AGAINST THE DISPUTE MASTER (DISPUTES,
      *               DISPFD LAYOUT) THAT CHARGEBACKINTAKE
      *               OPENS. SAME SHAPE AS COMPLAINTMAINT:
      *               OPERSIGNON SIGN-ON, THE MASTER TABLE-
      *               LOADED AND REWRITTEN WHOLE AT EXIT,
      *               EVERY CHANGE APPENDED TO ACTAUDIT.
      *               R RECORDS THAT THE REPRESENTMENT HAS
      *               GONE TO THE ACQUIRER (OPEN TO
      *               REPRESENTED), WHICH TAKES THE CASE
      *               OFF THE DAILY AGING LIST. A ACCEPTS
      *               LIABILITY (SUPERVISOR ONLY - IT GIVES
      *               UP THE MONEY) AND CLOSES THE CASE AS
      *               LOST. THE REVENUE WAS ALREADY REVERSED
      *               AT INTAKE, SO NEITHER POSTS ANYTHING.
      *               I INQUIRES, L LISTS PENDING CASES.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-MASTER ASSIGN TO "DISPUTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  DISPUTE-MASTER.
           COPY "dispfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DISPUTE-STATUS         PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-DISPUTE-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-DISPUTES     VALUE 'Y'.
           05 WS-DISPUTE-FOUND-SW    PIC X(01).
              88 DISPUTE-FOUND       VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 RECORD-REPRESENTMENT   VALUE 'R'.
           88 ACCEPT-LIABILITY       VALUE 'A'.
           88 INQUIRE-DISPUTE        VALUE 'I'.
           88 LIST-PENDING           VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-CASE-ID-IN             PIC X(10).
       01  WS-NOTE-IN                PIC X(30).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-PENDING-LISTED         PIC 9(05) COMP VALUE ZERO.
       01  WS-AMOUNT-ED              PIC ZZZZZZ9.99.
       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-MAX-DISPUTES           PIC 9(05) COMP VALUE 2000.
       01  WS-DISPUTE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-DISPUTE-TABLE.
           05 WS-DSP-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-DISPUTE-COUNT
                 INDEXED BY DSP-IDX.
              10 WS-DSP-RECORD       PIC X(114).
              10 WS-DSP-FIELDS REDEFINES WS-DSP-RECORD.
                 15 WS-DSP-CASE-ID   PIC X(10).
                 15 WS-DSP-NOTICE-DATE PIC 9(08).
                 15 WS-DSP-TXN-DATE  PIC 9(08).
                 15 WS-DSP-SOURCE    PIC X(01).
                 15 WS-DSP-REFERENCE PIC X(10).
                 15 WS-DSP-GATE-ID   PIC X(02).
                 15 WS-DSP-AMOUNT    PIC 9(07)V99.
                 15 WS-DSP-REASON    PIC X(04).
                 15 WS-DSP-RESPOND-BY PIC 9(08).
                 15 WS-DSP-MATCHED   PIC X(01).
                    88 DSP-MATCHED   VALUE 'Y'.
                 15 WS-DSP-STATUS    PIC X(01).
                    88 DSP-OPEN      VALUE 'O'.
                    88 DSP-REPRESENTED VALUE 'P'.
                    88 DSP-WON       VALUE 'W'.
                    88 DSP-LOST      VALUE 'L'.
                    88 DSP-ACCEPTED  VALUE 'A'.
                    88 DSP-PENDING   VALUES 'O' 'P'.
                 15 WS-DSP-RESP-DATE PIC 9(08).
                 15 WS-DSP-RESP-BY   PIC X(06).
                 15 WS-DSP-RESP-NOTE PIC X(30).
                 15 WS-DSP-OUTCOME-DATE PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * SIGN-ON THROUGH THE SHARED OPERSIGNON MODULE. ANY
      * ROLE MAY RECORD A REPRESENTMENT - ONLY ACCEPTING
      * LIABILITY NEEDS THE SUPERVISOR ROLE.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'DISPUTEMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT DISPUTE-MASTER.
           IF WS-DISPUTE-STATUS NOT = '00' THEN
              DISPLAY 'NO DISPUTE MASTER ON FILE'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-DISPUTE THRU 1100-EXIT
               UNTIL END-OF-DISPUTES
                  OR WS-DISPUTE-COUNT >= WS-MAX-DISPUTES.
           IF NOT END-OF-DISPUTES THEN
              DISPLAY 'DISPUTE TABLE FULL AT ' WS-MAX-DISPUTES
                  ' WITH MASTER UNREAD - RUN ABORTED'
              CLOSE DISPUTE-MASTER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE DISPUTE-MASTER.
       1000-EXIT.
           EXIT.

       1100-LOAD-DISPUTE.
           READ DISPUTE-MASTER
              AT END SET END-OF-DISPUTES TO TRUE
           END-READ.
           IF NOT END-OF-DISPUTES THEN
              ADD 1 TO WS-DISPUTE-COUNT
              MOVE DISPUTE-RECORD
                  TO WS-DSP-RECORD(WS-DISPUTE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- CARD DISPUTE MAINTENANCE ----------'.
           DISPLAY 'R - REPRESENTMENT SENT   A - ACCEPT LIABILITY'.
           DISPLAY 'I - INQUIRE   L - LIST PENDING   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN RECORD-REPRESENTMENT
                 PERFORM 3000-RECORD-REPRESENTMENT THRU 3000-EXIT
              WHEN ACCEPT-LIABILITY
                 PERFORM 4000-ACCEPT-LIABILITY THRU 4000-EXIT
              WHEN INQUIRE-DISPUTE
                 PERFORM 5000-INQUIRE-DISPUTE THRU 5000-EXIT
              WHEN LIST-PENDING
                 PERFORM 5500-LIST-PENDING THRU 5500-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE EVIDENCE HAS GONE TO THE ACQUIRER. AN OPEN
      * CASE MOVES TO REPRESENTED WITH WHO SENT IT, WHEN,
      * AND A NOTE OF WHAT WAS SENT. A LATE REPRESENTMENT
      * IS STILL RECORDED BUT THE OPERATOR IS WARNED.
      *-------------------------------------------------
       3000-RECORD-REPRESENTMENT.
           PERFORM 6000-ACCEPT-CASE-ID THRU 6000-EXIT.
           IF NOT DISPUTE-FOUND THEN
              DISPLAY 'CASE ' WS-CASE-ID-IN ' NOT ON FILE'
              GO TO 3000-EXIT
           END-IF.
           IF NOT DSP-OPEN(DSP-IDX) THEN
              DISPLAY 'CASE ' WS-CASE-ID-IN
                  ' IS NOT OPEN - STATUS ' WS-DSP-STATUS(DSP-IDX)
              GO TO 3000-EXIT
           END-IF.
           IF WS-TODAY-DATE > WS-DSP-RESPOND-BY(DSP-IDX) THEN
              DISPLAY 'WARNING - DEADLINE WAS '
                  WS-DSP-RESPOND-BY(DSP-IDX)
           END-IF.

           DISPLAY 'WHAT WAS SENT ?'.
           MOVE SPACES TO WS-NOTE-IN.
           ACCEPT WS-NOTE-IN.
           IF WS-NOTE-IN = SPACES THEN
              DISPLAY 'A NOTE OF WHAT WAS SENT IS REQUIRED'
                  ' - NOT RECORDED'
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-DSP-RECORD(DSP-IDX) TO WS-AUDIT-BEFORE.
           MOVE 'P'           TO WS-DSP-STATUS(DSP-IDX).
           MOVE WS-TODAY-DATE TO WS-DSP-RESP-DATE(DSP-IDX).
           MOVE WS-SIGNON-ID  TO WS-DSP-RESP-BY(DSP-IDX).
           MOVE WS-NOTE-IN    TO WS-DSP-RESP-NOTE(DSP-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-DSP-RECORD(DSP-IDX) TO WS-AUDIT-AFTER.
           MOVE 'C' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'CASE ' WS-CASE-ID-IN ' MARKED REPRESENTED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * NOT WORTH FIGHTING - THE PARK CONCEDES THE CASE.
      * IT CLOSES AS ACCEPTED WITH TODAY AS THE OUTCOME
      * DATE, AND COUNTS AS LOST ON THE MONTHLY SUMMARY.
      *-------------------------------------------------
       4000-ACCEPT-LIABILITY.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'ACCEPTING LIABILITY REQUIRES A SUPERVISOR'
                  ' SIGN-ON'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 6000-ACCEPT-CASE-ID THRU 6000-EXIT.
           IF NOT DISPUTE-FOUND THEN
              DISPLAY 'CASE ' WS-CASE-ID-IN ' NOT ON FILE'
              GO TO 4000-EXIT
           END-IF.
           IF NOT DSP-PENDING(DSP-IDX) THEN
              DISPLAY 'CASE ' WS-CASE-ID-IN
                  ' IS ALREADY CLOSED - STATUS '
                  WS-DSP-STATUS(DSP-IDX)
              GO TO 4000-EXIT
           END-IF.

           DISPLAY 'REASON FOR ACCEPTING ?'.
           MOVE SPACES TO WS-NOTE-IN.
           ACCEPT WS-NOTE-IN.
           IF WS-NOTE-IN = SPACES THEN
              DISPLAY 'A REASON IS REQUIRED - NOT ACCEPTED'
              GO TO 4000-EXIT
           END-IF.
           MOVE WS-DSP-AMOUNT(DSP-IDX) TO WS-AMOUNT-ED.
           DISPLAY 'ACCEPT LIABILITY FOR ' WS-AMOUNT-ED
               ' ON CASE ' WS-CASE-ID-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT ACCEPTED'
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-DSP-RECORD(DSP-IDX) TO WS-AUDIT-BEFORE.
           MOVE 'A'           TO WS-DSP-STATUS(DSP-IDX).
           MOVE WS-TODAY-DATE TO WS-DSP-RESP-DATE(DSP-IDX).
           MOVE WS-SIGNON-ID  TO WS-DSP-RESP-BY(DSP-IDX).
           MOVE WS-NOTE-IN    TO WS-DSP-RESP-NOTE(DSP-IDX).
           MOVE WS-TODAY-DATE TO WS-DSP-OUTCOME-DATE(DSP-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-DSP-RECORD(DSP-IDX) TO WS-AUDIT-AFTER.
           MOVE 'C' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'CASE ' WS-CASE-ID-IN ' CLOSED - LIABILITY'
               ' ACCEPTED'.
       4000-EXIT.
           EXIT.

       5000-INQUIRE-DISPUTE.
           PERFORM 6000-ACCEPT-CASE-ID THRU 6000-EXIT.
           IF NOT DISPUTE-FOUND THEN
              DISPLAY 'CASE ' WS-CASE-ID-IN ' NOT ON FILE'
              GO TO 5000-EXIT
           END-IF.
           MOVE WS-DSP-AMOUNT(DSP-IDX) TO WS-AMOUNT-ED.
           DISPLAY 'CASE       : ' WS-DSP-CASE-ID(DSP-IDX)
               '  NOTICE ' WS-DSP-NOTICE-DATE(DSP-IDX)
               '  REASON ' WS-DSP-REASON(DSP-IDX).
           DISPLAY 'PAYMENT    : ' WS-DSP-SOURCE(DSP-IDX)
               ' ' WS-DSP-REFERENCE(DSP-IDX)
               '  DATE ' WS-DSP-TXN-DATE(DSP-IDX)
               '  GATE ' WS-DSP-GATE-ID(DSP-IDX).
           DISPLAY 'AMOUNT     : ' WS-AMOUNT-ED
               '  RESPOND BY ' WS-DSP-RESPOND-BY(DSP-IDX).
           IF NOT DSP-MATCHED(DSP-IDX) THEN
              DISPLAY '             NO ORIGINAL PAYMENT MATCHED -'
                  ' NOTHING REVERSED'
           END-IF.
           EVALUATE TRUE
              WHEN DSP-OPEN(DSP-IDX)
                 DISPLAY 'STATUS     : OPEN - NOT YET ANSWERED'
              WHEN DSP-REPRESENTED(DSP-IDX)
                 DISPLAY 'STATUS     : REPRESENTED '
                     WS-DSP-RESP-DATE(DSP-IDX)
                     '  BY ' WS-DSP-RESP-BY(DSP-IDX)
              WHEN DSP-WON(DSP-IDX)
                 DISPLAY 'STATUS     : WON '
                     WS-DSP-OUTCOME-DATE(DSP-IDX)
              WHEN DSP-LOST(DSP-IDX)
                 DISPLAY 'STATUS     : LOST '
                     WS-DSP-OUTCOME-DATE(DSP-IDX)
              WHEN DSP-ACCEPTED(DSP-IDX)
                 DISPLAY 'STATUS     : LIABILITY ACCEPTED '
                     WS-DSP-OUTCOME-DATE(DSP-IDX)
                     '  BY ' WS-DSP-RESP-BY(DSP-IDX)
              WHEN OTHER
                 DISPLAY 'STATUS     : ' WS-DSP-STATUS(DSP-IDX)
           END-EVALUATE.
           IF WS-DSP-RESP-NOTE(DSP-IDX) NOT = SPACES THEN
              DISPLAY 'NOTE       : ' WS-DSP-RESP-NOTE(DSP-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       5500-LIST-PENDING.
           MOVE ZERO TO WS-PENDING-LISTED.
           DISPLAY 'CASE       S RSN      AMOUNT RESPOND  SOURCE'.
           PERFORM 5510-LIST-ONE THRU 5510-EXIT
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DISPUTE-COUNT.
           IF WS-PENDING-LISTED = ZERO THEN
              DISPLAY 'NO PENDING DISPUTES'
           END-IF.
       5500-EXIT.
           EXIT.

       5510-LIST-ONE.
           IF DSP-PENDING(DSP-IDX) THEN
              MOVE WS-DSP-AMOUNT(DSP-IDX) TO WS-AMOUNT-ED
              DISPLAY WS-DSP-CASE-ID(DSP-IDX) ' '
                  WS-DSP-STATUS(DSP-IDX) ' '
                  WS-DSP-REASON(DSP-IDX) ' '
                  WS-AMOUNT-ED ' '
                  WS-DSP-RESPOND-BY(DSP-IDX) ' '
                  WS-DSP-SOURCE(DSP-IDX) ' '
                  WS-DSP-REFERENCE(DSP-IDX)
              ADD 1 TO WS-PENDING-LISTED
           END-IF.
       5510-EXIT.
           EXIT.

       6000-ACCEPT-CASE-ID.
           DISPLAY 'CASE ID ?'.
           MOVE SPACES TO WS-CASE-ID-IN.
           ACCEPT WS-CASE-ID-IN.
           MOVE 'N' TO WS-DISPUTE-FOUND-SW.
           SET DSP-IDX TO 1.
           PERFORM 6010-COMPARE-CASE THRU 6010-EXIT
               UNTIL DSP-IDX > WS-DISPUTE-COUNT
                  OR DISPUTE-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-CASE.
           IF WS-DSP-CASE-ID(DSP-IDX) = WS-CASE-ID-IN THEN
              SET DISPUTE-FOUND TO TRUE
           ELSE
              SET DSP-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

       8000-REWRITE-MASTER.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT DISPUTE-MASTER.
           PERFORM 8010-WRITE-DISPUTE THRU 8010-EXIT
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DISPUTE-COUNT.
           CLOSE DISPUTE-MASTER.
       8000-EXIT.
           EXIT.

       8010-WRITE-DISPUTE.
           MOVE WS-DSP-RECORD(DSP-IDX) TO DISPUTE-RECORD.
           WRITE DISPUTE-RECORD.
       8010-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE. THE
      * CALLER SETS THE ACTION AND THE TWO IMAGES; THE
      * KEY IS THE CASE ID.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'DISPUTEMAINT' TO AA-PROGRAM.
           MOVE WS-SIGNON-ID   TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-ACTION TO AA-ACTION.
           MOVE WS-DSP-CASE-ID(DSP-IDX) TO AA-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE TO AA-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER  TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.
