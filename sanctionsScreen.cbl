      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  SanctionsScreen.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. NIGHTLY SANCTIONS SCREENING,
      *               A DAILYCYCLE STEP AHEAD OF PAYROLL. EVERY
      *               ACCOUNT HOLDER ON ACCOUNT-MASTER (NOT
      *               THE PARK'S OWN LEDGER ACCOUNTS, NOT
      *               CLOSED ONES) AND EVERY VENDOR IS
      *               SCREENED AGAINST THE WATCHLIST THROUGH
      *               THE SHARED NAMESCREEN MODULE, SO A NEW
      *               EDITION OF THE LIST IS APPLIED THE
      *               NIGHT IT IS TAKEN IN. EMPLOYEES ARE
      *               SCREENED AS NEW HIRES - ANYONE ON THE
      *               EMPLOYEE MASTER NOT YET ON THE SCREENED-
      *               EMPLOYEE FILE (SCRNEMP), WHICH IS
      *               REWRITTEN WITH THEM. A POSSIBLE HIT IS
      *               HELD AND AUDITED BY THE MODULE; THIS
      *               STEP LISTS NEW AND STILL-OPEN HOLDS ON
      *               THE SCREENING REPORT (SCRNRPT) AND
      *               RETURNS CODE 4 WHILE ANY HOLD IS
      *               UNDECIDED OR WHEN THERE IS NO WATCHLIST
      *               TO SCREEN AGAINST.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-IN-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT SCREENED-EMPLOYEES ASSIGN TO "SCRNEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENED-EMP-STATUS.

           SELECT SCREENING-REPORT ASSIGN TO "SCRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENING-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD.
           05 ACTI-ACCT-ID          PIC X(06).
           05 ACTI-NOM              PIC X(20).
           05 ACTI-BALANCE          PIC S9(07)V99.
           05 ACTI-CURRENCY-CODE    PIC X(03).
           05 ACTI-ACCT-TYPE        PIC X(01).
           05 ACTI-STATUS           PIC X(01).
           05 ACTI-LAST-ACTIVITY    PIC 9(08).

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  VENDOR-MASTER.
           COPY "vendfd.cpy".

       FD  SCREENED-EMPLOYEES.
       01  SCREENED-EMPLOYEE-RECORD.
           05 SE-EMP-ID             PIC X(06).
           05 SE-SCREENED-DATE      PIC 9(08).

       FD  SCREENING-REPORT.
       01  SCREENING-REPORT-RECORD  PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-LOG-STATUS       PIC X(02).
       01  WS-ACCOUNT-MASTER-IN-STATUS PIC X(02).
       01  WS-EMPLOYEE-MASTER-STATUS PIC X(02).
       01  WS-VENDOR-STATUS          PIC X(02).
       01  WS-SCREENED-EMP-STATUS    PIC X(02).
       01  WS-SCREENING-RPT-STATUS   PIC X(02).

       01  WS-SWITCHES.
           05 WS-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-MASTER       VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES    VALUE 'Y'.
           05 WS-VENDOR-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-VENDORS      VALUE 'Y'.
           05 WS-SCREENED-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-SCREENED     VALUE 'Y'.
           05 WS-EMP-SCREENED-SW     PIC X(01).
              88 EMP-ALREADY-SCREENED VALUE 'Y'.
           05 WS-NO-LIST-SW          PIC X(01) VALUE 'N'.
              88 NO-WATCHLIST        VALUE 'Y'.
           05 WS-EMP-FILE-SW         PIC X(01) VALUE 'N'.
              88 EMPLOYEES-ON-FILE   VALUE 'Y'.
           05 WS-VENDOR-FILE-SW      PIC X(01) VALUE 'N'.
              88 VENDORS-ON-FILE     VALUE 'Y'.

       COPY "scrnparm.cpy".

      *-------------------------------------------------
      * EMPLOYEES ALREADY SCREENED AS HIRES, WITH THE
      * DATE - CARRIED FORWARD AND ADDED TO EACH NIGHT.
      *-------------------------------------------------
       01  WS-MAX-SCREENED           PIC 9(04) COMP VALUE 2000.
       01  WS-SCREENED-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-SCREENED-TABLE.
           05 WS-SCR-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-SCREENED-COUNT
                 INDEXED BY SCR-IDX.
              10 WS-SCR-EMP-ID       PIC X(06).
              10 WS-SCR-DATE         PIC 9(08).

       01  WS-SOURCE-LABEL           PIC X(08).
       01  WS-ACCOUNT-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  WS-HIRE-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-VENDOR-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-NEW-HOLD-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-OPEN-HOLD-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-CONFIRMED-COUNT        PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE            PIC X(80).
       01  WS-COUNT-ED               PIC ZZZZ9.
       01  WS-DISTANCE-ED            PIC Z9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-SCREEN-ACCOUNT THRU 2000-EXIT
               UNTIL END-OF-MASTER OR NO-WATCHLIST.
           CLOSE ACCOUNT-MASTER-IN.

           IF EMPLOYEES-ON-FILE THEN
              PERFORM 3000-SCREEN-EMPLOYEE THRU 3000-EXIT
                  UNTIL END-OF-EMPLOYEES OR NO-WATCHLIST
              CLOSE EMPLOYEE-MASTER
              PERFORM 3500-REWRITE-SCREENED THRU 3500-EXIT
           END-IF.

           IF VENDORS-ON-FILE THEN
              PERFORM 4000-SCREEN-VENDOR THRU 4000-EXIT
                  UNTIL END-OF-VENDORS OR NO-WATCHLIST
              CLOSE VENDOR-MASTER
           END-IF.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-NEW-HOLD-COUNT > ZERO
              OR WS-OPEN-HOLD-COUNT > ZERO
              OR NO-WATCHLIST THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT SCREENED-EMPLOYEES.
           IF WS-SCREENED-EMP-STATUS = '00' THEN
              PERFORM 1100-LOAD-SCREENED THRU 1100-EXIT
                  UNTIL END-OF-SCREENED
                     OR WS-SCREENED-COUNT >= WS-MAX-SCREENED
              CLOSE SCREENED-EMPLOYEES
           END-IF.

           OPEN OUTPUT SCREENING-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SANCTIONS SCREENING - RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE 'RESULT     PARTY    ID         NAME / LISTED AS'
               TO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.

           MOVE 'S'          TO SCR-FUNCTION.
           MOVE 'SANCTIONSCRN' TO SCR-PROGRAM.

           OPEN INPUT ACCOUNT-MASTER-IN.
           PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = '00' THEN
              SET EMPLOYEES-ON-FILE TO TRUE
              PERFORM 3900-READ-EMPLOYEE THRU 3900-EXIT
           END-IF.

           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDOR-STATUS = '00' THEN
              SET VENDORS-ON-FILE TO TRUE
              PERFORM 4900-READ-VENDOR THRU 4900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-SCREENED.
           READ SCREENED-EMPLOYEES
              AT END SET END-OF-SCREENED TO TRUE
           END-READ.
           IF NOT END-OF-SCREENED THEN
              ADD 1 TO WS-SCREENED-COUNT
              MOVE SE-EMP-ID TO WS-SCR-EMP-ID(WS-SCREENED-COUNT)
              MOVE SE-SCREENED-DATE
                  TO WS-SCR-DATE(WS-SCREENED-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ACCOUNT HOLDERS. THE PARK'S OWN LEDGER ACCOUNTS
      * (TYPE R) HOLD NO ONE'S MONEY AND CLOSED ACCOUNTS
      * NOTHING AT ALL.
      *-------------------------------------------------
       2000-SCREEN-ACCOUNT.
           IF ACTI-ACCT-TYPE = 'R' OR ACTI-STATUS = 'C' THEN
              GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE 'A'          TO SCR-SOURCE.
           MOVE ACTI-ACCT-ID TO SCR-PARTY-ID.
           MOVE ACTI-NOM     TO SCR-PARTY-NAME.
           MOVE 'ACCOUNT'    TO WS-SOURCE-LABEL.
           PERFORM 5000-SCREEN-PARTY THRU 5000-EXIT.
       2000-READ-NEXT.
           PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-ACCOUNT.
           READ ACCOUNT-MASTER-IN
              AT END SET END-OF-MASTER TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * NEW HIRES - ANYONE NOT YET SCREENED. SOMEONE
      * ALREADY GONE BEFORE TONIGHT IS NOT A HIRE TO
      * SCREEN. A SCREENED EMPLOYEE IS REMEMBERED EVEN
      * WHEN HELD - THE HOLD ITSELF NOW STOPS THEIR PAY.
      *-------------------------------------------------
       3000-SCREEN-EMPLOYEE.
           IF EMP-TERM-DATE > ZERO
              AND EMP-TERM-DATE < CYC-RUN-DATE THEN
              GO TO 3000-READ-NEXT
           END-IF.
           MOVE 'N' TO WS-EMP-SCREENED-SW.
           PERFORM 3100-CHECK-SCREENED THRU 3100-EXIT
               VARYING SCR-IDX FROM 1 BY 1
               UNTIL SCR-IDX > WS-SCREENED-COUNT
                  OR EMP-ALREADY-SCREENED.
           IF EMP-ALREADY-SCREENED THEN
              GO TO 3000-READ-NEXT
           END-IF.

           ADD 1 TO WS-HIRE-COUNT.
           MOVE 'E'      TO SCR-SOURCE.
           MOVE EMP-ID   TO SCR-PARTY-ID.
           MOVE EMP-NOM  TO SCR-PARTY-NAME.
           MOVE 'NEW HIRE' TO WS-SOURCE-LABEL.
           PERFORM 5000-SCREEN-PARTY THRU 5000-EXIT.
           IF NO-WATCHLIST THEN
              GO TO 3000-EXIT
           END-IF.
           IF WS-SCREENED-COUNT < WS-MAX-SCREENED THEN
              ADD 1 TO WS-SCREENED-COUNT
              MOVE EMP-ID TO WS-SCR-EMP-ID(WS-SCREENED-COUNT)
              MOVE CYC-RUN-DATE TO WS-SCR-DATE(WS-SCREENED-COUNT)
           ELSE
              DISPLAY 'SANCTIONSCREEN - SCREENED-EMPLOYEE TABLE'
                  ' FULL - ' EMP-ID ' WILL BE SCREENED AGAIN'
           END-IF.
       3000-READ-NEXT.
           PERFORM 3900-READ-EMPLOYEE THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-CHECK-SCREENED.
           IF WS-SCR-EMP-ID(SCR-IDX) = EMP-ID THEN
              SET EMP-ALREADY-SCREENED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3500-REWRITE-SCREENED.
           OPEN OUTPUT SCREENED-EMPLOYEES.
           PERFORM 3510-WRITE-ONE-SCREENED THRU 3510-EXIT
               VARYING SCR-IDX FROM 1 BY 1
               UNTIL SCR-IDX > WS-SCREENED-COUNT.
           CLOSE SCREENED-EMPLOYEES.
       3500-EXIT.
           EXIT.

       3510-WRITE-ONE-SCREENED.
           MOVE WS-SCR-EMP-ID(SCR-IDX) TO SE-EMP-ID.
           MOVE WS-SCR-DATE(SCR-IDX)   TO SE-SCREENED-DATE.
           WRITE SCREENED-EMPLOYEE-RECORD.
       3510-EXIT.
           EXIT.

       3900-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
       3900-EXIT.
           EXIT.

       4000-SCREEN-VENDOR.
           ADD 1 TO WS-VENDOR-COUNT.
           MOVE 'V'           TO SCR-SOURCE.
           MOVE VM-VENDOR-ID  TO SCR-PARTY-ID.
           MOVE VM-VENDOR-NOM TO SCR-PARTY-NAME.
           MOVE 'VENDOR'      TO WS-SOURCE-LABEL.
           PERFORM 5000-SCREEN-PARTY THRU 5000-EXIT.
           PERFORM 4900-READ-VENDOR THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

       4900-READ-VENDOR.
           READ VENDOR-MASTER
              AT END SET END-OF-VENDORS TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE PARTY THROUGH THE MODULE. A NEW HOLD AND ONE
      * STILL AWAITING A SUPERVISOR ARE BOTH LISTED; A
      * CONFIRMED MATCH IS COUNTED - IT IS DECIDED.
      *-------------------------------------------------
       5000-SCREEN-PARTY.
           CALL 'NAMESCREEN' USING SCR-PARM-AREA.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
              WHEN SCR-NO-LIST
                 SET NO-WATCHLIST TO TRUE
                 DISPLAY 'SANCTIONSCREEN - NO WATCHLIST (WATCHLST)'
                     ' - NOTHING SCREENED'
                 MOVE 'NO WATCHLIST ON FILE - NOTHING SCREENED'
                     TO WS-REPORT-LINE
                 PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT
                 GO TO 5000-EXIT
              WHEN SCR-NEW-HOLD
                 ADD 1 TO WS-NEW-HOLD-COUNT
                 MOVE 'NEW HOLD' TO WS-REPORT-LINE(1:10)
              WHEN SCR-HELD
                 ADD 1 TO WS-OPEN-HOLD-COUNT
                 MOVE 'STILL HELD' TO WS-REPORT-LINE(1:10)
              WHEN SCR-CONFIRMED
                 ADD 1 TO WS-CONFIRMED-COUNT
                 GO TO 5000-EXIT
              WHEN OTHER
                 GO TO 5000-EXIT
           END-EVALUATE.
           MOVE WS-SOURCE-LABEL       TO WS-REPORT-LINE(12:8).
           MOVE SCR-PARTY-ID          TO WS-REPORT-LINE(21:10).
           MOVE SCR-PARTY-NAME(1:30)  TO WS-REPORT-LINE(32:30).
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE SCR-HIT-DISTANCE TO WS-DISTANCE-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '           LISTED AS ' SCR-HIT-ENTRY-ID ' '
               SCR-HIT-NAME(1:30) ' DIFF' WS-DISTANCE-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
       5000-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCOUNT HOLDERS SCREENED  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-HIRE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NEW HIRES SCREENED        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-VENDOR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'VENDORS SCREENED          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-NEW-HOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NEW HOLDS RAISED          ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-OPEN-HOLD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HOLDS AWAITING DECISION   ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CONFIRMED MATCHES BLOCKED ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE THRU 8900-EXIT.
           CLOSE SCREENING-REPORT.
           DISPLAY 'PARTIES SCREENED      : '
               WS-ACCOUNT-COUNT ' ' WS-HIRE-COUNT ' '
               WS-VENDOR-COUNT.
           DISPLAY 'NEW SCREENING HOLDS   : ' WS-NEW-HOLD-COUNT.
           DISPLAY 'HOLDS AWAITING REVIEW : ' WS-OPEN-HOLD-COUNT.
       8000-EXIT.
           EXIT.

       8900-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SCREENING-REPORT-RECORD.
           WRITE SCREENING-REPORT-RECORD.
       8900-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'SANCTIONSCRN'  TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN NO-WATCHLIST
                 MOVE 'SANCTIONS SCREENING - NO WATCHLIST'
                     TO CLR-MESSAGE
              WHEN WS-NEW-HOLD-COUNT > ZERO
                 MOVE 'SANCTIONS SCREENING - NEW HOLDS RAISED'
                     TO CLR-MESSAGE
              WHEN WS-OPEN-HOLD-COUNT > ZERO
                 MOVE 'SANCTIONS SCREENING - HOLDS AWAIT REVIEW'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE 'SANCTIONS SCREENING CLEAN' TO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
