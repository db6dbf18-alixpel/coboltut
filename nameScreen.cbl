      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  NameScreen.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. THE ONE SANCTIONS NAME
      *               CHECK (SCRNPARM AREA, SIGNPARM'S
      *               PATTERN) CALLED BY THE SCREENING RUN,
      *               THE DRAW, PAYROLL, THE SUPPLIER RUN AND
      *               THE TRANSACTION EDIT, SO EVERY PARTY WE
      *               PAY OR HOLD MONEY FOR IS MATCHED THE
      *               SAME WAY. NAMES ARE NORMALIZED IN
      *               FONCTIONLOWERCASEUPPERCASE'S STYLE -
      *               UPPER-CASED, PUNCTUATION BLANKED,
      *               SPACES CLOSED UP - AND COMPARED WITH
      *               EACH WATCHLIST NAME BY EDIT DISTANCE
      *               (LETTERS ADDED, DROPPED, CHANGED OR
      *               SWAPPED). THE TOLERANCE GROWS WITH THE
      *               NAME: NONE UP TO 4 LETTERS, ONE UP TO
      *               10, TWO BEYOND. A HIT WITHIN TOLERANCE
      *               THAT A SUPERVISOR HAS NOT ALREADY
      *               CLEARED FOR THIS PARTY IS HELD ON
      *               SCRNHOLD AND WRITTEN TO THE OPERATOR-
      *               ACTIVITY AUDIT. THE LIST AND THE HOLDS
      *               ARE LOADED ON THE FIRST CALL AND KEPT
      *               FOR THE RUN; A HOLD RAISED HERE IS
      *               ADDED TO THE TABLE AS WELL AS THE FILE,
      *               SO A LATER STEP IN THE SAME CYCLE SEES
      *               IT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHLIST-STATUS.

           SELECT SCREENING-HOLDS ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  WATCHLIST.
           COPY "wlstfd.cpy".

       FD  SCREENING-HOLDS.
           COPY "scrhfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WATCHLIST-STATUS       PIC X(02).
       01  WS-HOLD-STATUS            PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-LOADED-SW           PIC X(01) VALUE 'N'.
              88 TABLES-LOADED       VALUE 'Y'.
           05 WS-LIST-SW             PIC X(01) VALUE 'N'.
              88 LIST-AVAILABLE      VALUE 'Y'.
           05 WS-LIST-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-LIST         VALUE 'Y'.
           05 WS-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-HOLDS        VALUE 'Y'.
           05 WS-CLEARED-SW          PIC X(01).
              88 ALREADY-CLEARED     VALUE 'Y'.
           05 WS-LAST-SPACE-SW       PIC X(01).
              88 LAST-WAS-SPACE      VALUE 'Y'.
           05 WS-MEASURED-SW         PIC X(01).
              88 NAME-MEASURED       VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(08).

      *-------------------------------------------------
      * THE WATCHLIST, HELD WHOLE WITH EACH NAME'S
      * NORMALIZED LENGTH WORKED OUT ONCE AT LOAD.
      *-------------------------------------------------
       01  WS-MAX-LIST               PIC 9(04) COMP VALUE 3000.
       01  WS-LIST-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-LIST-TABLE.
           05 WS-LST-ENTRY OCCURS 1 TO 3000 TIMES
                 DEPENDING ON WS-LIST-COUNT
                 INDEXED BY LST-IDX.
              10 WS-LST-ENTRY-ID     PIC X(10).
              10 WS-LST-MATCH-NAME   PIC X(40).
              10 WS-LST-NAME-LEN     PIC 9(02) COMP.
              10 WS-LST-PUBLISHED    PIC X(40).

      *-------------------------------------------------
      * EVERY HOLD EVER RAISED - OPEN, CLEARED OR
      * CONFIRMED - SO A CLEARED FALSE MATCH IS NOT
      * RAISED AGAIN NIGHT AFTER NIGHT.
      *-------------------------------------------------
       01  WS-MAX-HOLDS              PIC 9(04) COMP VALUE 2000.
       01  WS-HOLD-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-HOLD-COUNT
                 INDEXED BY HLD-IDX.
              10 WS-HLD-STATUS       PIC X(01).
              10 WS-HLD-SOURCE       PIC X(01).
              10 WS-HLD-PARTY-ID     PIC X(10).
              10 WS-HLD-ENTRY-ID     PIC X(10).
              10 WS-HLD-DISTANCE     PIC 9(02).
              10 WS-HLD-PARTY-NAME   PIC X(30).
              10 WS-HLD-LIST-NAME    PIC X(30).

      *-------------------------------------------------
      * NORMALIZATION WORK AREA.
      *-------------------------------------------------
       01  WS-NORM-IN                PIC X(40).
       01  WS-NORM-IN-CHARS REDEFINES WS-NORM-IN.
           05 WS-NORM-IN-CHAR        PIC X(01) OCCURS 40 TIMES.
       01  WS-NORM-OUT               PIC X(40).
       01  WS-NORM-OUT-CHARS REDEFINES WS-NORM-OUT.
           05 WS-NORM-OUT-CHAR       PIC X(01) OCCURS 40 TIMES.
       01  NIX                       PIC 9(02) COMP.
       01  NOX                       PIC 9(02) COMP.

      *-------------------------------------------------
      * EDIT-DISTANCE WORK AREA. THE PARTY'S NAME IS A,
      * THE LISTED NAME IS B. THREE ROWS OF THE MATRIX
      * ARE KEPT - TWO BACK FOR A SWAPPED PAIR OF LETTERS.
      * CELL N OF A ROW IS THE DISTANCE TO THE FIRST N-1
      * LETTERS OF B.
      *-------------------------------------------------
       01  WS-NAME-A                 PIC X(40).
       01  WS-NAME-A-CHARS REDEFINES WS-NAME-A.
           05 WS-A-CHAR              PIC X(01) OCCURS 40 TIMES.
       01  WS-NAME-B                 PIC X(40).
       01  WS-NAME-B-CHARS REDEFINES WS-NAME-B.
           05 WS-B-CHAR              PIC X(01) OCCURS 40 TIMES.
       01  WS-LEN-A                  PIC 9(02) COMP.
       01  WS-LEN-B                  PIC 9(02) COMP.
       01  WS-LONGER-LEN             PIC 9(02) COMP.
       01  WS-LEN-GAP                PIC S9(03) COMP.
       01  WS-PRIOR-ROW.
           05 WS-PRIOR-CELL          PIC 9(02) COMP OCCURS 41 TIMES.
       01  WS-PREV-ROW.
           05 WS-PREV-CELL           PIC 9(02) COMP OCCURS 41 TIMES.
       01  WS-CURR-ROW.
           05 WS-CURR-CELL           PIC 9(02) COMP OCCURS 41 TIMES.
       01  RIX                       PIC 9(02) COMP.
       01  CIX                       PIC 9(02) COMP.
       01  WS-COST                   PIC 9(01) COMP.
       01  WS-CELL                   PIC 9(03) COMP.
       01  WS-ROW-MIN                PIC 9(03) COMP.
       01  WS-DISTANCE               PIC 9(02) COMP.
       01  WS-TOLERANCE              PIC 9(02) COMP.
       01  WS-BEST-DISTANCE          PIC 9(02) COMP.
       01  WS-BEST-IDX               PIC 9(04) COMP.

       LINKAGE SECTION.
           COPY "scrnparm.cpy".

      ***************************
       PROCEDURE DIVISION USING SCR-PARM-AREA.
      ***************************
       0000-MAINLINE.
           SET SCR-CLEAR TO TRUE.
           MOVE SPACES TO SCR-HIT-ENTRY-ID SCR-HIT-NAME.
           MOVE ZERO   TO SCR-HIT-DISTANCE.
           EVALUATE TRUE
              WHEN SCR-NORMALIZE
                 MOVE SCR-PARTY-NAME TO WS-NORM-IN
                 PERFORM 2000-NORMALIZE-NAME THRU 2000-EXIT
                 MOVE WS-NORM-OUT TO SCR-NORM-NAME
              WHEN SCR-QUERY-HOLD
                 PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
                 PERFORM 3000-QUERY-HOLD THRU 3000-EXIT
              WHEN SCR-SCREEN-NAME
                 PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
                 PERFORM 4000-SCREEN-PARTY THRU 4000-EXIT
           END-EVALUATE.
           GOBACK.

      *-------------------------------------------------
      * FIRST CALL ONLY. WITH NO WATCHLIST A SCREEN
      * COMES BACK SCR-NO-LIST - THE CALLER DECIDES WHAT
      * THAT MEANS FOR ITS PAYMENT. HOLDS STILL BLOCK.
      *-------------------------------------------------
       1000-LOAD-TABLES.
           IF TABLES-LOADED THEN
              GO TO 1000-EXIT
           END-IF.
           SET TABLES-LOADED TO TRUE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT WATCHLIST.
           IF WS-WATCHLIST-STATUS = '00' THEN
              PERFORM 1100-LOAD-LIST-ENTRY THRU 1100-EXIT
                  UNTIL END-OF-LIST
              CLOSE WATCHLIST
           END-IF.
           IF WS-LIST-COUNT > ZERO THEN
              SET LIST-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT SCREENING-HOLDS.
           IF WS-HOLD-STATUS = '00' THEN
              PERFORM 1200-LOAD-HOLD THRU 1200-EXIT
                  UNTIL END-OF-HOLDS
              CLOSE SCREENING-HOLDS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-LIST-ENTRY.
           READ WATCHLIST
              AT END SET END-OF-LIST TO TRUE
           END-READ.
           IF END-OF-LIST OR WL-MATCH-NAME = SPACES THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-LIST-COUNT >= WS-MAX-LIST THEN
              DISPLAY 'NAMESCREEN - WATCHLIST TABLE FULL AT '
                  WS-MAX-LIST ' - ENTRY ' WL-ENTRY-ID ' SKIPPED'
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-LIST-COUNT.
           SET LST-IDX TO WS-LIST-COUNT.
           MOVE WL-ENTRY-ID       TO WS-LST-ENTRY-ID(LST-IDX).
           MOVE WL-MATCH-NAME     TO WS-LST-MATCH-NAME(LST-IDX).
           MOVE WL-PUBLISHED-NAME TO WS-LST-PUBLISHED(LST-IDX).
           MOVE WL-MATCH-NAME     TO WS-NAME-B.
           PERFORM 2300-MEASURE-NAME-B THRU 2300-EXIT.
           MOVE WS-LEN-B TO WS-LST-NAME-LEN(LST-IDX).
       1100-EXIT.
           EXIT.

       1200-LOAD-HOLD.
           READ SCREENING-HOLDS
              AT END SET END-OF-HOLDS TO TRUE
           END-READ.
           IF END-OF-HOLDS THEN
              GO TO 1200-EXIT
           END-IF.
           IF WS-HOLD-COUNT >= WS-MAX-HOLDS THEN
              DISPLAY 'NAMESCREEN - HOLD TABLE FULL AT '
                  WS-MAX-HOLDS ' - LATER HOLDS NOT CHECKED'
              SET END-OF-HOLDS TO TRUE
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           PERFORM 1300-TABLE-HOLD THRU 1300-EXIT.
       1200-EXIT.
           EXIT.

       1300-TABLE-HOLD.
           SET HLD-IDX TO WS-HOLD-COUNT.
           MOVE SH-STATUS     TO WS-HLD-STATUS(HLD-IDX).
           MOVE SH-SOURCE     TO WS-HLD-SOURCE(HLD-IDX).
           MOVE SH-PARTY-ID   TO WS-HLD-PARTY-ID(HLD-IDX).
           MOVE SH-ENTRY-ID   TO WS-HLD-ENTRY-ID(HLD-IDX).
           MOVE SH-DISTANCE   TO WS-HLD-DISTANCE(HLD-IDX).
           MOVE SH-PARTY-NAME TO WS-HLD-PARTY-NAME(HLD-IDX).
           MOVE SH-LIST-NAME  TO WS-HLD-LIST-NAME(HLD-IDX).
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * FONCTIONLOWERCASEUPPERCASE'S UPPER-CASING, THEN
      * EVERY MARK THAT IS NOT A LETTER OR DIGIT BECOMES
      * A SPACE AND RUNS OF SPACES CLOSE UP TO ONE, SO
      * "O'NEIL-SMITH, J." AND "ONEIL SMITH J" DIFFER BY
      * ONE LETTER, NOT FIVE.
      *-------------------------------------------------
       2000-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE (WS-NORM-IN) TO WS-NORM-IN.
           INSPECT WS-NORM-IN REPLACING
               ALL '.' BY SPACE
               ALL ',' BY SPACE
               ALL '-' BY SPACE
               ALL '/' BY SPACE
               ALL '&' BY SPACE
               ALL '(' BY SPACE
               ALL ')' BY SPACE
               ALL '"' BY SPACE.
           INSPECT WS-NORM-IN REPLACING ALL "'" BY SPACE.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO NOX.
           SET LAST-WAS-SPACE TO TRUE.
           PERFORM 2100-COPY-NAME-CHAR THRU 2100-EXIT
               VARYING NIX FROM 1 BY 1 UNTIL NIX > 40.
       2000-EXIT.
           EXIT.

       2100-COPY-NAME-CHAR.
           IF WS-NORM-IN-CHAR(NIX) = SPACE THEN
              SET LAST-WAS-SPACE TO TRUE
              GO TO 2100-EXIT
           END-IF.
           IF LAST-WAS-SPACE AND NOX > ZERO THEN
              ADD 1 TO NOX
           END-IF.
           MOVE 'N' TO WS-LAST-SPACE-SW.
           ADD 1 TO NOX.
           MOVE WS-NORM-IN-CHAR(NIX) TO WS-NORM-OUT-CHAR(NOX).
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NAME'S LENGTH IS UP TO ITS LAST NON-SPACE.
      *-------------------------------------------------
       2200-MEASURE-NAME-A.
           MOVE 40 TO WS-LEN-A.
           MOVE 'N' TO WS-MEASURED-SW.
           PERFORM 2210-STEP-BACK-A THRU 2210-EXIT
               UNTIL WS-LEN-A = ZERO OR NAME-MEASURED.
       2200-EXIT.
           EXIT.

       2210-STEP-BACK-A.
           IF WS-A-CHAR(WS-LEN-A) NOT = SPACE THEN
              SET NAME-MEASURED TO TRUE
           ELSE
              SUBTRACT 1 FROM WS-LEN-A
           END-IF.
       2210-EXIT.
           EXIT.

       2300-MEASURE-NAME-B.
           MOVE 40 TO WS-LEN-B.
           MOVE 'N' TO WS-MEASURED-SW.
           PERFORM 2310-STEP-BACK-B THRU 2310-EXIT
               UNTIL WS-LEN-B = ZERO OR NAME-MEASURED.
       2300-EXIT.
           EXIT.

       2310-STEP-BACK-B.
           IF WS-B-CHAR(WS-LEN-B) NOT = SPACE THEN
              SET NAME-MEASURED TO TRUE
           ELSE
              SUBTRACT 1 FROM WS-LEN-B
           END-IF.
       2310-EXIT.
           EXIT.

      *-------------------------------------------------
      * IS THIS PARTY UNDER AN OPEN OR CONFIRMED HOLD. A
      * CONFIRMED MATCH OUTRANKS AN OPEN ONE.
      *-------------------------------------------------
       3000-QUERY-HOLD.
           PERFORM 3100-CHECK-ONE-HOLD THRU 3100-EXIT
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT OR SCR-CONFIRMED.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-HOLD.
           IF WS-HLD-SOURCE(HLD-IDX) NOT = SCR-SOURCE
              OR WS-HLD-PARTY-ID(HLD-IDX) NOT = SCR-PARTY-ID THEN
              GO TO 3100-EXIT
           END-IF.
           IF WS-HLD-STATUS(HLD-IDX) = 'F'
              OR (WS-HLD-STATUS(HLD-IDX) = 'H'
                  AND NOT SCR-HELD) THEN
              MOVE WS-HLD-STATUS(HLD-IDX)   TO SCR-RESULT
              MOVE WS-HLD-ENTRY-ID(HLD-IDX) TO SCR-HIT-ENTRY-ID
              MOVE WS-HLD-LIST-NAME(HLD-IDX) TO SCR-HIT-NAME
              MOVE WS-HLD-DISTANCE(HLD-IDX) TO SCR-HIT-DISTANCE
           END-IF.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * SCREEN ONE PARTY. ONE ALREADY UNDER A HOLD GOES
      * NO FURTHER. OTHERWISE THE CLOSEST LISTED NAME
      * WITHIN TOLERANCE THAT HAS NOT BEEN CLEARED FOR
      * THIS PARTY UNDER THIS SAME NAME RAISES A HOLD.
      *-------------------------------------------------
       4000-SCREEN-PARTY.
           PERFORM 3000-QUERY-HOLD THRU 3000-EXIT.
           IF NOT SCR-CLEAR THEN
              GO TO 4000-EXIT
           END-IF.
           IF NOT LIST-AVAILABLE THEN
              SET SCR-NO-LIST TO TRUE
              GO TO 4000-EXIT
           END-IF.

           MOVE SCR-PARTY-NAME TO WS-NORM-IN.
           PERFORM 2000-NORMALIZE-NAME THRU 2000-EXIT.
           MOVE WS-NORM-OUT TO WS-NAME-A.
           PERFORM 2200-MEASURE-NAME-A THRU 2200-EXIT.
           IF WS-LEN-A = ZERO THEN
              GO TO 4000-EXIT
           END-IF.

           MOVE 99   TO WS-BEST-DISTANCE.
           MOVE ZERO TO WS-BEST-IDX.
           PERFORM 4100-COMPARE-ENTRY THRU 4100-EXIT
               VARYING LST-IDX FROM 1 BY 1
               UNTIL LST-IDX > WS-LIST-COUNT.
           IF WS-BEST-IDX = ZERO THEN
              GO TO 4000-EXIT
           END-IF.

           SET LST-IDX TO WS-BEST-IDX.
           PERFORM 4300-RAISE-HOLD THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

       4100-COMPARE-ENTRY.
           MOVE WS-LST-NAME-LEN(LST-IDX) TO WS-LEN-B.
           IF WS-LEN-A > WS-LEN-B THEN
              MOVE WS-LEN-A TO WS-LONGER-LEN
           ELSE
              MOVE WS-LEN-B TO WS-LONGER-LEN
           END-IF.
           EVALUATE TRUE
              WHEN WS-LONGER-LEN <= 4
                 MOVE 0 TO WS-TOLERANCE
              WHEN WS-LONGER-LEN <= 10
                 MOVE 1 TO WS-TOLERANCE
              WHEN OTHER
                 MOVE 2 TO WS-TOLERANCE
           END-EVALUATE.
           COMPUTE WS-LEN-GAP = WS-LEN-A - WS-LEN-B.
           IF WS-LEN-GAP > WS-TOLERANCE
              OR WS-LEN-GAP < ZERO - WS-TOLERANCE THEN
              GO TO 4100-EXIT
           END-IF.

           MOVE WS-LST-MATCH-NAME(LST-IDX) TO WS-NAME-B.
           PERFORM 5000-EDIT-DISTANCE THRU 5000-EXIT.
           IF WS-DISTANCE > WS-TOLERANCE
              OR WS-DISTANCE >= WS-BEST-DISTANCE THEN
              GO TO 4100-EXIT
           END-IF.

           PERFORM 4200-CHECK-CLEARED THRU 4200-EXIT.
           IF ALREADY-CLEARED THEN
              GO TO 4100-EXIT
           END-IF.
           MOVE WS-DISTANCE TO WS-BEST-DISTANCE.
           SET WS-BEST-IDX TO LST-IDX.
       4100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A SUPERVISOR'S CLEARANCE HOLDS FOR THE PARTY,
      * THE LISTED ENTRY AND THE NAME AS IT THEN STOOD -
      * A CHANGED NAME IS SCREENED AFRESH.
      *-------------------------------------------------
       4200-CHECK-CLEARED.
           MOVE 'N' TO WS-CLEARED-SW.
           PERFORM 4210-CHECK-ONE-CLEARANCE THRU 4210-EXIT
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT OR ALREADY-CLEARED.
       4200-EXIT.
           EXIT.

       4210-CHECK-ONE-CLEARANCE.
           IF WS-HLD-STATUS(HLD-IDX) = 'C'
              AND WS-HLD-SOURCE(HLD-IDX) = SCR-SOURCE
              AND WS-HLD-PARTY-ID(HLD-IDX) = SCR-PARTY-ID
              AND WS-HLD-ENTRY-ID(HLD-IDX) =
                  WS-LST-ENTRY-ID(LST-IDX)
              AND WS-HLD-PARTY-NAME(HLD-IDX) =
                  SCR-PARTY-NAME(1:30) THEN
              SET ALREADY-CLEARED TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE HOLD GOES TO SCRNHOLD AND THE RUN'S TABLE,
      * AND THE DECISION TO HOLD TO THE OPERATOR-
      * ACTIVITY AUDIT AS AN ADD BY THE SYSTEM.
      *-------------------------------------------------
       4300-RAISE-HOLD.
           MOVE SPACES TO SCREENING-HOLD-RECORD.
           SET SH-HELD TO TRUE.
           MOVE SCR-SOURCE               TO SH-SOURCE.
           MOVE SCR-PARTY-ID             TO SH-PARTY-ID.
           MOVE WS-LST-ENTRY-ID(LST-IDX) TO SH-ENTRY-ID.
           MOVE WS-RUN-DATE              TO SH-HELD-DATE.
           MOVE ZERO                     TO SH-DECIDED-DATE.
           MOVE WS-BEST-DISTANCE         TO SH-DISTANCE.
           MOVE SCR-PARTY-NAME           TO SH-PARTY-NAME.
           MOVE WS-LST-PUBLISHED(LST-IDX) TO SH-LIST-NAME.

           OPEN EXTEND SCREENING-HOLDS.
           IF WS-HOLD-STATUS = '35' THEN
              OPEN OUTPUT SCREENING-HOLDS
           END-IF.
           WRITE SCREENING-HOLD-RECORD.
           CLOSE SCREENING-HOLDS.

           IF WS-HOLD-COUNT < WS-MAX-HOLDS THEN
              ADD 1 TO WS-HOLD-COUNT
              PERFORM 1300-TABLE-HOLD THRU 1300-EXIT
           END-IF.

           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE SCR-PROGRAM TO AA-PROGRAM.
           MOVE 'SYSTEM'    TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           SET AA-ADDED TO TRUE.
           MOVE SH-SOURCE   TO AA-RECORD-KEY(1:1).
           MOVE SH-PARTY-ID TO AA-RECORD-KEY(2:10).
           MOVE SCREENING-HOLD-RECORD TO AA-AFTER-IMAGE.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.

           SET SCR-NEW-HOLD TO TRUE.
           MOVE WS-LST-ENTRY-ID(LST-IDX)  TO SCR-HIT-ENTRY-ID.
           MOVE WS-LST-PUBLISHED(LST-IDX) TO SCR-HIT-NAME.
           MOVE WS-BEST-DISTANCE          TO SCR-HIT-DISTANCE.
       4300-EXIT.
           EXIT.

      *-------------------------------------------------
      * EDIT DISTANCE BETWEEN A AND B - THE FEWEST
      * LETTERS ADDED, DROPPED, CHANGED OR SWAPPED WITH A
      * NEIGHBOUR TO TURN ONE INTO THE OTHER. A ROW
      * WHOSE SMALLEST CELL IS ALREADY PAST THE
      * TOLERANCE CANNOT COME BACK UNDER IT, SO THE WORK
      * STOPS THERE AND THE NAME COUNTS AS NO MATCH.
      *-------------------------------------------------
       5000-EDIT-DISTANCE.
           PERFORM 5010-SEED-FIRST-ROW THRU 5010-EXIT
               VARYING CIX FROM 1 BY 1 UNTIL CIX > WS-LEN-B + 1.
           MOVE ZERO TO WS-ROW-MIN.
           PERFORM 5100-DISTANCE-ROW THRU 5100-EXIT
               VARYING RIX FROM 1 BY 1
               UNTIL RIX > WS-LEN-A OR WS-ROW-MIN > WS-TOLERANCE.
           IF WS-ROW-MIN > WS-TOLERANCE THEN
              MOVE 99 TO WS-DISTANCE
           ELSE
              MOVE WS-PREV-CELL(WS-LEN-B + 1) TO WS-DISTANCE
           END-IF.
       5000-EXIT.
           EXIT.

       5010-SEED-FIRST-ROW.
           COMPUTE WS-PREV-CELL(CIX) = CIX - 1.
       5010-EXIT.
           EXIT.

       5100-DISTANCE-ROW.
           MOVE RIX TO WS-CURR-CELL(1).
           MOVE RIX TO WS-ROW-MIN.
           PERFORM 5110-DISTANCE-CELL THRU 5110-EXIT
               VARYING CIX FROM 2 BY 1 UNTIL CIX > WS-LEN-B + 1.
           MOVE WS-PREV-ROW TO WS-PRIOR-ROW.
           MOVE WS-CURR-ROW TO WS-PREV-ROW.
       5100-EXIT.
           EXIT.

       5110-DISTANCE-CELL.
           IF WS-A-CHAR(RIX) = WS-B-CHAR(CIX - 1) THEN
              MOVE 0 TO WS-COST
           ELSE
              MOVE 1 TO WS-COST
           END-IF.
           COMPUTE WS-CELL = WS-PREV-CELL(CIX - 1) + WS-COST.
           IF WS-PREV-CELL(CIX) + 1 < WS-CELL THEN
              COMPUTE WS-CELL = WS-PREV-CELL(CIX) + 1
           END-IF.
           IF WS-CURR-CELL(CIX - 1) + 1 < WS-CELL THEN
              COMPUTE WS-CELL = WS-CURR-CELL(CIX - 1) + 1
           END-IF.
           IF RIX > 1 AND CIX > 2 THEN
              IF WS-A-CHAR(RIX) = WS-B-CHAR(CIX - 2)
                 AND WS-A-CHAR(RIX - 1) = WS-B-CHAR(CIX - 1)
                 AND WS-PRIOR-CELL(CIX - 2) + 1 < WS-CELL THEN
                 COMPUTE WS-CELL = WS-PRIOR-CELL(CIX - 2) + 1
              END-IF
           END-IF.
           MOVE WS-CELL TO WS-CURR-CELL(CIX).
           IF WS-CELL < WS-ROW-MIN THEN
              MOVE WS-CELL TO WS-ROW-MIN
           END-IF.
       5110-EXIT.
           EXIT.
