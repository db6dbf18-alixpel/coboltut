      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  Depreciation.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTH-END DEPRECIATION OF
      *               THE FIXED-ASSET REGISTER (ASSETMST,
      *               ASSETFD LAYOUT), CALLABLE FROM
      *               MONTHLYCYCLE. THE MONTH COMES FROM THE
      *               OPTIONAL REPORT-MONTH-PARM FILE,
      *               DEFAULT THE CURRENT MONTH. A NEWLY
      *               REGISTERED ASSET IS FIRST CAPITALISED -
      *               COST DEBITED TO THE ASSET ACCOUNT
      *               AGAINST THE CLEARING ACCOUNT. EACH
      *               ASSET IN SERVICE THEN TAKES ONE MONTH -
      *               STRAIGHT LINE ON COST LESS SALVAGE, OR
      *               DOUBLE-DECLINING ON NET BOOK VALUE -
      *               NEVER BELOW SALVAGE AND NEVER TWICE FOR
      *               THE SAME MONTH, DEBITED TO DEPRECIATION
      *               EXPENSE AND CREDITED TO ACCUMULATED
      *               DEPRECIATION THROUGH TRANFILE. A
      *               RETIREMENT DUE BY THE MONTH IS BOOKED
      *               AFTER ITS LAST MONTH: ACCUMULATED
      *               DEPRECIATION AND PROCEEDS AGAINST COST,
      *               THE DIFFERENCE TO THE DISPOSAL GAIN/LOSS
      *               ACCOUNT. ACCOUNTS FROM THE OPTIONAL
      *               FAACCT PARM (DEFAULT ACC911 COST,
      *               ACC912 ACCUMULATED, ACC913 EXPENSE,
      *               ACC914 GAIN/LOSS, ACC915 CLEARING). THE
      *               REGISTER IS WRITTEN TO A NEW GENERATION
      *               WITH THE NET-BOOK-VALUE REPORT. A RIDE
      *               ON RIDE-MASTER WITH NO REGISTER ENTRY
      *               RETURNS CODE 4.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "ASSETMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT ASSET-MASTER-OUT ASSIGN TO "ASSETMSO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-OUT-STATUS.

           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT ASSET-ACCOUNT-PARM ASSIGN TO "FAACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-ACCT-STATUS.

           SELECT TRANSACTIONS ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTIONS-STATUS.

           SELECT NBV-REPORT ASSIGN TO "FANBVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NBV-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ASSET-MASTER.
           COPY "assetfd.cpy".

       FD  ASSET-MASTER-OUT.
       01  ASSET-MASTER-OUT-RECORD  PIC X(102).

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  ASSET-ACCOUNT-PARM.
       01  ASSET-ACCOUNT-PARM-RECORD.
           05 FAP-COST-ACCT-ID      PIC X(06).
           05 FAP-ACCUM-ACCT-ID     PIC X(06).
           05 FAP-EXPENSE-ACCT-ID   PIC X(06).
           05 FAP-DISPOSAL-ACCT-ID  PIC X(06).
           05 FAP-CLEARING-ACCT-ID  PIC X(06).

       FD  TRANSACTIONS.
       01  TRANSACTION-RECORD.
           05 TRX-ACCT-ID           PIC X(06).
           05 TRX-TYPE              PIC X(01).
           05 TRX-AMOUNT            PIC 9(07)V99.
           05 TRX-TO-ACCT-ID        PIC X(06).

       FD  NBV-REPORT.
       01  NBV-REPORT-RECORD        PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ASSET-STATUS          PIC X(02).
       01  WS-ASSET-OUT-STATUS      PIC X(02).
       01  WS-RIDE-MASTER-STATUS    PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-ASSET-ACCT-STATUS     PIC X(02).
       01  WS-TRANSACTIONS-STATUS   PIC X(02).
       01  WS-NBV-REPORT-STATUS     PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-ASSET-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ASSETS      VALUE 'Y'.
           05 WS-RIDE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RIDES       VALUE 'Y'.
           05 WS-ASSET-FOUND-SW     PIC X(01).
              88 ASSET-FOUND        VALUE 'Y'.

       01  WS-COST-ACCT-ID          PIC X(06) VALUE 'ACC911'.
       01  WS-ACCUM-ACCT-ID         PIC X(06) VALUE 'ACC912'.
       01  WS-EXPENSE-ACCT-ID       PIC X(06) VALUE 'ACC913'.
       01  WS-DISPOSAL-ACCT-ID      PIC X(06) VALUE 'ACC914'.
       01  WS-CLEARING-ACCT-ID      PIC X(06) VALUE 'ACC915'.

       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-IN-SERVICE-MONTH      PIC 9(06).
       01  WS-DISPOSAL-MONTH        PIC 9(06).

       01  WS-MAX-ASSETS            PIC 9(04) COMP VALUE 1000.
       01  WS-ASSET-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-ASSET-TABLE.
           05 WS-AST-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ASSET-COUNT
                 INDEXED BY AST-IDX.
              10 WS-AST-RECORD      PIC X(102).
              10 WS-AST-FIELDS REDEFINES WS-AST-RECORD.
                 15 WS-AST-ASSET-ID PIC X(06).
                 15 WS-AST-TYPE     PIC X(01).
                 15 WS-AST-DESC     PIC X(20).
                 15 WS-AST-COST     PIC 9(09)V99.
                 15 WS-AST-SALVAGE  PIC 9(09)V99.
                 15 WS-AST-IN-SERVICE PIC 9(08).
                 15 WS-AST-LIFE     PIC 9(03).
                 15 WS-AST-METHOD   PIC X(01).
                 15 WS-AST-ACCUM    PIC 9(09)V99.
                 15 WS-AST-MONTHS   PIC 9(03).
                 15 WS-AST-LAST-MONTH PIC 9(06).
                 15 WS-AST-STATUS   PIC X(01).
                 15 WS-AST-CAP-SW   PIC X(01).
                 15 WS-AST-DISP-DATE PIC 9(08).
                 15 WS-AST-PROCEEDS PIC 9(09)V99.

       01  WS-NBV                   PIC 9(09)V99.
       01  WS-DEPRECIABLE           PIC 9(09)V99.
       01  WS-MONTH-DEPR            PIC 9(09)V99.
       01  WS-GAIN-LOSS             PIC S9(09)V99.

      *-------------------------------------------------
      * A POSTING LARGER THAN ONE TRANFILE RECORD CAN
      * CARRY IS SPLIT ACROSS AS MANY RECORDS AS IT TAKES.
      *-------------------------------------------------
       01  WS-POST-ACCT-ID          PIC X(06).
       01  WS-POST-TYPE             PIC X(01).
       01  WS-POST-REMAINING        PIC 9(09)V99.
       01  WS-POST-PIECE            PIC 9(07)V99.
       01  WS-MAX-POSTING           PIC 9(07)V99 VALUE 9999999.99.

       01  WS-CAPITALISED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-DEPRECIATED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-DISPOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-UNREGISTERED-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-TOTAL-COST            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-ACCUM           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-NBV             PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-DEPR            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-GAIN-LOSS       PIC S9(11)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-COST-ED               PIC ZZZZZZZZ9.99.
       01  WS-ACCUM-ED              PIC ZZZZZZZZ9.99.
       01  WS-NBV-ED                PIC ZZZZZZZZ9.99.
       01  WS-DEPR-ED               PIC ZZZZZZ9.99.
       01  WS-SIGNED-ED             PIC -ZZZZZZZZ9.99.
       01  WS-TOTAL-ED              PIC ZZZZZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           OPEN EXTEND TRANSACTIONS.
           PERFORM 2000-PROCESS-ASSET THRU 2000-EXIT
               VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-ASSET-COUNT.
           CLOSE TRANSACTIONS.

           PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT.
           PERFORM 6000-CHECK-RIDES THRU 6000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-UNREGISTERED-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH.

           OPEN INPUT REPORT-MONTH-PARM.
           IF WS-MONTH-PARM-STATUS = '00' THEN
              READ REPORT-MONTH-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RMP-REPORT-MONTH TO WS-REPORT-MONTH
              END-READ
              CLOSE REPORT-MONTH-PARM
           END-IF.

           OPEN INPUT ASSET-ACCOUNT-PARM.
           IF WS-ASSET-ACCT-STATUS = '00' THEN
              READ ASSET-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE FAP-COST-ACCT-ID     TO WS-COST-ACCT-ID
                    MOVE FAP-ACCUM-ACCT-ID    TO WS-ACCUM-ACCT-ID
                    MOVE FAP-EXPENSE-ACCT-ID  TO WS-EXPENSE-ACCT-ID
                    MOVE FAP-DISPOSAL-ACCT-ID TO WS-DISPOSAL-ACCT-ID
                    MOVE FAP-CLEARING-ACCT-ID TO WS-CLEARING-ACCT-ID
              END-READ
              CLOSE ASSET-ACCOUNT-PARM
           END-IF.

           OPEN INPUT ASSET-MASTER.
           IF WS-ASSET-STATUS = '00' THEN
              PERFORM 1100-LOAD-ASSET THRU 1100-EXIT
                  UNTIL END-OF-ASSETS
                     OR WS-ASSET-COUNT >= WS-MAX-ASSETS
              CLOSE ASSET-MASTER
           END-IF.

           OPEN OUTPUT NBV-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FIXED-ASSET REGISTER - NET BOOK VALUE  MONTH '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE SPACES TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE 'ASSET  T DESCRIPTION                  COST'
               TO WS-REPORT-LINE.
           MOVE ' ACCUMULATED    NET BOOK THIS MONTH S'
               TO WS-REPORT-LINE(43:37).
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-ASSET.
           READ ASSET-MASTER
              AT END SET END-OF-ASSETS TO TRUE
           END-READ.
           IF NOT END-OF-ASSETS THEN
              ADD 1 TO WS-ASSET-COUNT
              MOVE ASSET-MASTER-RECORD
                  TO WS-AST-RECORD(WS-ASSET-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE ASSET: CAPITALISE IF NEW, TAKE THE MONTH'S
      * DEPRECIATION, BOOK A RETIREMENT DUE BY THE MONTH,
      * THEN PRINT IT. AN ASSET DISPOSED IN AN EARLIER
      * MONTH IS CARRIED ON THE REGISTER BUT NOT PRINTED.
      *-------------------------------------------------
       2000-PROCESS-ASSET.
           IF WS-AST-STATUS(AST-IDX) = 'D' THEN
              GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-MONTH-DEPR.

           IF WS-AST-CAP-SW(AST-IDX) NOT = 'Y' THEN
              PERFORM 2100-CAPITALISE THRU 2100-EXIT
           END-IF.

           DIVIDE WS-AST-IN-SERVICE(AST-IDX) BY 100
               GIVING WS-IN-SERVICE-MONTH.
           DIVIDE WS-AST-DISP-DATE(AST-IDX) BY 100
               GIVING WS-DISPOSAL-MONTH.
           IF WS-IN-SERVICE-MONTH <= WS-REPORT-MONTH
              AND WS-AST-LAST-MONTH(AST-IDX) < WS-REPORT-MONTH
              AND WS-AST-MONTHS(AST-IDX) < WS-AST-LIFE(AST-IDX)
              THEN
              IF WS-AST-STATUS(AST-IDX) = 'A'
                 OR WS-DISPOSAL-MONTH >= WS-REPORT-MONTH THEN
                 PERFORM 2200-DEPRECIATE THRU 2200-EXIT
              END-IF
           END-IF.

           IF WS-AST-STATUS(AST-IDX) = 'R'
              AND WS-DISPOSAL-MONTH <= WS-REPORT-MONTH THEN
              PERFORM 2300-DISPOSE THRU 2300-EXIT
           END-IF.

           PERFORM 2400-PRINT-ASSET THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

       2100-CAPITALISE.
           MOVE WS-COST-ACCT-ID     TO WS-POST-ACCT-ID.
           MOVE 'D'                 TO WS-POST-TYPE.
           MOVE WS-AST-COST(AST-IDX) TO WS-POST-REMAINING.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.
           MOVE WS-CLEARING-ACCT-ID TO WS-POST-ACCT-ID.
           MOVE 'C'                 TO WS-POST-TYPE.
           MOVE WS-AST-COST(AST-IDX) TO WS-POST-REMAINING.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.
           MOVE 'Y' TO WS-AST-CAP-SW(AST-IDX).
           ADD 1 TO WS-CAPITALISED-COUNT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * STRAIGHT LINE TAKES AN EVEN SHARE OF COST LESS
      * SALVAGE; DECLINING BALANCE TAKES TWICE THE
      * STRAIGHT-LINE RATE ON WHAT IS LEFT. EITHER WAY
      * THE LAST MONTH OF THE LIFE TAKES THE ASSET DOWN
      * TO SALVAGE EXACTLY, AND NO MONTH TAKES IT BELOW.
      *-------------------------------------------------
       2200-DEPRECIATE.
           COMPUTE WS-NBV = WS-AST-COST(AST-IDX)
               - WS-AST-ACCUM(AST-IDX).
           IF WS-NBV <= WS-AST-SALVAGE(AST-IDX) THEN
              GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-DEPRECIABLE = WS-NBV - WS-AST-SALVAGE(AST-IDX).

           IF WS-AST-METHOD(AST-IDX) = 'D' THEN
              COMPUTE WS-MONTH-DEPR ROUNDED =
                  WS-NBV * 2 / WS-AST-LIFE(AST-IDX)
           ELSE
              COMPUTE WS-MONTH-DEPR ROUNDED =
                  (WS-AST-COST(AST-IDX) - WS-AST-SALVAGE(AST-IDX))
                  / WS-AST-LIFE(AST-IDX)
           END-IF.
           IF WS-MONTH-DEPR > WS-DEPRECIABLE
              OR WS-AST-MONTHS(AST-IDX) + 1 >= WS-AST-LIFE(AST-IDX)
              THEN
              MOVE WS-DEPRECIABLE TO WS-MONTH-DEPR
           END-IF.
           IF WS-MONTH-DEPR = ZERO THEN
              GO TO 2200-EXIT
           END-IF.

           MOVE WS-EXPENSE-ACCT-ID TO WS-POST-ACCT-ID.
           MOVE 'D'                TO WS-POST-TYPE.
           MOVE WS-MONTH-DEPR      TO WS-POST-REMAINING.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.
           MOVE WS-ACCUM-ACCT-ID   TO WS-POST-ACCT-ID.
           MOVE 'C'                TO WS-POST-TYPE.
           MOVE WS-MONTH-DEPR      TO WS-POST-REMAINING.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.

           ADD WS-MONTH-DEPR TO WS-AST-ACCUM(AST-IDX).
           ADD 1 TO WS-AST-MONTHS(AST-IDX).
           MOVE WS-REPORT-MONTH TO WS-AST-LAST-MONTH(AST-IDX).
           ADD 1 TO WS-DEPRECIATED-COUNT.
           ADD WS-MONTH-DEPR TO WS-TOTAL-DEPR.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------
      * RETIREMENT - THE ACCUMULATED DEPRECIATION AND THE
      * PROCEEDS ARE DEBITED, THE COST CREDITED, AND THE
      * DIFFERENCE BOOKED AS A GAIN (CREDIT) OR A LOSS
      * (DEBIT) ON DISPOSAL.
      *-------------------------------------------------
       2300-DISPOSE.
           COMPUTE WS-NBV = WS-AST-COST(AST-IDX)
               - WS-AST-ACCUM(AST-IDX).
           COMPUTE WS-GAIN-LOSS = WS-AST-PROCEEDS(AST-IDX) - WS-NBV.

           MOVE WS-ACCUM-ACCT-ID    TO WS-POST-ACCT-ID.
           MOVE 'D'                 TO WS-POST-TYPE.
           MOVE WS-AST-ACCUM(AST-IDX) TO WS-POST-REMAINING.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.
           MOVE WS-CLEARING-ACCT-ID TO WS-POST-ACCT-ID.
           MOVE WS-AST-PROCEEDS(AST-IDX) TO WS-POST-REMAINING.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.
           MOVE WS-COST-ACCT-ID     TO WS-POST-ACCT-ID.
           MOVE 'C'                 TO WS-POST-TYPE.
           MOVE WS-AST-COST(AST-IDX) TO WS-POST-REMAINING.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.
           MOVE WS-DISPOSAL-ACCT-ID TO WS-POST-ACCT-ID.
           IF WS-GAIN-LOSS < ZERO THEN
              MOVE 'D' TO WS-POST-TYPE
              COMPUTE WS-POST-REMAINING = ZERO - WS-GAIN-LOSS
           ELSE
              MOVE 'C' TO WS-POST-TYPE
              MOVE WS-GAIN-LOSS TO WS-POST-REMAINING
           END-IF.
           PERFORM 7000-POST-AMOUNT THRU 7000-EXIT.

           MOVE 'D' TO WS-AST-STATUS(AST-IDX).
           ADD 1 TO WS-DISPOSED-COUNT.
           ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS.
       2300-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DISPOSAL PRINTS WITH ITS GAIN OR LOSS UNDER THE
      * ASSET LINE AND IS LEFT OUT OF THE REGISTER TOTALS.
      *-------------------------------------------------
       2400-PRINT-ASSET.
           COMPUTE WS-NBV = WS-AST-COST(AST-IDX)
               - WS-AST-ACCUM(AST-IDX).
           MOVE WS-AST-COST(AST-IDX)  TO WS-COST-ED.
           MOVE WS-AST-ACCUM(AST-IDX) TO WS-ACCUM-ED.
           MOVE WS-NBV                TO WS-NBV-ED.
           MOVE WS-MONTH-DEPR         TO WS-DEPR-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-AST-ASSET-ID(AST-IDX) ' '
               WS-AST-TYPE(AST-IDX) ' '
               WS-AST-DESC(AST-IDX) ' '
               WS-COST-ED WS-ACCUM-ED WS-NBV-ED ' ' WS-DEPR-ED ' '
               WS-AST-STATUS(AST-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.

           IF WS-AST-STATUS(AST-IDX) = 'D' THEN
              MOVE WS-AST-PROCEEDS(AST-IDX) TO WS-COST-ED
              MOVE WS-GAIN-LOSS TO WS-SIGNED-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '         DISPOSED ' WS-AST-DISP-DATE(AST-IDX)
                  '  PROCEEDS ' WS-COST-ED
                  '  GAIN/LOSS ' WS-SIGNED-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD
              WRITE NBV-REPORT-RECORD
           ELSE
              ADD WS-AST-COST(AST-IDX)  TO WS-TOTAL-COST
              ADD WS-AST-ACCUM(AST-IDX) TO WS-TOTAL-ACCUM
              ADD WS-NBV                TO WS-TOTAL-NBV
           END-IF.
       2400-EXIT.
           EXIT.

       5000-WRITE-REGISTER.
           OPEN OUTPUT ASSET-MASTER-OUT.
           PERFORM 5100-WRITE-ONE-ASSET THRU 5100-EXIT
               VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-ASSET-COUNT.
           CLOSE ASSET-MASTER-OUT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ASSET.
           MOVE WS-AST-RECORD(AST-IDX) TO ASSET-MASTER-OUT-RECORD.
           WRITE ASSET-MASTER-OUT-RECORD.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY RIDE ON RIDE-MASTER SHOULD BE ON THE
      * REGISTER - ONE THAT IS NOT IS AN ASSET MISSING
      * FROM THE BOOKS.
      *-------------------------------------------------
       6000-CHECK-RIDES.
           MOVE SPACES TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS NOT = '00' THEN
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CHECK-ONE-RIDE THRU 6100-EXIT
               UNTIL END-OF-RIDES.
           CLOSE RIDE-MASTER.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-RIDE.
           READ RIDE-MASTER
              AT END SET END-OF-RIDES TO TRUE
           END-READ.
           IF END-OF-RIDES THEN
              GO TO 6100-EXIT
           END-IF.
           MOVE 'N' TO WS-ASSET-FOUND-SW.
           SET AST-IDX TO 1.
           PERFORM 6200-COMPARE-ASSET THRU 6200-EXIT
               UNTIL AST-IDX > WS-ASSET-COUNT OR ASSET-FOUND.
           IF NOT ASSET-FOUND THEN
              ADD 1 TO WS-UNREGISTERED-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'RIDE ' RM-RIDE-ID ' ' RM-RIDE-NOM
                  ' IS NOT ON THE ASSET REGISTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD
              WRITE NBV-REPORT-RECORD
           END-IF.
       6100-EXIT.
           EXIT.

       6200-COMPARE-ASSET.
           IF WS-AST-TYPE(AST-IDX) = 'R'
              AND WS-AST-ASSET-ID(AST-IDX) = RM-RIDE-ID THEN
              SET ASSET-FOUND TO TRUE
           ELSE
              SET AST-IDX UP BY 1
           END-IF.
       6200-EXIT.
           EXIT.

       7000-POST-AMOUNT.
           PERFORM 7100-POST-PIECE THRU 7100-EXIT
               UNTIL WS-POST-REMAINING = ZERO.
       7000-EXIT.
           EXIT.

       7100-POST-PIECE.
           IF WS-POST-REMAINING > WS-MAX-POSTING THEN
              MOVE WS-MAX-POSTING TO WS-POST-PIECE
           ELSE
              MOVE WS-POST-REMAINING TO WS-POST-PIECE
           END-IF.
           MOVE WS-POST-ACCT-ID TO TRX-ACCT-ID.
           MOVE WS-POST-TYPE    TO TRX-TYPE.
           MOVE WS-POST-PIECE   TO TRX-AMOUNT.
           MOVE SPACES          TO TRX-TO-ACCT-ID.
           WRITE TRANSACTION-RECORD.
           SUBTRACT WS-POST-PIECE FROM WS-POST-REMAINING.
       7100-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE WS-TOTAL-COST TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REGISTER COST          ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE WS-TOTAL-ACCUM TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCUMULATED DEPRECIATION' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE WS-TOTAL-NBV TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NET BOOK VALUE         ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE WS-TOTAL-DEPR TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DEPRECIATION THIS MONTH' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE WS-TOTAL-GAIN-LOSS TO WS-SIGNED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DISPOSAL GAIN/LOSS      ' WS-SIGNED-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE WS-CAPITALISED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ASSETS CAPITALISED     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           MOVE WS-DISPOSED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ASSETS DISPOSED        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NBV-REPORT-RECORD.
           WRITE NBV-REPORT-RECORD.
           CLOSE NBV-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'DEPRECIATION'   TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-UNREGISTERED-COUNT > ZERO THEN
              MOVE 'DEPRECIATION - RIDES NOT ON REGISTER'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'DEPRECIATION POSTED' TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
