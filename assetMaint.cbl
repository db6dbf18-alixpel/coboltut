      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  AssetMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MAINTENANCE OF THE FIXED-
      *               ASSET REGISTER (ASSETMST, ASSETFD
      *               LAYOUT) - VENDORMAINT'S SHAPE,
      *               SUPERVISOR SIGN-ON ONLY. A REGISTERS AN
      *               ASSET WITH ITS COST, SALVAGE VALUE,
      *               IN-SERVICE DATE, USEFUL LIFE AND
      *               METHOD; A RIDE MUST BE ON RIDE-MASTER
      *               AND IS REGISTERED UNDER ITS RIDE ID. R
      *               RECORDS A RETIREMENT - DATE AND SALE
      *               PROCEEDS - FOR THE MONTHLY DEPRECIATION
      *               RUN TO BOOK. L LISTS THE REGISTER. THE
      *               FILE IS REWRITTEN WHOLE AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO "ASSETMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ASSET-MASTER.
           COPY "assetfd.cpy".

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ASSET-STATUS           PIC X(02).
       01  WS-RIDE-MASTER-STATUS     PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-ASSET-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-ASSETS       VALUE 'Y'.
           05 WS-RIDE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-RIDES        VALUE 'Y'.
           05 WS-ASSET-FOUND-SW      PIC X(01).
              88 ASSET-FOUND         VALUE 'Y'.
           05 WS-RIDE-FOUND-SW       PIC X(01).
              88 RIDE-FOUND          VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 ADD-ASSET              VALUE 'A'.
           88 RETIRE-ASSET           VALUE 'R'.
           88 LIST-ASSETS            VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-ASSET-ID-IN            PIC X(06).
       01  WS-ASSET-TYPE-IN          PIC X(01).
           88 VALID-ASSET-TYPE       VALUES 'R' 'T' 'V' 'O'.
       01  WS-DESCRIPTION-IN         PIC X(20).
       01  WS-COST-IN                PIC 9(09)V99.
       01  WS-SALVAGE-IN             PIC 9(09)V99.
       01  WS-DATE-IN                PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YEAR           PIC 9(04).
           05 WS-DATE-MONTH          PIC 9(02).
           05 WS-DATE-DAY            PIC 9(02).
       01  WS-LIFE-IN                PIC 9(03).
       01  WS-METHOD-IN              PIC X(01).
           88 VALID-METHOD           VALUES 'S' 'D'.
       01  WS-PROCEEDS-IN            PIC 9(09)V99.
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-NBV                    PIC 9(09)V99.
       01  WS-AMOUNT-ED              PIC ZZZZZZZZ9.99.
       01  WS-AMOUNT-ED2             PIC ZZZZZZZZ9.99.

       01  WS-MAX-RIDES              PIC 9(03) COMP VALUE 100.
       01  WS-RIDE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-RIDE-TABLE.
           05 WS-RIDE-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-RIDE-COUNT
                 INDEXED BY RID-IDX.
              10 WS-RIDE-ID          PIC X(06).
              10 WS-RIDE-NOM         PIC X(20).

       01  WS-MAX-ASSETS             PIC 9(04) COMP VALUE 1000.
       01  WS-ASSET-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-ASSET-TABLE.
           05 WS-AST-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ASSET-COUNT
                 INDEXED BY AST-IDX.
              10 WS-AST-RECORD       PIC X(102).
              10 WS-AST-FIELDS REDEFINES WS-AST-RECORD.
                 15 WS-AST-ASSET-ID  PIC X(06).
                 15 WS-AST-TYPE      PIC X(01).
                 15 WS-AST-DESC      PIC X(20).
                 15 WS-AST-COST      PIC 9(09)V99.
                 15 WS-AST-SALVAGE   PIC 9(09)V99.
                 15 WS-AST-IN-SERVICE PIC 9(08).
                 15 WS-AST-LIFE      PIC 9(03).
                 15 WS-AST-METHOD    PIC X(01).
                 15 WS-AST-ACCUM     PIC 9(09)V99.
                 15 WS-AST-MONTHS    PIC 9(03).
                 15 WS-AST-LAST-MONTH PIC 9(06).
                 15 WS-AST-STATUS    PIC X(01).
                 15 WS-AST-CAP-SW    PIC X(01).
                 15 WS-AST-DISP-DATE PIC 9(08).
                 15 WS-AST-PROCEEDS  PIC 9(09)V99.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-ASSETS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY CHANGE THE
      * ASSET REGISTER. A CLERK SIGN-ON IS REFUSED
      * OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'ASSETMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'ASSET MAINTENANCE REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-RIDE THRU 1100-EXIT
                  UNTIL END-OF-RIDES
                     OR WS-RIDE-COUNT >= WS-MAX-RIDES
              CLOSE RIDE-MASTER
           END-IF.

           OPEN INPUT ASSET-MASTER.
           IF WS-ASSET-STATUS = '00' THEN
              PERFORM 1200-LOAD-ASSET THRU 1200-EXIT
                  UNTIL END-OF-ASSETS
                     OR WS-ASSET-COUNT >= WS-MAX-ASSETS
              CLOSE ASSET-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-RIDE.
           READ RIDE-MASTER
              AT END SET END-OF-RIDES TO TRUE
           END-READ.
           IF NOT END-OF-RIDES THEN
              ADD 1 TO WS-RIDE-COUNT
              MOVE RM-RIDE-ID  TO WS-RIDE-ID(WS-RIDE-COUNT)
              MOVE RM-RIDE-NOM TO WS-RIDE-NOM(WS-RIDE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-ASSET.
           READ ASSET-MASTER
              AT END SET END-OF-ASSETS TO TRUE
           END-READ.
           IF NOT END-OF-ASSETS THEN
              ADD 1 TO WS-ASSET-COUNT
              MOVE ASSET-MASTER-RECORD
                  TO WS-AST-RECORD(WS-ASSET-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '---------- FIXED-ASSET REGISTER ----------'.
           DISPLAY 'A - ADD ASSET   R - RETIRE ASSET'.
           DISPLAY 'L - LIST        X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN ADD-ASSET
                 PERFORM 3000-ADD-ASSET THRU 3000-EXIT
              WHEN RETIRE-ASSET
                 PERFORM 4000-RETIRE-ASSET THRU 4000-EXIT
              WHEN LIST-ASSETS
                 PERFORM 5000-LIST-ASSETS THRU 5000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NEW ASSET IS IN SERVICE AND NOT YET CAPITALISED
      * - THE MONTHLY RUN BOOKS ITS COST THE FIRST TIME IT
      * SEES IT. A RIDE TAKES ITS NAME FROM RIDE-MASTER.
      *-------------------------------------------------
       3000-ADD-ASSET.
           DISPLAY 'ASSET TYPE (R RIDE, T TURNSTILE, V VEHICLE,'
               ' O OTHER) ?'.
           ACCEPT WS-ASSET-TYPE-IN.
           IF NOT VALID-ASSET-TYPE THEN
              DISPLAY 'INVALID ASSET TYPE - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 6000-ACCEPT-ASSET-ID THRU 6000-EXIT.
           IF ASSET-FOUND THEN
              DISPLAY 'ASSET ' WS-ASSET-ID-IN
                  ' IS ALREADY ON THE REGISTER - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-ASSET-COUNT >= WS-MAX-ASSETS THEN
              DISPLAY 'ASSET TABLE IS FULL - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-DESCRIPTION-IN.
           IF WS-ASSET-TYPE-IN = 'R' THEN
              MOVE 'N' TO WS-RIDE-FOUND-SW
              SET RID-IDX TO 1
              PERFORM 6100-COMPARE-RIDE THRU 6100-EXIT
                  UNTIL RID-IDX > WS-RIDE-COUNT OR RIDE-FOUND
              IF NOT RIDE-FOUND THEN
                 DISPLAY 'RIDE ' WS-ASSET-ID-IN
                     ' IS NOT ON RIDE-MASTER - NOT ADDED'
                 GO TO 3000-EXIT
              END-IF
              MOVE WS-RIDE-NOM(RID-IDX) TO WS-DESCRIPTION-IN
              DISPLAY WS-DESCRIPTION-IN
           ELSE
              DISPLAY 'DESCRIPTION ?'
              ACCEPT WS-DESCRIPTION-IN
           END-IF.

           DISPLAY 'ACQUISITION COST ?'.
           ACCEPT WS-COST-IN.
           IF WS-COST-IN = ZERO THEN
              DISPLAY 'COST MUST BE ABOVE ZERO - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'SALVAGE VALUE ?'.
           ACCEPT WS-SALVAGE-IN.
           IF WS-SALVAGE-IN >= WS-COST-IN THEN
              DISPLAY 'SALVAGE MUST BE BELOW COST - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'IN-SERVICE DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           IF WS-DATE-IN = ZERO THEN
              DISPLAY 'INVALID DATE - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'USEFUL LIFE IN MONTHS ?'.
           ACCEPT WS-LIFE-IN.
           IF WS-LIFE-IN = ZERO THEN
              DISPLAY 'USEFUL LIFE MUST BE ABOVE ZERO - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'METHOD (S STRAIGHT LINE, D DECLINING) ?'.
           ACCEPT WS-METHOD-IN.
           IF NOT VALID-METHOD THEN
              DISPLAY 'INVALID METHOD - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-COST-IN TO WS-AMOUNT-ED.
           DISPLAY 'REGISTER ' WS-ASSET-ID-IN ' AT ' WS-AMOUNT-ED
               ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT ADDED'
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-ASSET-COUNT.
           SET AST-IDX TO WS-ASSET-COUNT.
           MOVE SPACES TO WS-AST-RECORD(AST-IDX).
           MOVE WS-ASSET-ID-IN    TO WS-AST-ASSET-ID(AST-IDX).
           MOVE WS-ASSET-TYPE-IN  TO WS-AST-TYPE(AST-IDX).
           MOVE WS-DESCRIPTION-IN TO WS-AST-DESC(AST-IDX).
           MOVE WS-COST-IN        TO WS-AST-COST(AST-IDX).
           MOVE WS-SALVAGE-IN     TO WS-AST-SALVAGE(AST-IDX).
           MOVE WS-DATE-IN        TO WS-AST-IN-SERVICE(AST-IDX).
           MOVE WS-LIFE-IN        TO WS-AST-LIFE(AST-IDX).
           MOVE WS-METHOD-IN      TO WS-AST-METHOD(AST-IDX).
           MOVE ZERO              TO WS-AST-ACCUM(AST-IDX).
           MOVE ZERO              TO WS-AST-MONTHS(AST-IDX).
           MOVE ZERO              TO WS-AST-LAST-MONTH(AST-IDX).
           MOVE 'A'               TO WS-AST-STATUS(AST-IDX).
           MOVE 'N'               TO WS-AST-CAP-SW(AST-IDX).
           MOVE ZERO              TO WS-AST-DISP-DATE(AST-IDX).
           MOVE ZERO              TO WS-AST-PROCEEDS(AST-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'ASSET REGISTERED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A RETIREMENT IS ONLY RECORDED HERE. THE MONTHLY
      * RUN FOR THE DISPOSAL MONTH TAKES THAT MONTH'S
      * DEPRECIATION, THEN BOOKS THE GAIN OR LOSS AGAINST
      * THE PROCEEDS.
      *-------------------------------------------------
       4000-RETIRE-ASSET.
           PERFORM 6000-ACCEPT-ASSET-ID THRU 6000-EXIT.
           IF NOT ASSET-FOUND THEN
              DISPLAY 'ASSET ' WS-ASSET-ID-IN
                  ' IS NOT ON THE REGISTER'
              GO TO 4000-EXIT
           END-IF.
           IF WS-AST-STATUS(AST-IDX) NOT = 'A' THEN
              DISPLAY 'ASSET IS ALREADY RETIRED'
              GO TO 4000-EXIT
           END-IF.
           COMPUTE WS-NBV = WS-AST-COST(AST-IDX)
               - WS-AST-ACCUM(AST-IDX).
           MOVE WS-AST-COST(AST-IDX) TO WS-AMOUNT-ED.
           MOVE WS-NBV TO WS-AMOUNT-ED2.
           DISPLAY WS-AST-DESC(AST-IDX) ' COST ' WS-AMOUNT-ED
               ' NET BOOK VALUE ' WS-AMOUNT-ED2.

           DISPLAY 'DISPOSAL DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           IF WS-DATE-IN = ZERO
              OR WS-DATE-IN < WS-AST-IN-SERVICE(AST-IDX) THEN
              DISPLAY 'INVALID DATE - NOT RETIRED'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'SALE PROCEEDS (0 IF SCRAPPED) ?'.
           ACCEPT WS-PROCEEDS-IN.

           DISPLAY 'RETIRE ' WS-ASSET-ID-IN ' ON ' WS-DATE-IN
               ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT RETIRED'
              GO TO 4000-EXIT
           END-IF.
           MOVE 'R'            TO WS-AST-STATUS(AST-IDX).
           MOVE WS-DATE-IN     TO WS-AST-DISP-DATE(AST-IDX).
           MOVE WS-PROCEEDS-IN TO WS-AST-PROCEEDS(AST-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'RETIREMENT RECORDED - BOOKED AT MONTH END'.
       4000-EXIT.
           EXIT.

       5000-LIST-ASSETS.
           DISPLAY 'ASSET  T DESCRIPTION                  COST'
               '  ACCUMULATED S'.
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-ASSET-COUNT.
           IF WS-ASSET-COUNT = ZERO THEN
              DISPLAY 'NO ASSETS ON THE REGISTER'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           MOVE WS-AST-COST(AST-IDX)  TO WS-AMOUNT-ED.
           MOVE WS-AST-ACCUM(AST-IDX) TO WS-AMOUNT-ED2.
           DISPLAY WS-AST-ASSET-ID(AST-IDX) ' '
               WS-AST-TYPE(AST-IDX) ' '
               WS-AST-DESC(AST-IDX) ' '
               WS-AMOUNT-ED ' ' WS-AMOUNT-ED2 ' '
               WS-AST-STATUS(AST-IDX).
       5100-EXIT.
           EXIT.

       6000-ACCEPT-ASSET-ID.
           DISPLAY 'ASSET ID ?'.
           MOVE SPACES TO WS-ASSET-ID-IN.
           ACCEPT WS-ASSET-ID-IN.
           MOVE 'N' TO WS-ASSET-FOUND-SW.
           SET AST-IDX TO 1.
           PERFORM 6010-COMPARE-ASSET THRU 6010-EXIT
               UNTIL AST-IDX > WS-ASSET-COUNT OR ASSET-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-ASSET.
           IF WS-AST-ASSET-ID(AST-IDX) = WS-ASSET-ID-IN THEN
              SET ASSET-FOUND TO TRUE
           ELSE
              SET AST-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

       6100-COMPARE-RIDE.
           IF WS-RIDE-ID(RID-IDX) = WS-ASSET-ID-IN THEN
              SET RIDE-FOUND TO TRUE
           ELSE
              SET RID-IDX UP BY 1
           END-IF.
       6100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DATE THAT IS NOT A PLAUSIBLE CALENDAR DATE, OR
      * IS IN THE FUTURE, COMES BACK AS ZERO.
      *-------------------------------------------------
       6200-ACCEPT-DATE.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN IS NOT NUMERIC
              OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
              OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
              OR WS-DATE-IN > WS-TODAY-DATE THEN
              MOVE ZERO TO WS-DATE-IN
           END-IF.
       6200-EXIT.
           EXIT.

       8000-REWRITE-ASSETS.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT ASSET-MASTER.
           PERFORM 8100-WRITE-ONE-ASSET THRU 8100-EXIT
               VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-ASSET-COUNT.
           CLOSE ASSET-MASTER.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-ASSET.
           MOVE WS-AST-RECORD(AST-IDX) TO ASSET-MASTER-RECORD.
           WRITE ASSET-MASTER-RECORD.
       8100-EXIT.
           EXIT.
