      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  TillDeclare.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CASHIER TILL DECLARATION
      *               INTAKE, REPLACING THE TALLY SHEET THE
      *               S1 AND N1 CASHIERS FILLED IN BY HAND.
      *               THE CASHIER SIGNS ON THROUGH THE
      *               SHARED OPERSIGNON MODULE - THE
      *               SIGNED-ON ID IS THE NAME THE DRAWER IS
      *               DECLARED AGAINST, SO NOBODY CAN KEY A
      *               COUNT FOR SOMEONE ELSE'S TILL - THEN
      *               KEYS THE GATE, SHIFT, SHIFT WINDOW,
      *               OPENING FLOAT AND CASH COUNTED. EACH
      *               DECLARATION IS APPENDED TO TILLDECL
      *               (SHARED TILLDFD LAYOUT) FOR THE
      *               NIGHT'S TILLBALANCE STEP.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-DECLARATIONS ASSIGN TO "TILLDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TILL-DECL-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  TILL-DECLARATIONS.
           COPY "tilldfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TILL-DECL-STATUS       PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 ENTRY-DONE          VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 DECLARE-TILL           VALUE 'D'.
           88 EXIT-ENTRY             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-BUSINESS-DATE-X        PIC X(08).
       01  WS-BUSINESS-DATE          PIC 9(08).
       01  WS-GATE-ID                PIC X(02).
       01  WS-SHIFT-CODE             PIC X(01).
       01  WS-SHIFT-START            PIC 9(04).
       01  WS-SHIFT-END              PIC 9(04).
       01  WS-OPENING-FLOAT          PIC 9(05)V99.
       01  WS-COUNTED-CASH           PIC 9(07)V99.
       01  WS-CONFIRM                PIC X(01).

       01  WS-DECLARED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-AMOUNT-ED              PIC ZZZZZZ9.99.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL ENTRY-DONE.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * SIGN-ON THROUGH THE SHARED OPERSIGNON MODULE. THE
      * SIGNED-ON OPERATOR IS THE CASHIER WHOSE DRAWER IS
      * BEING DECLARED. A REFUSAL ENDS THE PROGRAM WITH
      * RETURN CODE 8.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'TILLDECLARE' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
       0500-EXIT.
           EXIT.

      *-------------------------------------------------
      * TILLDECL IS APPENDED TO ALL DAY BY BOTH GATES. A
      * MISSING FILE (STATUS 35) IS CREATED HERE.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND TILL-DECLARATIONS.
           IF WS-TILL-DECL-STATUS = '35' THEN
              OPEN OUTPUT TILL-DECLARATIONS
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- CASHIER TILL DECLARATION --------'.
           DISPLAY 'CASHIER : ' WS-SIGNON-ID.
           DISPLAY 'D - DECLARE TILL   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN DECLARE-TILL
                 PERFORM 3000-DECLARE-TILL THRU 3000-EXIT
              WHEN EXIT-ENTRY
                 SET ENTRY-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DRAWER. ONLY THE CASH GATES TAKE A FLOAT, THE
      * SHIFT MUST BE EARLY OR LATE AND ITS WINDOW MUST
      * RUN FORWARD. THE CASHIER CONFIRMS THE COUNT
      * BEFORE IT IS WRITTEN - A DECLARATION IS NOT
      * CHANGED ONCE THE NIGHT'S RUN HAS SEEN IT.
      *-------------------------------------------------
       3000-DECLARE-TILL.
           DISPLAY 'BUSINESS DATE (YYYYMMDD, BLANK FOR TODAY) ?'.
           MOVE SPACES TO WS-BUSINESS-DATE-X.
           ACCEPT WS-BUSINESS-DATE-X.
           IF WS-BUSINESS-DATE-X = SPACES THEN
              MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
           ELSE
              IF WS-BUSINESS-DATE-X IS NOT NUMERIC THEN
                 DISPLAY 'BUSINESS DATE MUST BE YYYYMMDD'
                     ' - NOT DECLARED'
                 GO TO 3000-EXIT
              END-IF
              MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
           END-IF.

           DISPLAY 'GATE (S1 OR N1) ?'.
           ACCEPT WS-GATE-ID.
           MOVE WS-GATE-ID TO TD-GATE-ID.
           IF NOT TD-CASH-GATE THEN
              DISPLAY 'GATE ' WS-GATE-ID
                  ' HAS NO CASH TILL - NOT DECLARED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'SHIFT (E-EARLY L-LATE) ?'.
           ACCEPT WS-SHIFT-CODE.
           MOVE WS-SHIFT-CODE TO TD-SHIFT-CODE.
           IF NOT TD-VALID-SHIFT THEN
              DISPLAY 'SHIFT MUST BE E OR L - NOT DECLARED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'SHIFT START (HHMM) ?'.
           ACCEPT WS-SHIFT-START.
           DISPLAY 'SHIFT END (HHMM) ?'.
           ACCEPT WS-SHIFT-END.
           IF WS-SHIFT-END NOT > WS-SHIFT-START
              OR WS-SHIFT-END > 2400 THEN
              DISPLAY 'SHIFT WINDOW IS NOT VALID - NOT DECLARED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'OPENING FLOAT ISSUED ?'.
           ACCEPT WS-OPENING-FLOAT.
           DISPLAY 'CASH COUNTED IN DRAWER ?'.
           ACCEPT WS-COUNTED-CASH.

           MOVE WS-COUNTED-CASH TO WS-AMOUNT-ED.
           DISPLAY 'DECLARE ' WS-AMOUNT-ED ' FOR GATE '
               WS-GATE-ID ' SHIFT ' WS-SHIFT-CODE ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT DECLARED'
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES           TO TILL-DECLARATION-RECORD.
           MOVE WS-BUSINESS-DATE TO TD-BUSINESS-DATE.
           MOVE WS-GATE-ID       TO TD-GATE-ID.
           MOVE WS-SHIFT-CODE    TO TD-SHIFT-CODE.
           MOVE WS-SHIFT-START   TO TD-SHIFT-START.
           MOVE WS-SHIFT-END     TO TD-SHIFT-END.
           MOVE WS-SIGNON-ID     TO TD-OPERATOR-ID.
           MOVE WS-OPENING-FLOAT TO TD-OPENING-FLOAT.
           MOVE WS-COUNTED-CASH  TO TD-COUNTED-CASH.
           ACCEPT TD-KEYED-TIME FROM TIME.
           WRITE TILL-DECLARATION-RECORD.
           ADD 1 TO WS-DECLARED-COUNT.
           DISPLAY 'TILL DECLARED FOR ' WS-BUSINESS-DATE.
       3000-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE TILL-DECLARATIONS.
           DISPLAY 'TILLS DECLARED THIS SESSION: '
               WS-DECLARED-COUNT.
       8000-EXIT.
           EXIT.
