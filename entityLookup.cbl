      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  EntityLookup.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. THE ONE PLACE A LEDGER
      *               ACCOUNT IS TIED TO ITS REPORTING ENTITY
      *               (SHARED ENTPARM AREA, SIGNPARM'S
      *               PATTERN). THE ENTITY CODE OF EVERY
      *               ACCOUNT COMES FROM THE CHART OF
      *               ACCOUNTS (CHARTACC, COAFD) AND THE
      *               ENTITIES THEMSELVES FROM THE ENTITY
      *               MASTER (ENTITIES, ENTFD), BOTH LOADED ON
      *               THE FIRST CALL AND KEPT. WITH NO ENTITY
      *               MASTER THE PARK (PK, INTERCOMPANY
      *               ACC995) AND THE SCHOOL (SC, ACC996) ARE
      *               ASSUMED.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHARTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT ENTITY-MASTER ASSIGN TO "ENTITIES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITY-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS.
           COPY "coafd.cpy".

       FD  ENTITY-MASTER.
           COPY "entfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHART-STATUS          PIC X(02).
       01  WS-ENTITY-STATUS         PIC X(02).

       01  WS-SWITCHES.
           05 WS-LOADED-SW          PIC X(01) VALUE 'N'.
              88 TABLES-LOADED      VALUE 'Y'.
           05 WS-CHART-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-CHART       VALUE 'Y'.
           05 WS-ENTITY-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ENTITIES    VALUE 'Y'.
           05 WS-ACCT-FOUND-SW      PIC X(01).
              88 ACCT-FOUND         VALUE 'Y'.
           05 WS-ENTITY-FOUND-SW    PIC X(01).
              88 ENTITY-FOUND       VALUE 'Y'.

       01  WS-MAX-ACCOUNTS          PIC 9(04) COMP VALUE 1000.
       01  WS-ACCOUNT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-ACC-ID          PIC X(06).
              10 WS-ACC-ENTITY      PIC X(02).

       01  WS-MAX-ENTITIES          PIC 9(02) COMP VALUE 20.
       01  WS-ENTITY-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-ENTITY-TABLE.
           05 WS-ENTITY-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-ENTITY-COUNT
                 INDEXED BY ENT-IDX.
              10 WS-ENT-CODE        PIC X(02).
              10 WS-ENT-NAME        PIC X(30).
              10 WS-ENT-IC-ACCT-ID  PIC X(06).

       01  WS-WORK-CODE             PIC X(02).
       01  WS-WORK-ACCT-ID          PIC X(06).

       LINKAGE SECTION.
           COPY "entparm.cpy".

      ***************************
       PROCEDURE DIVISION USING ENT-PARM-AREA.
      ***************************
       0000-MAINLINE.
           IF NOT TABLES-LOADED THEN
              PERFORM 1000-LOAD-TABLES THRU 1000-EXIT
           END-IF.

           SET ENT-NOT-FOUND TO TRUE.
           MOVE SPACES TO ENT-ENTITY-NAME
                          ENT-IC-ACCT-ID.
           EVALUATE TRUE
              WHEN ENT-BY-ACCOUNT
                 MOVE SPACES TO ENT-ENTITY-CODE
                 PERFORM 2000-FIND-ACCOUNT THRU 2000-EXIT
                 IF ACCT-FOUND THEN
                    MOVE WS-ACC-ENTITY(ACC-IDX) TO WS-WORK-CODE
                    PERFORM 3000-FIND-ENTITY THRU 3000-EXIT
                 END-IF
              WHEN ENT-BY-CODE
                 MOVE ENT-ENTITY-CODE TO WS-WORK-CODE
                 PERFORM 3000-FIND-ENTITY THRU 3000-EXIT
              WHEN ENT-BY-NUMBER
                 IF ENT-NUMBER > ZERO
                    AND ENT-NUMBER NOT > WS-ENTITY-COUNT THEN
                    SET ENT-IDX TO ENT-NUMBER
                    SET ENTITY-FOUND TO TRUE
                 ELSE
                    MOVE 'N' TO WS-ENTITY-FOUND-SW
                 END-IF
           END-EVALUATE.

           IF NOT ENT-BY-ACCOUNT OR ACCT-FOUND THEN
              IF ENTITY-FOUND THEN
                 MOVE WS-ENT-CODE(ENT-IDX)       TO ENT-ENTITY-CODE
                 MOVE WS-ENT-NAME(ENT-IDX)       TO ENT-ENTITY-NAME
                 MOVE WS-ENT-IC-ACCT-ID(ENT-IDX) TO ENT-IC-ACCT-ID
                 SET ENT-FOUND TO TRUE
              END-IF
           END-IF.
           GOBACK.

       1000-LOAD-TABLES.
           OPEN INPUT ENTITY-MASTER.
           IF WS-ENTITY-STATUS = '00' THEN
              PERFORM 1100-LOAD-ONE-ENTITY THRU 1100-EXIT
                  UNTIL END-OF-ENTITIES
                     OR WS-ENTITY-COUNT >= WS-MAX-ENTITIES
              CLOSE ENTITY-MASTER
           END-IF.
           IF WS-ENTITY-COUNT = ZERO THEN
              MOVE 2 TO WS-ENTITY-COUNT
              MOVE 'PK'     TO WS-ENT-CODE(1)
              MOVE 'PARC ET ECOLE - PARK' TO WS-ENT-NAME(1)
              MOVE 'ACC995' TO WS-ENT-IC-ACCT-ID(1)
              MOVE 'SC'     TO WS-ENT-CODE(2)
              MOVE 'PARC ET ECOLE - SCHOOL' TO WS-ENT-NAME(2)
              MOVE 'ACC996' TO WS-ENT-IC-ACCT-ID(2)
           END-IF.

           OPEN INPUT CHART-OF-ACCOUNTS.
           IF WS-CHART-STATUS = '00' THEN
              PERFORM 1200-LOAD-ONE-ACCOUNT THRU 1200-EXIT
                  UNTIL END-OF-CHART
                     OR WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS
              CLOSE CHART-OF-ACCOUNTS
           END-IF.
           SET TABLES-LOADED TO TRUE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTITY.
           READ ENTITY-MASTER
              AT END SET END-OF-ENTITIES TO TRUE
           END-READ.
           IF END-OF-ENTITIES OR EM-ENTITY-CODE = SPACES THEN
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-ENTITY-COUNT.
           MOVE EM-ENTITY-CODE TO WS-ENT-CODE(WS-ENTITY-COUNT).
           MOVE EM-ENTITY-NAME TO WS-ENT-NAME(WS-ENTITY-COUNT).
           MOVE EM-IC-ACCT-ID  TO WS-ENT-IC-ACCT-ID(WS-ENTITY-COUNT).
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE FIRST CHART ROW FOR AN ACCOUNT NAMING A VALID
      * SECTION GIVES ITS ENTITY, AS THE STATEMENTS TAKE
      * THE FIRST SUCH ROW FOR ITS LINE.
      *-------------------------------------------------
       1200-LOAD-ONE-ACCOUNT.
           READ CHART-OF-ACCOUNTS
              AT END SET END-OF-CHART TO TRUE
           END-READ.
           IF END-OF-CHART OR NOT COA-VALID-SECTION THEN
              GO TO 1200-EXIT
           END-IF.
           MOVE COA-ACCT-ID TO WS-WORK-ACCT-ID.
           PERFORM 2000-FIND-ACCOUNT-ID THRU 2000-EXIT.
           IF ACCT-FOUND THEN
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE COA-ACCT-ID TO WS-ACC-ID(WS-ACCOUNT-COUNT).
           MOVE COA-ENTITY  TO WS-ACC-ENTITY(WS-ACCOUNT-COUNT).
       1200-EXIT.
           EXIT.

       2000-FIND-ACCOUNT.
           MOVE ENT-ACCT-ID TO WS-WORK-ACCT-ID.
       2000-FIND-ACCOUNT-ID.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           SET ACC-IDX TO 1.
           PERFORM 2100-COMPARE-ACCOUNT THRU 2100-EXIT
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT OR ACCT-FOUND.
       2000-EXIT.
           EXIT.

       2100-COMPARE-ACCOUNT.
           IF WS-ACC-ID(ACC-IDX) = WS-WORK-ACCT-ID THEN
              SET ACCT-FOUND TO TRUE
           ELSE
              SET ACC-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       3000-FIND-ENTITY.
           MOVE 'N' TO WS-ENTITY-FOUND-SW.
           SET ENT-IDX TO 1.
           PERFORM 3100-COMPARE-ENTITY THRU 3100-EXIT
               UNTIL ENT-IDX > WS-ENTITY-COUNT OR ENTITY-FOUND.
       3000-EXIT.
           EXIT.

       3100-COMPARE-ENTITY.
           IF WS-ENT-CODE(ENT-IDX) = WS-WORK-CODE THEN
              SET ENTITY-FOUND TO TRUE
           ELSE
              SET ENT-IDX UP BY 1
           END-IF.
       3100-EXIT.
           EXIT.
