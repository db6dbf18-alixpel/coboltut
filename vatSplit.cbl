      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  VatSplit.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. THE ONE PLACE A GROSS
      *               REVENUE FIGURE IS SPLIT INTO NET AND
      *               VAT (SHARED VATSPARM AREA, SIGNPARM'S
      *               PATTERN) SO GATEREVENUE, REFUNDPROCESS,
      *               THE CONCESSION POSTING, GIFTCARDPOST
      *               AND DRAWPROFITLOSS ALL USE THE SAME
      *               RATES AND THE SAME ROUNDING. THE RATE
      *               TABLE (VATRATES, VATRFD LAYOUT) AND
      *               THE OPTIONAL VAT-ACCOUNT PARM
      *               (VATACCT, DEFAULT ACC905) ARE LOADED
      *               ON THE FIRST CALL AND KEPT. THE RATE
      *               IS INCLUDED IN THE GROSS, SO THE VAT
      *               IS GROSS * RATE / (100 + RATE),
      *               ROUNDED, AND THE NET IS WHAT IS LEFT.
      *               EVERY SPLIT OF A TYPE ON FILE IS
      *               APPENDED TO THE VAT JOURNAL (VATJRNL,
      *               VATJFD LAYOUT) FOR THE MONTHLY RETURN.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAT-RATE-TABLE ASSIGN TO "VATRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-RATES-STATUS.

           SELECT VAT-ACCOUNT-PARM ASSIGN TO "VATACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-ACCT-STATUS.

           SELECT VAT-JOURNAL ASSIGN TO "VATJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAT-JOURNAL-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  VAT-RATE-TABLE.
           COPY "vatrfd.cpy".

       FD  VAT-ACCOUNT-PARM.
       01  VAT-ACCOUNT-PARM-RECORD.
           05 VAP-ACCT-ID           PIC X(06).

       FD  VAT-JOURNAL.
           COPY "vatjfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-VAT-RATES-STATUS      PIC X(02).
       01  WS-VAT-ACCT-STATUS       PIC X(02).
       01  WS-VAT-JOURNAL-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-LOADED-SW          PIC X(01) VALUE 'N'.
              88 TABLE-LOADED       VALUE 'Y'.
           05 WS-RATES-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-RATES       VALUE 'Y'.
           05 WS-RATE-FOUND-SW      PIC X(01).
              88 RATE-FOUND         VALUE 'Y'.

       01  WS-VAT-ACCT-ID           PIC X(06) VALUE 'ACC905'.

       01  WS-MAX-RATES             PIC 9(02) COMP VALUE 30.
       01  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 30 TIMES
                 DEPENDING ON WS-RATE-COUNT
                 INDEXED BY RAT-IDX.
              10 WS-RAT-REVENUE-TYPE PIC X(04).
              10 WS-RAT-VAT-CODE    PIC X(01).
              10 WS-RAT-VAT-RATE    PIC 9(02)V99.
              10 WS-RAT-ACCT-ID     PIC X(06).

       LINKAGE SECTION.
           COPY "vatsparm.cpy".

      ***************************
       PROCEDURE DIVISION USING VSP-PARM-AREA.
      ***************************
       0000-MAINLINE.
           IF NOT TABLE-LOADED THEN
              PERFORM 1000-LOAD-RATES THRU 1000-EXIT
           END-IF.
           PERFORM 2000-SPLIT-AMOUNT THRU 2000-EXIT.
           GOBACK.

       1000-LOAD-RATES.
           OPEN INPUT VAT-ACCOUNT-PARM.
           IF WS-VAT-ACCT-STATUS = '00' THEN
              READ VAT-ACCOUNT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE VAP-ACCT-ID TO WS-VAT-ACCT-ID
              END-READ
              CLOSE VAT-ACCOUNT-PARM
           END-IF.

           OPEN INPUT VAT-RATE-TABLE.
           IF WS-VAT-RATES-STATUS = '00' THEN
              PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
                  UNTIL END-OF-RATES
                     OR WS-RATE-COUNT >= WS-MAX-RATES
              CLOSE VAT-RATE-TABLE
           END-IF.
           SET TABLE-LOADED TO TRUE.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-RATE.
           READ VAT-RATE-TABLE
              AT END SET END-OF-RATES TO TRUE
           END-READ.
           IF NOT END-OF-RATES THEN
              ADD 1 TO WS-RATE-COUNT
              MOVE VR-REVENUE-TYPE
                  TO WS-RAT-REVENUE-TYPE(WS-RATE-COUNT)
              MOVE VR-VAT-CODE  TO WS-RAT-VAT-CODE(WS-RATE-COUNT)
              MOVE VR-VAT-RATE  TO WS-RAT-VAT-RATE(WS-RATE-COUNT)
              MOVE VR-REVENUE-ACCT-ID
                  TO WS-RAT-ACCT-ID(WS-RATE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * EXEMPT AND NOT-TAXABLE TYPES CARRY A ZERO RATE ON
      * THE TABLE, SO THE SAME ARITHMETIC GIVES THEM A
      * ZERO VAT AMOUNT - THEY ARE STILL JOURNALED SO THE
      * RETURN CAN SHOW THEM IN THEIR OWN BOXES.
      *-------------------------------------------------
       2000-SPLIT-AMOUNT.
           MOVE WS-VAT-ACCT-ID TO VSP-VAT-ACCT-ID.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           SET RAT-IDX TO 1.
           PERFORM 2100-COMPARE-RATE THRU 2100-EXIT
               UNTIL RAT-IDX > WS-RATE-COUNT OR RATE-FOUND.

           IF NOT RATE-FOUND THEN
              MOVE VSP-GROSS-AMOUNT TO VSP-NET-AMOUNT
              MOVE ZERO    TO VSP-VAT-AMOUNT
              MOVE ZERO    TO VSP-VAT-RATE
              MOVE SPACES  TO VSP-VAT-CODE
              MOVE SPACES  TO VSP-REVENUE-ACCT-ID
              SET VSP-NO-RATE TO TRUE
              GO TO 2000-EXIT
           END-IF.

           MOVE WS-RAT-VAT-CODE(RAT-IDX) TO VSP-VAT-CODE.
           MOVE WS-RAT-VAT-RATE(RAT-IDX) TO VSP-VAT-RATE.
           MOVE WS-RAT-ACCT-ID(RAT-IDX)  TO VSP-REVENUE-ACCT-ID.
           COMPUTE VSP-VAT-AMOUNT ROUNDED =
               VSP-GROSS-AMOUNT * VSP-VAT-RATE
               / (100 + VSP-VAT-RATE).
           COMPUTE VSP-NET-AMOUNT =
               VSP-GROSS-AMOUNT - VSP-VAT-AMOUNT.
           SET VSP-OK TO TRUE.

           IF VSP-GROSS-AMOUNT > ZERO THEN
              PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-COMPARE-RATE.
           IF WS-RAT-REVENUE-TYPE(RAT-IDX) = VSP-REVENUE-TYPE THEN
              SET RATE-FOUND TO TRUE
           ELSE
              SET RAT-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       3000-WRITE-JOURNAL.
           OPEN EXTEND VAT-JOURNAL.
           IF WS-VAT-JOURNAL-STATUS = '35' THEN
              OPEN OUTPUT VAT-JOURNAL
           END-IF.
           MOVE SPACES            TO VAT-JOURNAL-RECORD.
           MOVE VSP-BUSINESS-DATE TO VJ-BUSINESS-DATE.
           MOVE VSP-SOURCE        TO VJ-SOURCE.
           MOVE VSP-REVENUE-TYPE  TO VJ-REVENUE-TYPE.
           MOVE VSP-VAT-CODE      TO VJ-VAT-CODE.
           MOVE VSP-VAT-RATE      TO VJ-VAT-RATE.
           MOVE VSP-DIRECTION     TO VJ-DIRECTION.
           MOVE VSP-GROSS-AMOUNT  TO VJ-GROSS-AMOUNT.
           MOVE VSP-NET-AMOUNT    TO VJ-NET-AMOUNT.
           MOVE VSP-VAT-AMOUNT    TO VJ-VAT-AMOUNT.
           WRITE VAT-JOURNAL-RECORD.
           CLOSE VAT-JOURNAL.
       3000-EXIT.
           EXIT.
