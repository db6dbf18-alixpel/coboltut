      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  InterestCertificate.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. YEAR-END INTEREST
      *               CERTIFICATES - TOTALS EACH ACCOUNT'S
      *               INTEREST CREDITS ('INTACR') AND TAX
      *               WITHHELD ('INTWHT') FOR THE CALENDAR
      *               YEAR FROM THE HISTORY ARCHIVE (TRANARCH,
      *               HDR/TRL SKIPPED) AND THE CURRENT
      *               HISTORY, PRINTS ONE CERTIFICATE PER
      *               HOLDER AND WRITES THE TAX AUTHORITY
      *               EXTRACT WITH HDR/TRL CONTROL RECORDS.
      *               PER CURRENCY, INTEREST PAID TO HOLDERS
      *               MUST TIE TO THE DEBITS ON THE INTEREST
      *               EXPENSE ACCOUNT AND TAX WITHHELD TO THE
      *               CREDITS ON THE TAX ACCOUNT; A BREAK, OR
      *               A POSTING FOR AN ACCOUNT NOT ON THE
      *               MASTER, ENDS WITH RETURN CODE 4. THE
      *               YEAR COMES FROM THE OPTIONAL CERTYEAR
      *               PARM, DEFAULT THE YEAR BEFORE THE RUN.
      *               NO MORE ADDING UP ACCOUNTINQUIRY
      *               SCREENS AT TAX TIME.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATE-YEAR-PARM ASSIGN TO "CERTYEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-YEAR-STATUS.

           SELECT ACCOUNT-MASTER-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-IN-STATUS.

           SELECT HISTORY-ARCHIVE ASSIGN TO "TRANARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-HISTORY-STATUS.

           SELECT INTEREST-CERTIFICATES ASSIGN TO "INTCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-CERT-STATUS.

           SELECT TAX-AUTHORITY-EXTRACT ASSIGN TO "INTTAXEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-EXTRACT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  CERTIFICATE-YEAR-PARM.
       01  CERTIFICATE-YEAR-RECORD.
           05 CY-CERT-YEAR          PIC 9(04).

       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD.
           05 ACTI-ACCT-ID          PIC X(06).
           05 ACTI-NOM              PIC X(20).
           05 ACTI-BALANCE          PIC S9(07)V99.
           05 ACTI-CURRENCY-CODE    PIC X(03).
           05 ACTI-ACCT-TYPE        PIC X(01).
           05 ACTI-STATUS           PIC X(01).
           05 ACTI-LAST-ACTIVITY    PIC 9(08).

       FD  HISTORY-ARCHIVE.
       01  HISTORY-ARCHIVE-RECORD.
           05 HA-CTL-TYPE           PIC X(03).
              88 HA-CONTROL-RECORD  VALUE 'HDR' 'TRL'.
           05 FILLER                PIC X(42).
       01  HISTORY-ARCHIVE-DETAIL REDEFINES
           HISTORY-ARCHIVE-RECORD.
           05 HA-ACCT-ID            PIC X(06).
           05 HA-POST-DATE          PIC 9(08).
           05 HA-TYPE               PIC X(01).
           05 HA-AMOUNT             PIC 9(07)V99.
           05 HA-RESULT-BALANCE     PIC S9(07)V99.
           05 HA-KEYED-OPER         PIC X(06).
           05 HA-APPROVED-OPER      PIC X(06).

       FD  TRANSACTION-HISTORY.
           COPY "tranhfd.cpy".

       FD  INTEREST-CERTIFICATES.
       01  INTEREST-CERTIFICATE-RECORD PIC X(60).

      *-------------------------------------------------
      * TAX AUTHORITY EXTRACT - AN 'H' RECORD PER HOLDER
      * AND A 'C' CONTROL RECORD PER CURRENCY CARRYING
      * THE LEDGER TOTALS THE HOLDER RECORDS TIE TO,
      * BETWEEN THE USUAL HDR AND TRL. THE TRAILER HASH
      * IS THE GROSS INTEREST ON THE 'H' RECORDS.
      *-------------------------------------------------
       FD  TAX-AUTHORITY-EXTRACT.
       01  TAX-EXTRACT-RECORD.
           05 TXE-RECORD-TYPE       PIC X(01).
              88 TXE-HOLDER         VALUE 'H'.
              88 TXE-CURRENCY-CTL   VALUE 'C'.
           05 TXE-TAX-YEAR          PIC 9(04).
           05 TXE-ACCT-ID           PIC X(06).
           05 TXE-HOLDER-NAME       PIC X(20).
           05 TXE-CURRENCY-CODE     PIC X(03).
           05 TXE-GROSS-INTEREST    PIC 9(09)V99.
           05 TXE-TAX-WITHHELD      PIC 9(09)V99.
           05 TXE-NET-INTEREST      PIC 9(09)V99.
           05 FILLER                PIC X(18).
       01  TAX-EXTRACT-CONTROL REDEFINES TAX-EXTRACT-RECORD.
           05 TXC-RECORD-TYPE       PIC X(01).
           05 TXC-TAX-YEAR          PIC 9(04).
           05 TXC-CURRENCY-CODE     PIC X(03).
           05 TXC-HOLDER-COUNT      PIC 9(05).
           05 TXC-GROSS-TOTAL       PIC 9(11)V99.
           05 TXC-WITHHELD-TOTAL    PIC 9(11)V99.
           05 TXC-EXPENSE-ACCT-ID   PIC X(06).
           05 TXC-EXPENSE-TOTAL     PIC 9(11)V99.
           05 TXC-TAX-ACCT-ID       PIC X(06).
           05 TXC-TAX-ACCT-TOTAL    PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       COPY "ctlrec.cpy".

       01  WS-CERT-YEAR-STATUS      PIC X(02).
       01  WS-ACCOUNT-MASTER-IN-STATUS PIC X(02).
       01  WS-ARCHIVE-STATUS        PIC X(02).
       01  WS-TRAN-HISTORY-STATUS   PIC X(02).
       01  WS-INT-CERT-STATUS       PIC X(02).
       01  WS-TAX-EXTRACT-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-ACCOUNT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-ACCOUNTS    VALUE 'Y'.
           05 WS-ARCHIVE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-ARCHIVE     VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-CCY-FOUND-SW       PIC X(01).
              88 CCY-FOUND          VALUE 'Y'.
           05 WS-ARCHIVE-OPEN-SW    PIC X(01) VALUE 'N'.
              88 ARCHIVE-OPEN       VALUE 'Y'.
           05 WS-HISTORY-OPEN-SW    PIC X(01) VALUE 'N'.
              88 HISTORY-OPEN       VALUE 'Y'.
           05 WS-TIE-SW             PIC X(01) VALUE 'Y'.
              88 CONTROLS-TIE       VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CERT-YEAR             PIC 9(04).
       01  WS-YEAR-END-DATE         PIC 9(08).
       01  WS-POST-YEAR             PIC 9(04).

       01  WS-ACCRUAL-OPER          PIC X(06) VALUE 'INTACR'.
       01  WS-WITHHOLD-OPER         PIC X(06) VALUE 'INTWHT'.

      *-------------------------------------------------
      * ONE ENTRY PER ACCOUNT ON THE MASTER. A HOLDER
      * COLLECTS INTACR CREDITS AND INTWHT DEBITS; THE
      * EXPENSE AND TAX ACCOUNTS COLLECT THE OTHER SIDES.
      *-------------------------------------------------
       01  WS-MAX-ACCOUNTS          PIC 9(03) COMP VALUE 500.
       01  WS-ACCOUNT-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-ACCOUNT-COUNT
                 INDEXED BY ACC-IDX.
              10 WS-TBL-ACCT-ID     PIC X(06).
              10 WS-TBL-NAME        PIC X(20).
              10 WS-TBL-CURRENCY    PIC X(03).
              10 WS-TBL-GROSS       PIC 9(09)V99.
              10 WS-TBL-WITHHELD    PIC 9(09)V99.
              10 WS-TBL-CHARGED     PIC 9(09)V99.
              10 WS-TBL-REMITTED    PIC 9(09)V99.

       01  WS-MAX-CURRENCIES        PIC 9(02) COMP VALUE 10.
       01  WS-CCY-COUNT             PIC 9(02) COMP VALUE ZERO.
       01  WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 1 TO 10 TIMES
                 DEPENDING ON WS-CCY-COUNT
                 INDEXED BY CCY-IDX.
              10 WS-CCY-CODE        PIC X(03).
              10 WS-CCY-HOLDERS     PIC 9(05) COMP.
              10 WS-CCY-GROSS       PIC 9(11)V99.
              10 WS-CCY-WITHHELD    PIC 9(11)V99.
              10 WS-CCY-EXPENSE-ACCT PIC X(06).
              10 WS-CCY-CHARGED     PIC 9(11)V99.
              10 WS-CCY-TAX-ACCT    PIC X(06).
              10 WS-CCY-REMITTED    PIC 9(11)V99.

      * THE POSTING UNDER EXAMINATION, FROM EITHER FILE
       01  WS-POSTING.
           05 WS-PST-ACCT-ID        PIC X(06).
           05 WS-PST-POST-DATE      PIC 9(08).
           05 WS-PST-TYPE           PIC X(01).
           05 WS-PST-AMOUNT         PIC 9(07)V99.
           05 WS-PST-KEYED-OPER     PIC X(06).

       01  WS-MATCH-CCY             PIC X(03).
       01  WS-NET-AMOUNT            PIC 9(09)V99.
       01  WS-POSTINGS-USED         PIC 9(07) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-CERTIFICATE-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-EXTRACT-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-EXTRACT-HASH          PIC 9(11)V99 VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(60).
       01  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
               UNTIL END-OF-ARCHIVE.
           PERFORM 2500-SCAN-HISTORY THRU 2500-EXIT
               UNTIL END-OF-HISTORY.
           PERFORM 3000-CERTIFY-ACCOUNT THRU 3000-EXIT
               VARYING ACC-IDX FROM 1 BY 1
               UNTIL ACC-IDX > WS-ACCOUNT-COUNT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF CONTROLS-TIE AND WS-UNKNOWN-COUNT = ZERO THEN
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-CERT-YEAR.
           SUBTRACT 1 FROM WS-CERT-YEAR.

           OPEN INPUT CERTIFICATE-YEAR-PARM.
           IF WS-CERT-YEAR-STATUS = '00' THEN
              READ CERTIFICATE-YEAR-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CY-CERT-YEAR TO WS-CERT-YEAR
              END-READ
              CLOSE CERTIFICATE-YEAR-PARM
           END-IF.
           COMPUTE WS-YEAR-END-DATE = WS-CERT-YEAR * 10000 + 1231.

           OPEN INPUT ACCOUNT-MASTER-IN.
           PERFORM 1100-LOAD-ACCOUNT THRU 1100-EXIT
               UNTIL END-OF-ACCOUNTS.
           CLOSE ACCOUNT-MASTER-IN.

           OPEN INPUT HISTORY-ARCHIVE.
           IF WS-ARCHIVE-STATUS NOT = '00' THEN
              SET END-OF-ARCHIVE TO TRUE
           ELSE
              SET ARCHIVE-OPEN TO TRUE
              PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT
           END-IF.

           OPEN INPUT TRANSACTION-HISTORY.
           IF WS-TRAN-HISTORY-STATUS NOT = '00' THEN
              SET END-OF-HISTORY TO TRUE
           ELSE
              SET HISTORY-OPEN TO TRUE
              PERFORM 2950-READ-HISTORY THRU 2950-EXIT
           END-IF.

           OPEN OUTPUT INTEREST-CERTIFICATES.
           OPEN OUTPUT TAX-AUTHORITY-EXTRACT.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-TYPE.
           MOVE WS-YEAR-END-DATE TO CTL-BUSINESS-DATE.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           MOVE CONTROL-RECORD TO TAX-EXTRACT-RECORD(1:23).
           WRITE TAX-EXTRACT-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-ACCOUNT.
           READ ACCOUNT-MASTER-IN
              AT END SET END-OF-ACCOUNTS TO TRUE
           END-READ.
           IF END-OF-ACCOUNTS THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-ACCOUNT-COUNT >= WS-MAX-ACCOUNTS THEN
              DISPLAY 'INTERESTCERTIFICATE - ACCOUNT TABLE FULL AT '
                  WS-MAX-ACCOUNTS ' - RUN ABORTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE ACTI-ACCT-ID TO WS-TBL-ACCT-ID(WS-ACCOUNT-COUNT).
           MOVE ACTI-NOM     TO WS-TBL-NAME(WS-ACCOUNT-COUNT).
           MOVE ACTI-CURRENCY-CODE
               TO WS-TBL-CURRENCY(WS-ACCOUNT-COUNT).
           MOVE ZERO TO WS-TBL-GROSS(WS-ACCOUNT-COUNT)
                        WS-TBL-WITHHELD(WS-ACCOUNT-COUNT)
                        WS-TBL-CHARGED(WS-ACCOUNT-COUNT)
                        WS-TBL-REMITTED(WS-ACCOUNT-COUNT).
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE ARCHIVE FIRST (OPERATIONS POINT TRANARCH AT
      * THE CERTIFICATE YEAR'S ARCHIVE), SKIPPING ITS
      * CONTROL RECORDS, THEN WHATEVER OF THE YEAR IS
      * STILL ON THE CURRENT HISTORY.
      *-------------------------------------------------
       2000-SCAN-ARCHIVE.
           IF NOT HA-CONTROL-RECORD THEN
              MOVE HA-ACCT-ID    TO WS-PST-ACCT-ID
              MOVE HA-POST-DATE  TO WS-PST-POST-DATE
              MOVE HA-TYPE       TO WS-PST-TYPE
              MOVE HA-AMOUNT     TO WS-PST-AMOUNT
              MOVE HA-KEYED-OPER TO WS-PST-KEYED-OPER
              PERFORM 2100-TAKE-POSTING THRU 2100-EXIT
           END-IF.
           PERFORM 2900-READ-ARCHIVE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY THE YEAR'S INTACR AND INTWHT POSTINGS COUNT.
      * WHICH SIDE A POSTING IS ON SAYS WHOSE IT IS - THE
      * HOLDER IS CREDITED INTEREST AND DEBITED TAX, THE
      * EXPENSE ACCOUNT DEBITED AND THE TAX ACCOUNT
      * CREDITED.
      *-------------------------------------------------
       2100-TAKE-POSTING.
           IF WS-PST-KEYED-OPER NOT = WS-ACCRUAL-OPER
              AND WS-PST-KEYED-OPER NOT = WS-WITHHOLD-OPER THEN
              GO TO 2100-EXIT
           END-IF.
           DIVIDE WS-PST-POST-DATE BY 10000 GIVING WS-POST-YEAR.
           IF WS-POST-YEAR NOT = WS-CERT-YEAR THEN
              GO TO 2100-EXIT
           END-IF.

           SET ACC-IDX TO 1.
           SEARCH WS-ACCOUNT-ENTRY
              AT END
                 DISPLAY 'INTERESTCERTIFICATE - ' WS-PST-ACCT-ID
                     ' NOT ON MASTER - ' WS-PST-KEYED-OPER ' '
                     WS-PST-TYPE ' ' WS-PST-AMOUNT ' IGNORED'
                 ADD 1 TO WS-UNKNOWN-COUNT
                 GO TO 2100-EXIT
              WHEN WS-TBL-ACCT-ID(ACC-IDX) = WS-PST-ACCT-ID
                 CONTINUE
           END-SEARCH.

           EVALUATE TRUE
              WHEN WS-PST-KEYED-OPER = WS-ACCRUAL-OPER
                   AND WS-PST-TYPE = 'C'
                 ADD WS-PST-AMOUNT TO WS-TBL-GROSS(ACC-IDX)
              WHEN WS-PST-KEYED-OPER = WS-ACCRUAL-OPER
                   AND WS-PST-TYPE = 'D'
                 ADD WS-PST-AMOUNT TO WS-TBL-CHARGED(ACC-IDX)
              WHEN WS-PST-KEYED-OPER = WS-WITHHOLD-OPER
                   AND WS-PST-TYPE = 'D'
                 ADD WS-PST-AMOUNT TO WS-TBL-WITHHELD(ACC-IDX)
              WHEN WS-PST-KEYED-OPER = WS-WITHHOLD-OPER
                   AND WS-PST-TYPE = 'C'
                 ADD WS-PST-AMOUNT TO WS-TBL-REMITTED(ACC-IDX)
              WHEN OTHER
                 GO TO 2100-EXIT
           END-EVALUATE.
           ADD 1 TO WS-POSTINGS-USED.
       2100-EXIT.
           EXIT.

       2500-SCAN-HISTORY.
           MOVE TH-ACCT-ID    TO WS-PST-ACCT-ID.
           MOVE TH-POST-DATE  TO WS-PST-POST-DATE.
           MOVE TH-TYPE       TO WS-PST-TYPE.
           MOVE TH-AMOUNT     TO WS-PST-AMOUNT.
           MOVE TH-KEYED-OPER TO WS-PST-KEYED-OPER.
           PERFORM 2100-TAKE-POSTING THRU 2100-EXIT.
           PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
       2500-EXIT.
           EXIT.

       2900-READ-ARCHIVE.
           READ HISTORY-ARCHIVE
              AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       2950-READ-HISTORY.
           READ TRANSACTION-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
       2950-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE CERTIFICATE AND ONE EXTRACT RECORD PER HOLDER
      * PAID INTEREST IN THE YEAR. EVERY ACCOUNT'S TOTALS
      * ROLL INTO ITS CURRENCY FOR THE CONTROL SECTION.
      *-------------------------------------------------
       3000-CERTIFY-ACCOUNT.
           IF WS-TBL-GROSS(ACC-IDX) = ZERO
              AND WS-TBL-WITHHELD(ACC-IDX) = ZERO
              AND WS-TBL-CHARGED(ACC-IDX) = ZERO
              AND WS-TBL-REMITTED(ACC-IDX) = ZERO THEN
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-TBL-CURRENCY(ACC-IDX) TO WS-MATCH-CCY.
           PERFORM 3500-FIND-CURRENCY THRU 3500-EXIT.

           IF WS-TBL-CHARGED(ACC-IDX) > ZERO THEN
              ADD WS-TBL-CHARGED(ACC-IDX) TO WS-CCY-CHARGED(CCY-IDX)
              MOVE WS-TBL-ACCT-ID(ACC-IDX)
                  TO WS-CCY-EXPENSE-ACCT(CCY-IDX)
           END-IF.
           IF WS-TBL-REMITTED(ACC-IDX) > ZERO THEN
              ADD WS-TBL-REMITTED(ACC-IDX) TO WS-CCY-REMITTED(CCY-IDX)
              MOVE WS-TBL-ACCT-ID(ACC-IDX) TO WS-CCY-TAX-ACCT(CCY-IDX)
           END-IF.

           IF WS-TBL-GROSS(ACC-IDX) = ZERO
              AND WS-TBL-WITHHELD(ACC-IDX) = ZERO THEN
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-CCY-HOLDERS(CCY-IDX).
           ADD WS-TBL-GROSS(ACC-IDX) TO WS-CCY-GROSS(CCY-IDX).
           ADD WS-TBL-WITHHELD(ACC-IDX) TO WS-CCY-WITHHELD(CCY-IDX).
           COMPUTE WS-NET-AMOUNT =
               WS-TBL-GROSS(ACC-IDX) - WS-TBL-WITHHELD(ACC-IDX).

           PERFORM 3100-PRINT-CERTIFICATE THRU 3100-EXIT.

           MOVE SPACES TO TAX-EXTRACT-RECORD.
           MOVE 'H'                      TO TXE-RECORD-TYPE.
           MOVE WS-CERT-YEAR             TO TXE-TAX-YEAR.
           MOVE WS-TBL-ACCT-ID(ACC-IDX)  TO TXE-ACCT-ID.
           MOVE WS-TBL-NAME(ACC-IDX)     TO TXE-HOLDER-NAME.
           MOVE WS-TBL-CURRENCY(ACC-IDX) TO TXE-CURRENCY-CODE.
           MOVE WS-TBL-GROSS(ACC-IDX)    TO TXE-GROSS-INTEREST.
           MOVE WS-TBL-WITHHELD(ACC-IDX) TO TXE-TAX-WITHHELD.
           MOVE WS-NET-AMOUNT            TO TXE-NET-INTEREST.
           WRITE TAX-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-TBL-GROSS(ACC-IDX) TO WS-EXTRACT-HASH.
           ADD 1 TO WS-CERTIFICATE-COUNT.
       3000-EXIT.
           EXIT.

       3100-PRINT-CERTIFICATE.
           MOVE ALL '=' TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CERTIFICATE OF INTEREST PAID - YEAR '
               WS-CERT-YEAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE SPACES TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCOUNT HOLDER   ' WS-TBL-NAME(ACC-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCOUNT          ' WS-TBL-ACCT-ID(ACC-IDX)
               '   CURRENCY ' WS-TBL-CURRENCY(ACC-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE SPACES TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.

           MOVE WS-TBL-GROSS(ACC-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GROSS INTEREST PAID      ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE WS-TBL-WITHHELD(ACC-IDX) TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TAX WITHHELD             ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE WS-NET-AMOUNT TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NET INTEREST CREDITED    ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE SPACES TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
       3100-EXIT.
           EXIT.

       3500-FIND-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SW.
           SET CCY-IDX TO 1.
           PERFORM 3510-MATCH-CURRENCY THRU 3510-EXIT
               UNTIL CCY-IDX > WS-CCY-COUNT OR CCY-FOUND.
           IF CCY-FOUND THEN
              GO TO 3500-EXIT
           END-IF.
           IF WS-CCY-COUNT >= WS-MAX-CURRENCIES THEN
              DISPLAY 'INTERESTCERTIFICATE - CURRENCY TABLE FULL AT '
                  WS-MAX-CURRENCIES ' - RUN ABORTED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-CCY-COUNT.
           SET CCY-IDX TO WS-CCY-COUNT.
           MOVE WS-MATCH-CCY TO WS-CCY-CODE(CCY-IDX).
           MOVE ZERO   TO WS-CCY-HOLDERS(CCY-IDX)
                          WS-CCY-GROSS(CCY-IDX)
                          WS-CCY-WITHHELD(CCY-IDX)
                          WS-CCY-CHARGED(CCY-IDX)
                          WS-CCY-REMITTED(CCY-IDX).
           MOVE SPACES TO WS-CCY-EXPENSE-ACCT(CCY-IDX)
                          WS-CCY-TAX-ACCT(CCY-IDX).
       3500-EXIT.
           EXIT.

       3510-MATCH-CURRENCY.
           IF WS-CCY-CODE(CCY-IDX) = WS-MATCH-CCY THEN
              SET CCY-FOUND TO TRUE
           ELSE
              SET CCY-IDX UP BY 1
           END-IF.
       3510-EXIT.
           EXIT.

      *-------------------------------------------------
      * CONTROL SECTION AND EXTRACT TRAILER. INTEREST
      * PAID TO HOLDERS MUST EQUAL THE DEBITS ON THE
      * INTEREST EXPENSE ACCOUNT, AND TAX WITHHELD THE
      * CREDITS ON THE TAX ACCOUNT, CURRENCY BY CURRENCY.
      *-------------------------------------------------
       8000-FINALIZE.
           IF ARCHIVE-OPEN THEN
              CLOSE HISTORY-ARCHIVE
           END-IF.
           IF HISTORY-OPEN THEN
              CLOSE TRANSACTION-HISTORY
           END-IF.

           MOVE ALL '=' TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'INTEREST CERTIFICATE CONTROL TOTALS - YEAR '
               WS-CERT-YEAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.

           PERFORM 8100-CONTROL-CURRENCY THRU 8100-EXIT
               VARYING CCY-IDX FROM 1 BY 1
               UNTIL CCY-IDX > WS-CCY-COUNT.

           MOVE SPACES TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE WS-CERTIFICATE-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CERTIFICATES PRINTED     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           IF WS-UNKNOWN-COUNT > ZERO THEN
              MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'POSTINGS NOT ON MASTER   ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD
              WRITE INTEREST-CERTIFICATE-RECORD
           END-IF.
           IF CONTROLS-TIE AND WS-UNKNOWN-COUNT = ZERO THEN
              MOVE 'CONTROLS TIE - EXTRACT MAY BE FILED'
                  TO INTEREST-CERTIFICATE-RECORD
           ELSE
              MOVE 'CONTROLS DO NOT TIE - DO NOT FILE EXTRACT'
                  TO INTEREST-CERTIFICATE-RECORD
           END-IF.
           WRITE INTEREST-CERTIFICATE-RECORD.
           CLOSE INTEREST-CERTIFICATES.

           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-TYPE.
           MOVE WS-EXTRACT-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH  TO CTL-HASH-TOTAL.
           MOVE SPACES TO TAX-EXTRACT-RECORD.
           MOVE CONTROL-RECORD TO TAX-EXTRACT-RECORD(1:23).
           WRITE TAX-EXTRACT-RECORD.
           CLOSE TAX-AUTHORITY-EXTRACT.

           DISPLAY 'INTEREST POSTINGS : ' WS-POSTINGS-USED.
           DISPLAY 'CERTIFICATES      : ' WS-CERTIFICATE-COUNT.
       8000-EXIT.
           EXIT.

       8100-CONTROL-CURRENCY.
           MOVE SPACES TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE WS-CCY-HOLDERS(CCY-IDX) TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CURRENCY ' WS-CCY-CODE(CCY-IDX)
               '   HOLDERS ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.

           MOVE WS-CCY-GROSS(CCY-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  INTEREST PAID TO HOLDERS ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE WS-CCY-CHARGED(CCY-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CHARGED TO EXPENSE ' WS-CCY-EXPENSE-ACCT(CCY-IDX)
               WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE WS-CCY-WITHHELD(CCY-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  TAX WITHHELD             ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.
           MOVE WS-CCY-REMITTED(CCY-IDX) TO WS-TOTAL-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CREDITED TO TAX    ' WS-CCY-TAX-ACCT(CCY-IDX)
               WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO INTEREST-CERTIFICATE-RECORD.
           WRITE INTEREST-CERTIFICATE-RECORD.

           IF WS-CCY-GROSS(CCY-IDX) = WS-CCY-CHARGED(CCY-IDX)
              AND WS-CCY-WITHHELD(CCY-IDX) = WS-CCY-REMITTED(CCY-IDX)
           THEN
              MOVE '  TIES' TO INTEREST-CERTIFICATE-RECORD
           ELSE
              MOVE '  DOES NOT TIE' TO INTEREST-CERTIFICATE-RECORD
              MOVE 'N' TO WS-TIE-SW
           END-IF.
           WRITE INTEREST-CERTIFICATE-RECORD.

           MOVE SPACES TO TAX-EXTRACT-CONTROL.
           MOVE 'C'                         TO TXC-RECORD-TYPE.
           MOVE WS-CERT-YEAR                TO TXC-TAX-YEAR.
           MOVE WS-CCY-CODE(CCY-IDX)        TO TXC-CURRENCY-CODE.
           MOVE WS-CCY-HOLDERS(CCY-IDX)     TO TXC-HOLDER-COUNT.
           MOVE WS-CCY-GROSS(CCY-IDX)       TO TXC-GROSS-TOTAL.
           MOVE WS-CCY-WITHHELD(CCY-IDX)    TO TXC-WITHHELD-TOTAL.
           MOVE WS-CCY-EXPENSE-ACCT(CCY-IDX) TO TXC-EXPENSE-ACCT-ID.
           MOVE WS-CCY-CHARGED(CCY-IDX)     TO TXC-EXPENSE-TOTAL.
           MOVE WS-CCY-TAX-ACCT(CCY-IDX)    TO TXC-TAX-ACCT-ID.
           MOVE WS-CCY-REMITTED(CCY-IDX)    TO TXC-TAX-ACCT-TOTAL.
           WRITE TAX-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
       8100-EXIT.
           EXIT.
