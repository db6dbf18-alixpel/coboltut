      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  MaskExtract.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MASKED TEST-DATA EXTRACT -
      *               TESTING A CHANGE USED TO MEAN COPYING
      *               THE REAL CUSTOMER, EMPLOYEE, ACCOUNT
      *               AND STUDENT MASTERS INTO THE TEST AREA,
      *               THE SAME DATA SUBJECTACCESS GUARDS SO
      *               CAREFULLY. THIS RUN WRITES A MASKED
      *               COPY OF EACH MASTER AND ITS LINKED
      *               FILES - CUSTOMER-MASTER, THE CUSTOMER
      *               ARCHIVE, VISIT HISTORY, NOTIFICATION
      *               HISTORY, EMPLOYEE MASTER, YTD MASTER,
      *               ACCOUNT-MASTER, STUDENT-MASTER AND THE
      *               GUARDIAN CONTACTS. NAMES, DATES OF
      *               BIRTH, BANK ROUTING AND ACCOUNT NUMBERS,
      *               ADDRESSES AND HEALTH TEXT ARE REPLACED
      *               DETERMINISTICALLY; KEYS, AMOUNTS, DATES
      *               OF BUSINESS AND CODES PASS THROUGH, SO
      *               EVERY CROSS-FILE KEY STILL JOINS AND A
      *               TEST RUN BEHAVES AS PRODUCTION DOES.
      *               EACH MASKED FILE IS RE-READ AND ITS
      *               RECORD COUNT AND HASH TOTAL PROVED
      *               AGAINST THE SOURCE ON THE MASKRPT
      *               CONTROL REPORT.
      * 15/10/26  AP  DEPOSIT SPLITS AND PRENOTES MASKED TOO -
      *               THEIR ROUTING AND ACCOUNT NUMBERS GO
      *               THROUGH THE SAME ROUTING MASK AND KEYED
      *               CIPHER AS THE EMPLOYEE MASTER, SO A
      *               SPLIT OR PRENOTE STILL MATCHES ITS
      *               EMPLOYEE'S BANK DETAILS IN TEST.
      * 15/10/26  AP  STUDENT GRADES (STUGRAD) AND FIELD-TRIP
      *               CONSENTS (FTRIPCON) MASKED TO STUGMSK
      *               AND FTCNMSK - THE STUDENT AND GUARDIAN
      *               NAMES THEY CARRY GET THE SAME STUDENT
      *               AND GUARDIAN REPLACEMENT AS THE STUDENT
      *               MASTER AND CONTACTS, SO THEY NO LONGER
      *               REACH TEST UNMASKED.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM ASSIGN TO "MASKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-PARM-STATUS.

           COPY "custmsel.cpy".

           SELECT CUSTOMER-MASKED ASSIGN TO "CUSTMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-MASKED-STATUS.

           SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ARCHIVE-STATUS.

           SELECT ARCHIVE-MASKED ASSIGN TO "CARCHMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-MASKED-STATUS.

           SELECT VISIT-HISTORY ASSIGN TO "VISITHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-HIST-STATUS.

           SELECT VISIT-MASKED ASSIGN TO "VISITMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISIT-MASKED-STATUS.

           SELECT NOTIFY-HISTORY ASSIGN TO "NTFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-HISTORY-STATUS.

           SELECT NOTIFY-MASKED ASSIGN TO "NTFHMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-MASKED-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-MASTER-STATUS.

           SELECT EMPLOYEE-MASKED ASSIGN TO "EMPMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-MASKED-STATUS.

           SELECT YTD-MASTER-IN ASSIGN TO "YTDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-MASTER-STATUS.

           SELECT YTD-MASKED ASSIGN TO "YTDMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-MASKED-STATUS.

           SELECT DEPOSIT-SPLITS ASSIGN TO "DEPSPLIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-STATUS.

           SELECT SPLITS-MASKED ASSIGN TO "DEPSMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLIT-MASKED-STATUS.

           SELECT PRENOTE-FILE ASSIGN TO "PRENOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-STATUS.

           SELECT PRENOTE-MASKED ASSIGN TO "PRENMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-MASKED-STATUS.

           SELECT ACCOUNT-MASTER-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

           SELECT ACCOUNT-MASKED ASSIGN TO "ACCTMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MASKED-STATUS.

           COPY "stumtsel.cpy".

           SELECT STUDENT-MASKED ASSIGN TO "STUDMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUD-MASKED-STATUS.

           SELECT CONTACT-MASTER ASSIGN TO "STUCNTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-MASTER-STATUS.

           SELECT CONTACT-MASKED ASSIGN TO "STUCMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-MASKED-STATUS.

           SELECT STUDENT-GRADES ASSIGN TO "STUGRAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-GRADES-STATUS.

           SELECT GRADES-MASKED ASSIGN TO "STUGMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADES-MASKED-STATUS.

           SELECT TRIP-CONSENTS ASSIGN TO "FTRIPCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIP-CONSENT-STATUS.

           SELECT CONSENTS-MASKED ASSIGN TO "FTCNMSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-MASKED-STATUS.

           SELECT MASK-REPORT ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-REPORT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
      *-------------------------------------------------
      * THE MASKING KEY - SIXTEEN DIGITS HELD BY SECURITY.
      * THE SAME KEY GIVES THE SAME MASKED VALUES ON EVERY
      * RUN; ANYONE HOLDING IT CAN WORK THE ACCOUNT AND
      * TELEPHONE NUMBERS BACK, SO IT NEVER GOES TO TEST.
      *-------------------------------------------------
       FD  MASK-PARM.
       01  MASK-PARM-RECORD.
           05 MKP-KEY               PIC X(16).
           05 FILLER                PIC X(64).

           COPY "custmfd.cpy".

       FD  CUSTOMER-MASKED.
       01  CUSTOMER-MASKED-RECORD.
           05 CMK-VISITOR-ID        PIC X(10).
           05 FILLER                PIC X(31).
           05 CMK-MEMBERSHIP-EXPIRY PIC 9(08).
           05 FILLER                PIC X(113).

       FD  CUSTOMER-ARCHIVE.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 ARC-VISITOR-ID        PIC X(10).
           05 ARC-VISITOR-NOM       PIC X(20).
           05 ARC-DATE-OF-BIRTH     PIC 9(08).
           05 ARC-LAST-HEIGHT       PIC 9(03).
           05 ARC-MEMBERSHIP-EXPIRY PIC 9(08).
           05 ARC-PURGE-DATE        PIC 9(08).

       FD  ARCHIVE-MASKED.
       01  ARCHIVE-MASKED-RECORD.
           05 ARM-VISITOR-ID        PIC X(10).
           05 FILLER                PIC X(31).
           05 ARM-MEMBERSHIP-EXPIRY PIC 9(08).
           05 FILLER                PIC X(08).

       FD  VISIT-HISTORY.
       01  VISIT-HISTORY-RECORD.
           05 VH-VISITOR-ID         PIC X(10).
           05 VH-VISIT-DATE         PIC 9(08).
           05 VH-SPEND-AMOUNT       PIC 9(05)V99.

       FD  VISIT-MASKED.
       01  VISIT-MASKED-RECORD.
           05 VHM-VISITOR-ID        PIC X(10).
           05 VHM-VISIT-DATE        PIC 9(08).
           05 VHM-SPEND-AMOUNT      PIC 9(05)V99.

       FD  NOTIFY-HISTORY.
           COPY "ntfhfd.cpy".

       FD  NOTIFY-MASKED.
       01  NOTIFY-MASKED-RECORD.
           05 NHM-NOTICE-DATE       PIC 9(08).
           05 NHM-NOTICE-SEQ        PIC 9(06).
           05 FILLER                PIC X(257).

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  EMPLOYEE-MASKED.
       01  EMPLOYEE-MASKED-RECORD.
           05 EMK-ID                PIC X(06).
           05 EMK-NOM               PIC X(20).
           05 EMK-SALAIRE           PIC 9(06)V99.
           05 FILLER                PIC X(119).

       FD  YTD-MASTER-IN.
       01  YTD-MASTER-IN-RECORD.
           05 YTDI-EMP-ID           PIC X(06).
           05 YTDI-GROSS            PIC 9(09)V99.
           05 YTDI-DEDUCTIONS       PIC 9(09)V99.
           05 YTDI-NET              PIC 9(09)V99.
           05 YTDI-GARNISH          PIC 9(09)V99.
           05 YTDI-LAST-RUN.
              10 YTDI-LAST-PAY-DATE PIC 9(08).
              10 YTDI-LAST-GROSS    PIC 9(07)V99.
              10 YTDI-LAST-NET      PIC 9(07)V99.
              10 YTDI-LAST-ROUTING  PIC X(09).
              10 YTDI-LAST-ACCOUNT  PIC X(17).
           05 YTDI-ER-SOCIAL        PIC 9(09)V99.

       FD  YTD-MASKED.
       01  YTD-MASKED-RECORD.
           05 YTM-EMP-ID            PIC X(06).
           05 YTM-GROSS             PIC 9(09)V99.
           05 FILLER                PIC X(96).

       FD  DEPOSIT-SPLITS.
       01  DEPOSIT-SPLIT-RECORD.
           05 SP-EMP-ID             PIC X(06).
           05 SP-SEQUENCE           PIC 9(01).
           05 SP-ROUTING            PIC X(09).
           05 SP-ACCOUNT            PIC X(17).
           05 SP-FIXED-AMOUNT       PIC 9(06)V99.

       FD  SPLITS-MASKED.
       01  SPLITS-MASKED-RECORD.
           05 SPM-EMP-ID            PIC X(06).
           05 FILLER                PIC X(27).
           05 SPM-FIXED-AMOUNT      PIC 9(06)V99.

       FD  PRENOTE-FILE.
       01  PRENOTE-RECORD.
           05 PN-EMP-ID             PIC X(06).
           05 PN-ROUTING            PIC X(09).
           05 PN-ACCOUNT            PIC X(17).
           05 PN-STATUS             PIC X(01).
           05 PN-PRENOTE-DATE       PIC 9(08).

       FD  PRENOTE-MASKED.
       01  PRENOTE-MASKED-RECORD.
           05 PNM-EMP-ID            PIC X(06).
           05 FILLER                PIC X(27).
           05 PNM-PRENOTE-DATE      PIC 9(08).

       FD  ACCOUNT-MASTER-IN.
       01  ACCOUNT-MASTER-IN-RECORD.
           05 ACTI-ACCT-ID          PIC X(06).
           05 ACTI-NOM              PIC X(20).
           05 ACTI-BALANCE          PIC S9(07)V99.
           05 ACTI-CURRENCY-CODE    PIC X(03).
           05 ACTI-ACCT-TYPE        PIC X(01).
              88 ACTI-LEDGER-ACCOUNT VALUE 'R'.
           05 ACTI-STATUS           PIC X(01).
           05 ACTI-LAST-ACTIVITY    PIC 9(08).

       FD  ACCOUNT-MASKED.
       01  ACCOUNT-MASKED-RECORD.
           05 ACM-ACCT-ID           PIC X(06).
           05 ACM-NOM               PIC X(20).
           05 ACM-BALANCE           PIC S9(07)V99.
           05 FILLER                PIC X(13).

           COPY "stumtfd.cpy".

       FD  STUDENT-MASKED.
       01  STUDENT-MASKED-RECORD.
           05 STK-STUDENT-ID        PIC X(06).
           05 FILLER                PIC X(42).
           05 STK-MEAL-BALANCE      PIC S9(05)V99.
           05 FILLER                PIC X(175).

       FD  CONTACT-MASTER.
       01  CONTACT-MASTER-RECORD.
           05 SC-STUDENT-ID         PIC X(06).
           05 SC-GUARDIAN-NOM       PIC X(20).
           05 SC-POSTAL-ADDR        PIC X(30).
           05 SC-ELECTRONIC-ADDR    PIC X(30).
           05 SC-PREF-CHANNEL       PIC X(01).

       FD  CONTACT-MASKED.
       01  CONTACT-MASKED-RECORD.
           05 SCM-STUDENT-ID        PIC X(06).
           05 FILLER                PIC X(81).

       FD  STUDENT-GRADES.
           COPY "studgrd.cpy".

       FD  GRADES-MASKED.
       01  GRADES-MASKED-RECORD.
           05 SGM-STUDENT-ID        PIC X(06).
           05 FILLER                PIC X(20).
           05 SGM-NOTE              PIC 9(02).

       FD  TRIP-CONSENTS.
           COPY "ftcnfd.cpy".

       FD  CONSENTS-MASKED.
       01  CONSENTS-MASKED-RECORD.
           05 TCM-TRIP-ID           PIC X(08).
           05 TCM-STUDENT-ID        PIC X(06).
           05 FILLER                PIC X(01).
           05 TCM-CONSENT-DATE      PIC 9(08).
           05 FILLER                PIC X(29).

       FD  MASK-REPORT.
       01  MASK-REPORT-RECORD       PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-MASK-PARM-STATUS      PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-CUST-MASKED-STATUS    PIC X(02).
       01  WS-CUST-ARCHIVE-STATUS   PIC X(02).
       01  WS-ARCH-MASKED-STATUS    PIC X(02).
       01  WS-VISIT-HIST-STATUS     PIC X(02).
       01  WS-VISIT-MASKED-STATUS   PIC X(02).
       01  WS-NOTIFY-HISTORY-STATUS PIC X(02).
       01  WS-NOTIFY-MASKED-STATUS  PIC X(02).
       01  WS-EMP-MASTER-STATUS     PIC X(02).
       01  WS-EMP-MASKED-STATUS     PIC X(02).
       01  WS-YTD-MASTER-STATUS     PIC X(02).
       01  WS-YTD-MASKED-STATUS     PIC X(02).
       01  WS-SPLIT-STATUS          PIC X(02).
       01  WS-SPLIT-MASKED-STATUS   PIC X(02).
       01  WS-PRENOTE-STATUS        PIC X(02).
       01  WS-PRENOTE-MASKED-STATUS PIC X(02).
       01  WS-ACCT-MASTER-STATUS    PIC X(02).
       01  WS-ACCT-MASKED-STATUS    PIC X(02).
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-STUD-MASKED-STATUS    PIC X(02).
       01  WS-CONTACT-MASTER-STATUS PIC X(02).
       01  WS-CONTACT-MASKED-STATUS PIC X(02).
       01  WS-STUDENT-GRADES-STATUS PIC X(02).
       01  WS-GRADES-MASKED-STATUS  PIC X(02).
       01  WS-TRIP-CONSENT-STATUS   PIC X(02).
       01  WS-CONSENT-MASKED-STATUS PIC X(02).
       01  WS-MASK-REPORT-STATUS    PIC X(02).

       COPY "rtckparm.cpy".

       01  WS-SWITCHES.
           05 WS-FILE-EOF-SW        PIC X(01).
              88 END-OF-FILE-IN     VALUE 'Y'.
           05 WS-ROUTING-VALID-SW   PIC X(01).
              88 SOURCE-ROUTING-VALID VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).

       01  WS-MASK-KEY              PIC X(16).
       01  WS-MASK-KEY-DIGITS REDEFINES WS-MASK-KEY.
           05 WS-KEY-DIGIT          PIC 9(01) OCCURS 16 TIMES.

      *-------------------------------------------------
      * PER-FILE CONTROL TOTALS - THE SOURCE SIDE IS
      * TAKEN AS THE FILE IS READ, THE MASKED SIDE BY
      * RE-READING WHAT WAS WRITTEN.
      *-------------------------------------------------
       01  WS-FILE-DD               PIC X(08).
       01  WS-FILE-DESC             PIC X(22).
       01  WS-SOURCE-COUNT          PIC 9(07) COMP.
       01  WS-SOURCE-HASH           PIC 9(15)V99.
       01  WS-MASKED-COUNT          PIC 9(07) COMP.
       01  WS-MASKED-HASH           PIC 9(15)V99.
       01  WS-VALUES-MASKED         PIC 9(07) COMP.
       01  WS-ABS-AMOUNT            PIC 9(09)V99.

       01  WS-FILES-MASKED          PIC 9(02) VALUE ZERO.
       01  WS-FILES-SKIPPED         PIC 9(02) VALUE ZERO.
       01  WS-FILES-BROKEN          PIC 9(02) VALUE ZERO.

      *-------------------------------------------------
      * MASKING WORK AREAS. THE REPLACEMENT NAME AND
      * ADDRESSES ARE BUILT FROM THE RECORD'S OWN KEY, SO
      * THE SAME PERSON READS THE SAME IN EVERY FILE.
      *-------------------------------------------------
       01  WS-MASK-LABEL            PIC X(09).
       01  WS-MASK-ID               PIC X(10).
       01  WS-MASKED-NAME           PIC X(20).
       01  WS-MASKED-ADDR           PIC X(30).
       01  WS-AT-SIGN-COUNT         PIC 9(02) COMP.
       01  WS-BIRTH-DATE            PIC 9(08).
       01  WS-BIRTH-YEAR            PIC 9(04).

       01  WS-CIPHER-FIELD          PIC X(30).
       01  WS-CIPHER-CHARS REDEFINES WS-CIPHER-FIELD.
           05 WS-CIPHER-CHAR        PIC X(01) OCCURS 30 TIMES.
       01  WS-CIPHER-LENGTH         PIC 9(02) COMP.
       01  CPX                      PIC 9(02) COMP.
       01  WS-KEY-SUB               PIC 9(02) COMP.
       01  WS-CIPHER-SHIFT          PIC 9(03) COMP.
       01  WS-CIPHER-WORK           PIC 9(04) COMP.
       01  WS-CIPHER-QUOTIENT       PIC 9(04) COMP.
       01  WS-CIPHER-DIGIT          PIC 9(01).
       01  WS-LETTER-POS            PIC 9(02) COMP.
       01  WS-UPPER-LETTERS         PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LOWER-LETTERS         PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.

       01  WS-ROUTING-FIELD         PIC X(09).
       01  WS-ROUTING-DIGITS.
           05 WS-ROUTING-DIGIT      PIC 9(01) OCCURS 9 TIMES.
       01  WS-ABA-SUM               PIC 9(04) COMP.

       01  WS-REPORT-LINE           PIC X(110).
       01  WS-COUNT-ED              PIC ZZZZZZ9.
       01  WS-HASH-ED               PIC ZZZZZZZZZZZZZZ9.99.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-MASK-CUSTOMERS THRU 2000-EXIT.
           PERFORM 2300-MASK-ARCHIVE THRU 2300-EXIT.
           PERFORM 2600-MASK-VISITS THRU 2600-EXIT.
           PERFORM 2800-MASK-NOTICES THRU 2800-EXIT.
           PERFORM 3000-MASK-EMPLOYEES THRU 3000-EXIT.
           PERFORM 3300-MASK-YTD THRU 3300-EXIT.
           PERFORM 3600-MASK-SPLITS THRU 3600-EXIT.
           PERFORM 3900-MASK-PRENOTES THRU 3900-EXIT.
           PERFORM 4000-MASK-ACCOUNTS THRU 4000-EXIT.
           PERFORM 5000-MASK-STUDENTS THRU 5000-EXIT.
           PERFORM 5300-MASK-CONTACTS THRU 5300-EXIT.
           PERFORM 5600-MASK-GRADES THRU 5600-EXIT.
           PERFORM 5700-MASK-CONSENTS THRU 5700-EXIT.

           PERFORM 9000-FINALIZE THRU 9000-EXIT.

           EVALUATE TRUE
              WHEN WS-FILES-BROKEN > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-FILES-SKIPPED > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      *-------------------------------------------------
      * NO KEY, NO RUN - MASKING WITH A DEFAULT KEY WOULD
      * GIVE EVERY TEST AREA THE SAME REVERSIBLE VALUES.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-MASK-KEY.
           OPEN INPUT MASK-PARM.
           IF WS-MASK-PARM-STATUS = '00' THEN
              READ MASK-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE MKP-KEY TO WS-MASK-KEY
              END-READ
              CLOSE MASK-PARM
           END-IF.
           IF WS-MASK-KEY IS NOT NUMERIC THEN
              DISPLAY 'MASKEXTRACT - MASKPARM MISSING OR KEY NOT '
                  'SIXTEEN DIGITS - NOTHING MASKED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT MASK-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MASKED TEST-DATA EXTRACT - CONTROL REPORT'
               '          RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'FILE'          TO WS-REPORT-LINE(1:4).
           MOVE 'CONTENTS'      TO WS-REPORT-LINE(10:8).
           MOVE 'SOURCE'        TO WS-REPORT-LINE(34:6).
           MOVE 'MASKED'        TO WS-REPORT-LINE(43:6).
           MOVE 'SOURCE HASH'   TO WS-REPORT-LINE(58:11).
           MOVE 'MASKED HASH'   TO WS-REPORT-LINE(78:11).
           MOVE 'VALUES'        TO WS-REPORT-LINE(92:6).
           MOVE 'RESULT'        TO WS-REPORT-LINE(100:6).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL '-' TO WS-REPORT-LINE(1:105).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * CUSTOMER-MASTER IS INDEXED - IT IS WALKED WITH
      * READ NEXT AND UNLOADED SEQUENTIALLY; THE JOB
      * LOADS THE UNLOAD INTO THE TEST CLUSTER. IT CARRIES
      * NO AMOUNT, SO THE MEMBERSHIP EXPIRY DATES ARE
      * HASHED INSTEAD.
      *-------------------------------------------------
       2000-MASK-CUSTOMERS.
           MOVE 'CUSTMSK'  TO WS-FILE-DD.
           MOVE 'CUSTOMER MASTER' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 2000-EXIT
           END-IF.
           OPEN OUTPUT CUSTOMER-MASKED.
           PERFORM 2100-MASK-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT CUSTOMER-MASKED.
           PERFORM 2200-PROVE-ONE-CUSTOMER THRU 2200-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE CUSTOMER-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       2000-EXIT.
           EXIT.

       2100-MASK-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD CUM-MEMBERSHIP-EXPIRY TO WS-SOURCE-HASH.

           MOVE CUM-VISITOR-ID TO WS-MASK-ID.
           IF CUM-VISITOR-NOM NOT = SPACES THEN
              MOVE 'GUEST' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO CUM-VISITOR-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF CUM-DATE-OF-BIRTH > ZERO THEN
              MOVE CUM-DATE-OF-BIRTH TO WS-BIRTH-DATE
              PERFORM 7600-MASK-BIRTH-DATE THRU 7600-EXIT
              MOVE WS-BIRTH-DATE TO CUM-DATE-OF-BIRTH
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF CUM-POSTAL-ADDR NOT = SPACES THEN
              PERFORM 7200-DERIVE-POSTAL THRU 7200-EXIT
              MOVE WS-MASKED-ADDR TO CUM-POSTAL-ADDR
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF CUM-ELECTRONIC-ADDR NOT = SPACES THEN
              MOVE CUM-ELECTRONIC-ADDR TO WS-CIPHER-FIELD
              PERFORM 7300-MASK-ELECTRONIC THRU 7300-EXIT
              MOVE WS-MASKED-ADDR TO CUM-ELECTRONIC-ADDR
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE CUSTOMER-MASKED-RECORD FROM CUSTOMER-MASTER-RECORD.
       2100-EXIT.
           EXIT.

       2200-PROVE-ONE-CUSTOMER.
           READ CUSTOMER-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD CMK-MEMBERSHIP-EXPIRY TO WS-MASKED-HASH.
       2200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE ARCHIVE HOLDS PURGED CUSTOMERS - SAME KEY,
      * SAME MASKED NAME AS THEY HAD ON THE MASTER, SO A
      * TEST RESTORE BRINGS BACK A CONSISTENT RECORD.
      *-------------------------------------------------
       2300-MASK-ARCHIVE.
           MOVE 'CARCHMSK' TO WS-FILE-DD.
           MOVE 'CUSTOMER ARCHIVE' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT CUSTOMER-ARCHIVE.
           IF WS-CUST-ARCHIVE-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 2300-EXIT
           END-IF.
           OPEN OUTPUT ARCHIVE-MASKED.
           PERFORM 2400-MASK-ONE-ARCHIVE THRU 2400-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE CUSTOMER-ARCHIVE.
           CLOSE ARCHIVE-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT ARCHIVE-MASKED.
           PERFORM 2500-PROVE-ONE-ARCHIVE THRU 2500-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE ARCHIVE-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       2300-EXIT.
           EXIT.

       2400-MASK-ONE-ARCHIVE.
           READ CUSTOMER-ARCHIVE
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2400-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD ARC-MEMBERSHIP-EXPIRY TO WS-SOURCE-HASH.

           MOVE ARC-VISITOR-ID TO WS-MASK-ID.
           IF ARC-VISITOR-NOM NOT = SPACES THEN
              MOVE 'GUEST' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO ARC-VISITOR-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF ARC-DATE-OF-BIRTH > ZERO THEN
              MOVE ARC-DATE-OF-BIRTH TO WS-BIRTH-DATE
              PERFORM 7600-MASK-BIRTH-DATE THRU 7600-EXIT
              MOVE WS-BIRTH-DATE TO ARC-DATE-OF-BIRTH
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE ARCHIVE-MASKED-RECORD FROM CUSTOMER-ARCHIVE-RECORD.
       2400-EXIT.
           EXIT.

       2500-PROVE-ONE-ARCHIVE.
           READ ARCHIVE-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2500-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD ARM-MEMBERSHIP-EXPIRY TO WS-MASKED-HASH.
       2500-EXIT.
           EXIT.

      *-------------------------------------------------
      * VISIT HISTORY HOLDS NOTHING BUT THE KEY, THE DATE
      * AND THE SPEND - IT PASSES THROUGH UNCHANGED SO THE
      * TEST AREA HAS IT BESIDE THE MASKED MASTER.
      *-------------------------------------------------
       2600-MASK-VISITS.
           MOVE 'VISITMSK' TO WS-FILE-DD.
           MOVE 'VISIT HISTORY' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT VISIT-HISTORY.
           IF WS-VISIT-HIST-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 2600-EXIT
           END-IF.
           OPEN OUTPUT VISIT-MASKED.
           PERFORM 2700-COPY-ONE-VISIT THRU 2700-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE VISIT-HISTORY.
           CLOSE VISIT-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT VISIT-MASKED.
           PERFORM 2750-PROVE-ONE-VISIT THRU 2750-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE VISIT-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       2600-EXIT.
           EXIT.

       2700-COPY-ONE-VISIT.
           READ VISIT-HISTORY
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2700-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD VH-SPEND-AMOUNT TO WS-SOURCE-HASH.
           WRITE VISIT-MASKED-RECORD FROM VISIT-HISTORY-RECORD.
       2700-EXIT.
           EXIT.

       2750-PROVE-ONE-VISIT.
           READ VISIT-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2750-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD VHM-SPEND-AMOUNT TO WS-MASKED-HASH.
       2750-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE NOTIFICATION HISTORY CARRIES THE NAME AND
      * ADDRESS EACH NOTICE WENT TO. THEY ARE REBUILT FROM
      * THE RECIPIENT KEY THE SAME WAY AS ON THE OWNING
      * MASTER, SO A NOTICE STILL READS AS SENT TO THE
      * ADDRESS ON FILE. PARENT NOTICES CARRY THE
      * STUDENT'S NAME IN THEIR FIRST VARIABLE. THE
      * NOTICE SEQUENCE NUMBERS ARE HASHED, AS NOTIFY-
      * DISPATCH'S OWN TRAILERS DO.
      *-------------------------------------------------
       2800-MASK-NOTICES.
           MOVE 'NTFHMSK'  TO WS-FILE-DD.
           MOVE 'NOTIFICATION HISTORY' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT NOTIFY-HISTORY.
           IF WS-NOTIFY-HISTORY-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 2800-EXIT
           END-IF.
           OPEN OUTPUT NOTIFY-MASKED.
           PERFORM 2900-MASK-ONE-NOTICE THRU 2900-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE NOTIFY-HISTORY.
           CLOSE NOTIFY-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT NOTIFY-MASKED.
           PERFORM 2950-PROVE-ONE-NOTICE THRU 2950-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE NOTIFY-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       2800-EXIT.
           EXIT.

       2900-MASK-ONE-NOTICE.
           READ NOTIFY-HISTORY
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2900-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD NH-NOTICE-SEQ TO WS-SOURCE-HASH.

           MOVE NH-RECIPIENT-ID TO WS-MASK-ID.
           EVALUATE NH-RECIPIENT-TYPE
              WHEN 'G'
                 MOVE 'GUEST'    TO WS-MASK-LABEL
              WHEN 'P'
                 MOVE 'GUARDIAN' TO WS-MASK-LABEL
              WHEN OTHER
                 MOVE 'STAFF'    TO WS-MASK-LABEL
           END-EVALUATE.
           IF NH-RECIPIENT-NOM NOT = SPACES THEN
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO NH-RECIPIENT-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF NH-ADDRESS NOT = SPACES THEN
              IF NH-BY-POST THEN
                 PERFORM 7200-DERIVE-POSTAL THRU 7200-EXIT
              ELSE
                 MOVE NH-ADDRESS TO WS-CIPHER-FIELD
                 PERFORM 7300-MASK-ELECTRONIC THRU 7300-EXIT
              END-IF
              MOVE WS-MASKED-ADDR TO NH-ADDRESS
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF NH-RECIPIENT-TYPE = 'P'
              AND NH-VARIABLE(1) NOT = SPACES THEN
              MOVE 'STUDENT' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO NH-VARIABLE(1)
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE NOTIFY-MASKED-RECORD FROM NOTIFY-HISTORY-RECORD.
       2900-EXIT.
           EXIT.

       2950-PROVE-ONE-NOTICE.
           READ NOTIFY-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 2950-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD NHM-NOTICE-SEQ TO WS-MASKED-HASH.
       2950-EXIT.
           EXIT.

      *-------------------------------------------------
      * EMPLOYEES - THE BANK DETAILS GO THROUGH THE SAME
      * KEYED CIPHER AS THE YTD MASTER'S LAST-RUN BANK
      * DETAILS, SO "SAME ACCOUNT AS LAST RUN" STILL HOLDS
      * IN TEST. HASHED ON SALARY, AS MASTERGENERATION.
      *-------------------------------------------------
       3000-MASK-EMPLOYEES.
           MOVE 'EMPMSK'   TO WS-FILE-DD.
           MOVE 'EMPLOYEE MASTER' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-MASTER-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT EMPLOYEE-MASKED.
           PERFORM 3100-MASK-ONE-EMPLOYEE THRU 3100-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EMPLOYEE-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT EMPLOYEE-MASKED.
           PERFORM 3200-PROVE-ONE-EMPLOYEE THRU 3200-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE EMPLOYEE-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       3000-EXIT.
           EXIT.

       3100-MASK-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD EMP-SALAIRE TO WS-SOURCE-HASH.

           MOVE EMP-ID TO WS-MASK-ID.
           IF EMP-NOM NOT = SPACES THEN
              MOVE 'STAFF' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO EMP-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF EMP-BANK-ROUTING NOT = SPACES THEN
              MOVE EMP-BANK-ROUTING TO WS-ROUTING-FIELD
              PERFORM 7500-MASK-ROUTING THRU 7500-EXIT
              MOVE WS-ROUTING-FIELD TO EMP-BANK-ROUTING
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF EMP-BANK-ACCOUNT NOT = SPACES THEN
              MOVE EMP-BANK-ACCOUNT TO WS-CIPHER-FIELD
              MOVE 17 TO WS-CIPHER-LENGTH
              PERFORM 7400-CIPHER-FIELD THRU 7400-EXIT
              MOVE WS-CIPHER-FIELD TO EMP-BANK-ACCOUNT
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF EMP-POSTAL-ADDR NOT = SPACES THEN
              PERFORM 7200-DERIVE-POSTAL THRU 7200-EXIT
              MOVE WS-MASKED-ADDR TO EMP-POSTAL-ADDR
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF EMP-ELECTRONIC-ADDR NOT = SPACES THEN
              MOVE EMP-ELECTRONIC-ADDR TO WS-CIPHER-FIELD
              PERFORM 7300-MASK-ELECTRONIC THRU 7300-EXIT
              MOVE WS-MASKED-ADDR TO EMP-ELECTRONIC-ADDR
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE EMPLOYEE-MASKED-RECORD FROM EMPLOYEE-MASTER-RECORD.
       3100-EXIT.
           EXIT.

       3200-PROVE-ONE-EMPLOYEE.
           READ EMPLOYEE-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3200-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD EMK-SALAIRE TO WS-MASKED-HASH.
       3200-EXIT.
           EXIT.

       3300-MASK-YTD.
           MOVE 'YTDMSK'   TO WS-FILE-DD.
           MOVE 'YTD MASTER' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT YTD-MASTER-IN.
           IF WS-YTD-MASTER-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 3300-EXIT
           END-IF.
           OPEN OUTPUT YTD-MASKED.
           PERFORM 3400-MASK-ONE-YTD THRU 3400-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE YTD-MASTER-IN.
           CLOSE YTD-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT YTD-MASKED.
           PERFORM 3500-PROVE-ONE-YTD THRU 3500-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE YTD-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       3300-EXIT.
           EXIT.

       3400-MASK-ONE-YTD.
           READ YTD-MASTER-IN
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3400-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD YTDI-GROSS TO WS-SOURCE-HASH.

           IF YTDI-LAST-ROUTING NOT = SPACES THEN
              MOVE YTDI-LAST-ROUTING TO WS-ROUTING-FIELD
              PERFORM 7500-MASK-ROUTING THRU 7500-EXIT
              MOVE WS-ROUTING-FIELD TO YTDI-LAST-ROUTING
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF YTDI-LAST-ACCOUNT NOT = SPACES THEN
              MOVE YTDI-LAST-ACCOUNT TO WS-CIPHER-FIELD
              MOVE 17 TO WS-CIPHER-LENGTH
              PERFORM 7400-CIPHER-FIELD THRU 7400-EXIT
              MOVE WS-CIPHER-FIELD TO YTDI-LAST-ACCOUNT
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE YTD-MASKED-RECORD FROM YTD-MASTER-IN-RECORD.
       3400-EXIT.
           EXIT.

       3500-PROVE-ONE-YTD.
           READ YTD-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3500-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD YTM-GROSS TO WS-MASKED-HASH.
       3500-EXIT.
           EXIT.

      *-------------------------------------------------
      * DEPOSIT SPLITS AND PRENOTES - THE BANK DETAILS
      * ARE MASKED EXACTLY AS THE EMPLOYEE MASTER'S, SO
      * SALAIRE IN TEST STILL FINDS A PRENOTE FOR EACH
      * SPLIT AND FOR EACH EMPLOYEE'S OWN ACCOUNT. SPLITS
      * ARE HASHED ON THE FIXED AMOUNT, PRENOTES ON THE
      * PRENOTE DATE.
      *-------------------------------------------------
       3600-MASK-SPLITS.
           MOVE 'DEPSMSK'  TO WS-FILE-DD.
           MOVE 'DEPOSIT SPLITS' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT DEPOSIT-SPLITS.
           IF WS-SPLIT-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 3600-EXIT
           END-IF.
           OPEN OUTPUT SPLITS-MASKED.
           PERFORM 3700-MASK-ONE-SPLIT THRU 3700-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE DEPOSIT-SPLITS.
           CLOSE SPLITS-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT SPLITS-MASKED.
           PERFORM 3800-PROVE-ONE-SPLIT THRU 3800-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE SPLITS-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       3600-EXIT.
           EXIT.

       3700-MASK-ONE-SPLIT.
           READ DEPOSIT-SPLITS
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3700-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD SP-FIXED-AMOUNT TO WS-SOURCE-HASH.

           IF SP-ROUTING NOT = SPACES THEN
              MOVE SP-ROUTING TO WS-ROUTING-FIELD
              PERFORM 7500-MASK-ROUTING THRU 7500-EXIT
              MOVE WS-ROUTING-FIELD TO SP-ROUTING
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF SP-ACCOUNT NOT = SPACES THEN
              MOVE SP-ACCOUNT TO WS-CIPHER-FIELD
              MOVE 17 TO WS-CIPHER-LENGTH
              PERFORM 7400-CIPHER-FIELD THRU 7400-EXIT
              MOVE WS-CIPHER-FIELD TO SP-ACCOUNT
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE SPLITS-MASKED-RECORD FROM DEPOSIT-SPLIT-RECORD.
       3700-EXIT.
           EXIT.

       3800-PROVE-ONE-SPLIT.
           READ SPLITS-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3800-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD SPM-FIXED-AMOUNT TO WS-MASKED-HASH.
       3800-EXIT.
           EXIT.

       3900-MASK-PRENOTES.
           MOVE 'PRENMSK'  TO WS-FILE-DD.
           MOVE 'PRENOTES' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT PRENOTE-FILE.
           IF WS-PRENOTE-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 3900-EXIT
           END-IF.
           OPEN OUTPUT PRENOTE-MASKED.
           PERFORM 3910-MASK-ONE-PRENOTE THRU 3910-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE PRENOTE-FILE.
           CLOSE PRENOTE-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT PRENOTE-MASKED.
           PERFORM 3920-PROVE-ONE-PRENOTE THRU 3920-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE PRENOTE-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       3900-EXIT.
           EXIT.

       3910-MASK-ONE-PRENOTE.
           READ PRENOTE-FILE
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3910-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD PN-PRENOTE-DATE TO WS-SOURCE-HASH.

           IF PN-ROUTING NOT = SPACES THEN
              MOVE PN-ROUTING TO WS-ROUTING-FIELD
              PERFORM 7500-MASK-ROUTING THRU 7500-EXIT
              MOVE WS-ROUTING-FIELD TO PN-ROUTING
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF PN-ACCOUNT NOT = SPACES THEN
              MOVE PN-ACCOUNT TO WS-CIPHER-FIELD
              MOVE 17 TO WS-CIPHER-LENGTH
              PERFORM 7400-CIPHER-FIELD THRU 7400-EXIT
              MOVE WS-CIPHER-FIELD TO PN-ACCOUNT
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE PRENOTE-MASKED-RECORD FROM PRENOTE-RECORD.
       3910-EXIT.
           EXIT.

       3920-PROVE-ONE-PRENOTE.
           READ PRENOTE-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 3920-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD PNM-PRENOTE-DATE TO WS-MASKED-HASH.
       3920-EXIT.
           EXIT.

      *-------------------------------------------------
      * ACCOUNT-MASTER - ONLY HOLDER ACCOUNTS CARRY A
      * PERSON'S NAME; THE LEDGER ('R') ACCOUNTS KEEP
      * THEIRS SO THE TEST TRIAL BALANCE STILL READS.
      * HASHED ON ABSOLUTE BALANCE, AS MASTERGENERATION.
      *-------------------------------------------------
       4000-MASK-ACCOUNTS.
           MOVE 'ACCTMSK'  TO WS-FILE-DD.
           MOVE 'ACCOUNT MASTER' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT ACCOUNT-MASTER-IN.
           IF WS-ACCT-MASTER-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT ACCOUNT-MASKED.
           PERFORM 4100-MASK-ONE-ACCOUNT THRU 4100-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE ACCOUNT-MASTER-IN.
           CLOSE ACCOUNT-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT ACCOUNT-MASKED.
           PERFORM 4200-PROVE-ONE-ACCOUNT THRU 4200-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE ACCOUNT-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       4000-EXIT.
           EXIT.

       4100-MASK-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-IN
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           IF ACTI-BALANCE < ZERO THEN
              COMPUTE WS-ABS-AMOUNT = ZERO - ACTI-BALANCE
           ELSE
              MOVE ACTI-BALANCE TO WS-ABS-AMOUNT
           END-IF.
           ADD WS-ABS-AMOUNT TO WS-SOURCE-HASH.

           IF NOT ACTI-LEDGER-ACCOUNT
              AND ACTI-NOM NOT = SPACES THEN
              MOVE ACTI-ACCT-ID TO WS-MASK-ID
              MOVE 'HOLDER' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO ACTI-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE ACCOUNT-MASKED-RECORD FROM ACCOUNT-MASTER-IN-RECORD.
       4100-EXIT.
           EXIT.

       4200-PROVE-ONE-ACCOUNT.
           READ ACCOUNT-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 4200-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           IF ACM-BALANCE < ZERO THEN
              COMPUTE WS-ABS-AMOUNT = ZERO - ACM-BALANCE
           ELSE
              MOVE ACM-BALANCE TO WS-ABS-AMOUNT
           END-IF.
           ADD WS-ABS-AMOUNT TO WS-MASKED-HASH.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------
      * STUDENT-MASTER IS INDEXED - UNLOADED LIKE THE
      * CUSTOMER MASTER. ONLY WHETHER AN ALLERGY OR A
      * MEDICAL ALERT IS RECORDED MATTERS TO THE PROGRAMS
      * THAT READ THEM, SO THE NURSE'S TEXT IS REPLACED
      * AND ITS PRESENCE KEPT. IMMUNIZATION CODES AND
      * DATES DRIVE THE COMPLIANCE CHECK AND PASS
      * THROUGH. HASHED ON ABSOLUTE MEAL BALANCE.
      *-------------------------------------------------
       5000-MASK-STUDENTS.
           MOVE 'STUDMSK'  TO WS-FILE-DD.
           MOVE 'STUDENT MASTER' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT STUDENT-MASKED.
           PERFORM 5100-MASK-ONE-STUDENT THRU 5100-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE STUDENT-MASTER.
           CLOSE STUDENT-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT STUDENT-MASKED.
           PERFORM 5200-PROVE-ONE-STUDENT THRU 5200-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE STUDENT-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       5000-EXIT.
           EXIT.

       5100-MASK-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5100-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           IF STM-MEAL-BALANCE < ZERO THEN
              COMPUTE WS-ABS-AMOUNT = ZERO - STM-MEAL-BALANCE
           ELSE
              MOVE STM-MEAL-BALANCE TO WS-ABS-AMOUNT
           END-IF.
           ADD WS-ABS-AMOUNT TO WS-SOURCE-HASH.

           MOVE STM-STUDENT-ID TO WS-MASK-ID.
           IF STM-STUDENT-NOM NOT = SPACES THEN
              MOVE 'STUDENT' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO STM-STUDENT-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF STM-ALLERGIES NOT = SPACES THEN
              MOVE 'ALLERGY RECORDED' TO STM-ALLERGIES
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF STM-MEDICAL-ALERT NOT = SPACES THEN
              MOVE 'MEDICAL ALERT RECORDED' TO STM-MEDICAL-ALERT
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE STUDENT-MASKED-RECORD FROM STUDENT-MASTER-RECORD.
       5100-EXIT.
           EXIT.

       5200-PROVE-ONE-STUDENT.
           READ STUDENT-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5200-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           IF STK-MEAL-BALANCE < ZERO THEN
              COMPUTE WS-ABS-AMOUNT = ZERO - STK-MEAL-BALANCE
           ELSE
              MOVE STK-MEAL-BALANCE TO WS-ABS-AMOUNT
           END-IF.
           ADD WS-ABS-AMOUNT TO WS-MASKED-HASH.
       5200-EXIT.
           EXIT.

      *-------------------------------------------------
      * GUARDIAN CONTACTS ARE KEYED BY STUDENT. THEY
      * CARRY NO AMOUNT, SO THE RECORD COUNT IS THE WHOLE
      * CONTROL AND THE HASH IS ZERO.
      *-------------------------------------------------
       5300-MASK-CONTACTS.
           MOVE 'STUCMSK'  TO WS-FILE-DD.
           MOVE 'GUARDIAN CONTACTS' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT CONTACT-MASTER.
           IF WS-CONTACT-MASTER-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 5300-EXIT
           END-IF.
           OPEN OUTPUT CONTACT-MASKED.
           PERFORM 5400-MASK-ONE-CONTACT THRU 5400-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE CONTACT-MASTER.
           CLOSE CONTACT-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT CONTACT-MASKED.
           PERFORM 5500-PROVE-ONE-CONTACT THRU 5500-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE CONTACT-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       5300-EXIT.
           EXIT.

       5400-MASK-ONE-CONTACT.
           READ CONTACT-MASTER
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5400-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.

           MOVE SC-STUDENT-ID TO WS-MASK-ID.
           IF SC-GUARDIAN-NOM NOT = SPACES THEN
              MOVE 'GUARDIAN' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO SC-GUARDIAN-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF SC-POSTAL-ADDR NOT = SPACES THEN
              PERFORM 7200-DERIVE-POSTAL THRU 7200-EXIT
              MOVE WS-MASKED-ADDR TO SC-POSTAL-ADDR
              ADD 1 TO WS-VALUES-MASKED
           END-IF.
           IF SC-ELECTRONIC-ADDR NOT = SPACES THEN
              MOVE SC-ELECTRONIC-ADDR TO WS-CIPHER-FIELD
              PERFORM 7300-MASK-ELECTRONIC THRU 7300-EXIT
              MOVE WS-MASKED-ADDR TO SC-ELECTRONIC-ADDR
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE CONTACT-MASKED-RECORD FROM CONTACT-MASTER-RECORD.
       5400-EXIT.
           EXIT.

       5500-PROVE-ONE-CONTACT.
           READ CONTACT-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5500-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
       5500-EXIT.
           EXIT.

      *-------------------------------------------------
      * STUDENT GRADES CARRY THE STUDENT'S NAME BESIDE
      * THE KEY. IT GETS THE SAME REPLACEMENT AS ON THE
      * STUDENT MASTER SO A TRANSCRIPT IN TEST STILL
      * AGREES WITH IT. HASHED ON THE OVERALL GRADE.
      *-------------------------------------------------
       5600-MASK-GRADES.
           MOVE 'STUGMSK'  TO WS-FILE-DD.
           MOVE 'STUDENT GRADES' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT STUDENT-GRADES.
           IF WS-STUDENT-GRADES-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 5600-EXIT
           END-IF.
           OPEN OUTPUT GRADES-MASKED.
           PERFORM 5610-MASK-ONE-GRADE THRU 5610-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE STUDENT-GRADES.
           CLOSE GRADES-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT GRADES-MASKED.
           PERFORM 5620-PROVE-ONE-GRADE THRU 5620-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE GRADES-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       5600-EXIT.
           EXIT.

       5610-MASK-ONE-GRADE.
           READ STUDENT-GRADES
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5610-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD SG-NOTE TO WS-SOURCE-HASH.

           MOVE SG-STUDENT-ID TO WS-MASK-ID.
           IF SG-STUDENT-NOM NOT = SPACES THEN
              MOVE 'STUDENT' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO SG-STUDENT-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE GRADES-MASKED-RECORD FROM STUDENT-GRADE-RECORD.
       5610-EXIT.
           EXIT.

       5620-PROVE-ONE-GRADE.
           READ GRADES-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5620-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD SGM-NOTE TO WS-MASKED-HASH.
       5620-EXIT.
           EXIT.

      *-------------------------------------------------
      * FIELD-TRIP CONSENTS NAME THE GUARDIAN WHO
      * ANSWERED. IT GETS THE SAME REPLACEMENT AS ON THE
      * GUARDIAN CONTACTS, KEYED ON THE STUDENT. THE
      * ANSWER, ITS DATE AND THE BILLING MARK PASS
      * THROUGH. HASHED ON THE CONSENT DATE.
      *-------------------------------------------------
       5700-MASK-CONSENTS.
           MOVE 'FTCNMSK'  TO WS-FILE-DD.
           MOVE 'FIELD-TRIP CONSENTS' TO WS-FILE-DESC.
           PERFORM 8000-RESET-TOTALS THRU 8000-EXIT.
           OPEN INPUT TRIP-CONSENTS.
           IF WS-TRIP-CONSENT-STATUS NOT = '00' THEN
              PERFORM 8500-REPORT-SKIPPED THRU 8500-EXIT
              GO TO 5700-EXIT
           END-IF.
           OPEN OUTPUT CONSENTS-MASKED.
           PERFORM 5710-MASK-ONE-CONSENT THRU 5710-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE TRIP-CONSENTS.
           CLOSE CONSENTS-MASKED.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT CONSENTS-MASKED.
           PERFORM 5720-PROVE-ONE-CONSENT THRU 5720-EXIT
               UNTIL END-OF-FILE-IN.
           CLOSE CONSENTS-MASKED.
           PERFORM 8400-REPORT-FILE THRU 8400-EXIT.
       5700-EXIT.
           EXIT.

       5710-MASK-ONE-CONSENT.
           READ TRIP-CONSENTS
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5710-EXIT
           END-READ.
           ADD 1 TO WS-SOURCE-COUNT.
           ADD TC-CONSENT-DATE TO WS-SOURCE-HASH.

           MOVE TC-STUDENT-ID TO WS-MASK-ID.
           IF TC-GUARDIAN-NOM NOT = SPACES THEN
              MOVE 'GUARDIAN' TO WS-MASK-LABEL
              PERFORM 7100-DERIVE-NAME THRU 7100-EXIT
              MOVE WS-MASKED-NAME TO TC-GUARDIAN-NOM
              ADD 1 TO WS-VALUES-MASKED
           END-IF.

           WRITE CONSENTS-MASKED-RECORD FROM TRIP-CONSENT-RECORD.
       5710-EXIT.
           EXIT.

       5720-PROVE-ONE-CONSENT.
           READ CONSENTS-MASKED
              AT END
                 SET END-OF-FILE-IN TO TRUE
                 GO TO 5720-EXIT
           END-READ.
           ADD 1 TO WS-MASKED-COUNT.
           ADD TCM-CONSENT-DATE TO WS-MASKED-HASH.
       5720-EXIT.
           EXIT.

      *-------------------------------------------------
      * REPLACEMENT NAME - THE ROLE AND THE RECORD'S OWN
      * KEY, E.G. 'GUEST V000004' OR 'STAFF E00001'.
      *-------------------------------------------------
       7100-DERIVE-NAME.
           MOVE SPACES TO WS-MASKED-NAME.
           STRING WS-MASK-LABEL DELIMITED BY SPACE
               ' '               DELIMITED BY SIZE
               WS-MASK-ID        DELIMITED BY SPACE
               INTO WS-MASKED-NAME.
       7100-EXIT.
           EXIT.

       7200-DERIVE-POSTAL.
           MOVE SPACES TO WS-MASKED-ADDR.
           STRING WS-MASK-ID     DELIMITED BY SPACE
               ' TEST STREET'    DELIMITED BY SIZE
               INTO WS-MASKED-ADDR.
       7200-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN E-MAIL ADDRESS (IT HAS AN '@') BECOMES THE KEY
      * AT A RESERVED TEST DOMAIN. ANYTHING ELSE IS A
      * MOBILE NUMBER AND GOES THROUGH THE CIPHER, WHICH
      * KEEPS ITS SHAPE AND KEEPS TWO EQUAL NUMBERS EQUAL.
      * WS-CIPHER-FIELD HOLDS THE VALUE ON THE WAY IN.
      *-------------------------------------------------
       7300-MASK-ELECTRONIC.
           MOVE ZERO TO WS-AT-SIGN-COUNT.
           INSPECT WS-CIPHER-FIELD
               TALLYING WS-AT-SIGN-COUNT FOR ALL '@'.
           IF WS-AT-SIGN-COUNT > ZERO THEN
              MOVE SPACES TO WS-MASKED-ADDR
              STRING WS-MASK-ID     DELIMITED BY SPACE
                  '@EXAMPLE.INVALID' DELIMITED BY SIZE
                  INTO WS-MASKED-ADDR
           ELSE
              MOVE 30 TO WS-CIPHER-LENGTH
              PERFORM 7400-CIPHER-FIELD THRU 7400-EXIT
              MOVE WS-CIPHER-FIELD TO WS-MASKED-ADDR
           END-IF.
       7300-EXIT.
           EXIT.

      *-------------------------------------------------
      * KEYED CIPHER OVER THE FIRST WS-CIPHER-LENGTH
      * CHARACTERS OF WS-CIPHER-FIELD. EACH DIGIT OR
      * LETTER IS MULTIPLIED BY 7 AND SHIFTED BY ITS
      * POSITION PLUS THE KEY DIGIT FOR THAT POSITION,
      * MODULO 10 OR 26. AT ANY ONE POSITION THIS MAPS
      * ONE TO ONE, SO DIFFERENT NUMBERS STAY DIFFERENT
      * AND THE SAME NUMBER MASKS THE SAME IN EVERY FILE.
      * SPACES AND PUNCTUATION ARE LEFT WHERE THEY ARE.
      *-------------------------------------------------
       7400-CIPHER-FIELD.
           PERFORM 7410-CIPHER-ONE-CHAR THRU 7410-EXIT
               VARYING CPX FROM 1 BY 1
               UNTIL CPX > WS-CIPHER-LENGTH.
       7400-EXIT.
           EXIT.

       7410-CIPHER-ONE-CHAR.
           COMPUTE WS-KEY-SUB = CPX - 1.
           DIVIDE WS-KEY-SUB BY 16 GIVING WS-CIPHER-QUOTIENT
               REMAINDER WS-KEY-SUB.
           ADD 1 TO WS-KEY-SUB.
           COMPUTE WS-CIPHER-SHIFT = WS-KEY-DIGIT(WS-KEY-SUB) + CPX.

           IF WS-CIPHER-CHAR(CPX) IS NUMERIC THEN
              MOVE WS-CIPHER-CHAR(CPX) TO WS-CIPHER-DIGIT
              COMPUTE WS-CIPHER-WORK =
                  WS-CIPHER-DIGIT * 7 + WS-CIPHER-SHIFT
              DIVIDE WS-CIPHER-WORK BY 10 GIVING WS-CIPHER-QUOTIENT
                  REMAINDER WS-CIPHER-DIGIT
              MOVE WS-CIPHER-DIGIT TO WS-CIPHER-CHAR(CPX)
              GO TO 7410-EXIT
           END-IF.

           MOVE ZERO TO WS-LETTER-POS.
           INSPECT WS-UPPER-LETTERS TALLYING WS-LETTER-POS
               FOR CHARACTERS BEFORE INITIAL WS-CIPHER-CHAR(CPX).
           IF WS-LETTER-POS < 26 THEN
              COMPUTE WS-CIPHER-WORK =
                  WS-LETTER-POS * 7 + WS-CIPHER-SHIFT
              DIVIDE WS-CIPHER-WORK BY 26 GIVING WS-CIPHER-QUOTIENT
                  REMAINDER WS-LETTER-POS
              MOVE WS-UPPER-LETTERS(WS-LETTER-POS + 1:1)
                  TO WS-CIPHER-CHAR(CPX)
              GO TO 7410-EXIT
           END-IF.

           MOVE ZERO TO WS-LETTER-POS.
           INSPECT WS-LOWER-LETTERS TALLYING WS-LETTER-POS
               FOR CHARACTERS BEFORE INITIAL WS-CIPHER-CHAR(CPX).
           IF WS-LETTER-POS < 26 THEN
              COMPUTE WS-CIPHER-WORK =
                  WS-LETTER-POS * 7 + WS-CIPHER-SHIFT
              DIVIDE WS-CIPHER-WORK BY 26 GIVING WS-CIPHER-QUOTIENT
                  REMAINDER WS-LETTER-POS
              MOVE WS-LOWER-LETTERS(WS-LETTER-POS + 1:1)
                  TO WS-CIPHER-CHAR(CPX)
           END-IF.
       7410-EXIT.
           EXIT.

      *-------------------------------------------------
      * A ROUTING NUMBER IS CIPHERED LIKE ANY OTHER BUT
      * MUST STILL PASS - OR STILL FAIL - ROUTECHECK AS
      * THE REAL ONE DID, OR PAYROLL IN TEST WOULD HOLD
      * DIFFERENT PEOPLE. A VALID NUMBER HAS ITS FIRST
      * EIGHT DIGITS CIPHERED AND A FRESH ABA CHECK DIGIT
      * PUT ON; AN INVALID ONE IS CIPHERED WHOLE AND
      * NUDGED IF IT HAPPENS TO COME OUT VALID.
      *-------------------------------------------------
       7500-MASK-ROUTING.
           MOVE WS-ROUTING-FIELD TO RCK-ROUTING-NUMBER.
           CALL 'ROUTECHECK' USING RCK-PARM-AREA.
           MOVE RCK-RESULT TO WS-ROUTING-VALID-SW.

           MOVE WS-ROUTING-FIELD TO WS-CIPHER-FIELD.
           IF SOURCE-ROUTING-VALID THEN
              MOVE 8 TO WS-CIPHER-LENGTH
           ELSE
              MOVE 9 TO WS-CIPHER-LENGTH
           END-IF.
           PERFORM 7400-CIPHER-FIELD THRU 7400-EXIT.
           MOVE WS-CIPHER-FIELD(1:9) TO WS-ROUTING-FIELD.

           IF SOURCE-ROUTING-VALID THEN
              MOVE WS-ROUTING-FIELD TO WS-ROUTING-DIGITS
              COMPUTE WS-ABA-SUM =
                    WS-ROUTING-DIGIT(1) * 3 + WS-ROUTING-DIGIT(2) * 7
                  + WS-ROUTING-DIGIT(3)
                  + WS-ROUTING-DIGIT(4) * 3 + WS-ROUTING-DIGIT(5) * 7
                  + WS-ROUTING-DIGIT(6)
                  + WS-ROUTING-DIGIT(7) * 3 + WS-ROUTING-DIGIT(8) * 7
              DIVIDE WS-ABA-SUM BY 10 GIVING WS-CIPHER-QUOTIENT
                  REMAINDER WS-CIPHER-WORK
              IF WS-CIPHER-WORK = ZERO THEN
                 MOVE ZERO TO WS-ROUTING-DIGIT(9)
              ELSE
                 COMPUTE WS-ROUTING-DIGIT(9) = 10 - WS-CIPHER-WORK
              END-IF
              MOVE WS-ROUTING-DIGITS TO WS-ROUTING-FIELD
              GO TO 7500-EXIT
           END-IF.

           MOVE WS-ROUTING-FIELD TO RCK-ROUTING-NUMBER.
           CALL 'ROUTECHECK' USING RCK-PARM-AREA.
           IF RCK-VALID THEN
              MOVE WS-ROUTING-FIELD TO WS-ROUTING-DIGITS
              IF WS-ROUTING-DIGIT(9) = 9 THEN
                 MOVE ZERO TO WS-ROUTING-DIGIT(9)
              ELSE
                 ADD 1 TO WS-ROUTING-DIGIT(9)
              END-IF
              MOVE WS-ROUTING-DIGITS TO WS-ROUTING-FIELD
           END-IF.
       7500-EXIT.
           EXIT.

      *-------------------------------------------------
      * DATE OF BIRTH - THE YEAR IS KEPT AND THE DAY IS
      * SET TO 1 JULY, SO AN AGE IS NEVER MORE THAN SIX
      * MONTHS OUT AND THE GATE AGE BRACKETS STILL FALL
      * MUCH AS THEY DO LIVE.
      *-------------------------------------------------
       7600-MASK-BIRTH-DATE.
           DIVIDE WS-BIRTH-DATE BY 10000 GIVING WS-BIRTH-YEAR.
           COMPUTE WS-BIRTH-DATE = WS-BIRTH-YEAR * 10000 + 0701.
       7600-EXIT.
           EXIT.

       8000-RESET-TOTALS.
           MOVE 'N' TO WS-FILE-EOF-SW.
           MOVE ZERO TO WS-SOURCE-COUNT WS-SOURCE-HASH
                        WS-MASKED-COUNT WS-MASKED-HASH
                        WS-VALUES-MASKED.
       8000-EXIT.
           EXIT.

       8100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO MASK-REPORT-RECORD.
           WRITE MASK-REPORT-RECORD.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE PER FILE. THE MASKED SIDE MUST MATCH THE
      * SOURCE IN BOTH COUNT AND HASH OR THE FILE IS A
      * BREAK, THE RUN ENDS RC 8 AND THE JOB DOES NOT
      * LOAD THE TEST AREA.
      *-------------------------------------------------
       8400-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FILE-DD   TO WS-REPORT-LINE(1:8).
           MOVE WS-FILE-DESC TO WS-REPORT-LINE(10:22).
           MOVE WS-SOURCE-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED  TO WS-REPORT-LINE(33:7).
           MOVE WS-MASKED-COUNT TO WS-COUNT-ED.
           MOVE WS-COUNT-ED  TO WS-REPORT-LINE(42:7).
           MOVE WS-SOURCE-HASH TO WS-HASH-ED.
           MOVE WS-HASH-ED   TO WS-REPORT-LINE(51:18).
           MOVE WS-MASKED-HASH TO WS-HASH-ED.
           MOVE WS-HASH-ED   TO WS-REPORT-LINE(71:18).
           MOVE WS-VALUES-MASKED TO WS-COUNT-ED.
           MOVE WS-COUNT-ED  TO WS-REPORT-LINE(91:7).
           IF WS-MASKED-COUNT = WS-SOURCE-COUNT
              AND WS-MASKED-HASH = WS-SOURCE-HASH THEN
              MOVE 'MATCH' TO WS-REPORT-LINE(100:5)
              ADD 1 TO WS-FILES-MASKED
           ELSE
              MOVE 'BREAK' TO WS-REPORT-LINE(100:5)
              ADD 1 TO WS-FILES-BROKEN
              DISPLAY 'MASKEXTRACT - CONTROL BREAK ON ' WS-FILE-DD
           END-IF.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
       8400-EXIT.
           EXIT.

       8500-REPORT-SKIPPED.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FILE-DD   TO WS-REPORT-LINE(1:8).
           MOVE WS-FILE-DESC TO WS-REPORT-LINE(10:22).
           MOVE 'SOURCE NOT ALLOCATED - NOT MASKED'
               TO WS-REPORT-LINE(33:33).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           ADD 1 TO WS-FILES-SKIPPED.
       8500-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL '-' TO WS-REPORT-LINE(1:105).
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FILES MASKED ' WS-FILES-MASKED
               '   NOT ALLOCATED ' WS-FILES-SKIPPED
               '   CONTROL BREAKS ' WS-FILES-BROKEN
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
           CLOSE MASK-REPORT.

           DISPLAY 'FILES MASKED     : ' WS-FILES-MASKED.
           DISPLAY 'NOT ALLOCATED    : ' WS-FILES-SKIPPED.
           DISPLAY 'CONTROL BREAKS   : ' WS-FILES-BROKEN.
       9000-EXIT.
           EXIT.
