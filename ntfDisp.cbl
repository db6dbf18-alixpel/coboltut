      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  NotifyDispatch.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM DAILYCYCLE
      *               AFTER INTEGRITYAUDIT. THE ONE PLACE A
      *               NOTICE TO A GUEST, MEMBER, PARENT OR
      *               EMPLOYEE LEAVES THE SYSTEM. EMPTIES THE
      *               NOTIFICATION QUEUE (NTFQFD) EVERY
      *               PROGRAM NOW WRITES TO - RENEWALS, LOW
      *               MEAL BALANCES, OVERDUE LIBRARY BOOKS,
      *               RAIN CHECKS, ACCESS RIDE SLOTS, REPORT
      *               CARDS AND PAYSLIPS - AND FOR EACH NOTICE
      *               TAKES THE CHANNEL, ADDRESS AND CONSENT
      *               FROM CUSTOMER-MASTER, THE STUDENT
      *               CONTACT FILE OR THE EMPLOYEE RECORD:
      *                 DECLINED NOTICES ARE WITHHELD (W);
      *                 E-MAIL OR SMS WITH NO ADDRESS FALLS
      *                 BACK TO POST;
      *                 NO POSTAL ADDRESS EITHER IS
      *                 UNDELIVERABLE (U), EXCEPT A PARENT
      *                 WITH NO CONTACT ON FILE, WHOSE LETTER
      *                 IS PRINTED FOR THE SCHOOL OFFICE.
      *               POST GOES TO THE PRINT-MAIL BATCH
      *               (NTFMAIL), E-MAIL AND SMS TO THE GATEWAY
      *               FILE (NTFGATE), BOTH WITH HDR/TRL
      *               CONTROL RECORDS (CTLREC) WHOSE HASH
      *               TOTAL IS THE SUM OF THE NOTICE SEQUENCE
      *               NUMBERS. THE GATEWAY'S BOUNCE FILE
      *               (NTFBOUNC) IS PROCESSED FIRST: THE
      *               NOTICE IS MARKED BOUNCED (B) AND, WITH A
      *               POSTAL ADDRESS ON FILE, RE-MAILED (M)
      *               UNDER THE SAME NOTICE ID. EVERY STATUS
      *               IS APPENDED TO THE NOTIFICATION HISTORY
      *               (NTFHIST) FOR NOTIFYINQUIRY. A MALFORMED
      *               QUEUE RECORD IS REPORTED AND DROPPED AND
      *               RETURNS CYC-RETURN-CODE 4.
      * 15/10/26  AP  TWO MORE TEMPLATES - IMMREM, THE
      *               IMMUNIZATION REMINDER FROM IMMUNCHECK TO
      *               A STUDENT'S GUARDIAN, AND GCEXPIRY, THE
      *               GIFT-CARD EXPIRY WARNING FROM
      *               GIFTCARDBREAKAGE TO THE CARD HOLDER.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custmsel.cpy".

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-MASTER-STATUS.

           SELECT CONTACT-MASTER ASSIGN TO "STUCNTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-MASTER-STATUS.

           COPY "ntfqsel.cpy".

           SELECT NOTIFY-HISTORY ASSIGN TO "NTFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-HISTORY-STATUS.

           SELECT BOUNCE-RETURNS ASSIGN TO "NTFBOUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.

           SELECT GATEWAY-FILE ASSIGN TO "NTFGATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-STATUS.

           SELECT MAIL-BATCH ASSIGN TO "NTFMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-BATCH-STATUS.

           SELECT NOTIFY-REPORT ASSIGN TO "NTFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "custmfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  CONTACT-MASTER.
       01  CONTACT-MASTER-RECORD.
           05 SC-STUDENT-ID         PIC X(06).
           05 SC-GUARDIAN-NOM       PIC X(20).
           05 SC-POSTAL-ADDR        PIC X(30).
           05 SC-ELECTRONIC-ADDR    PIC X(30).
           05 SC-PREF-CHANNEL       PIC X(01).

           COPY "ntfqfd.cpy".

       FD  NOTIFY-HISTORY.
       01  NOTIFY-HISTORY-LINE      PIC X(271).

       FD  BOUNCE-RETURNS.
       01  BOUNCE-RETURN-RECORD.
           05 NB-NOTICE-ID          PIC X(14).
           05 NB-BOUNCE-DATE        PIC 9(08).
           05 NB-REASON             PIC X(20).

       FD  GATEWAY-FILE.
       01  GATEWAY-RECORD.
           05 NG-NOTICE-ID          PIC X(14).
           05 NG-LINE-NO            PIC 9(02).
           05 NG-CHANNEL            PIC X(01).
           05 NG-ADDRESS            PIC X(30).
           05 NG-TEXT               PIC X(72).

       FD  MAIL-BATCH.
       01  MAIL-BATCH-RECORD.
           05 NM-NOTICE-ID          PIC X(14).
           05 NM-LINE-NO            PIC 9(02).
           05 NM-TEXT               PIC X(72).

       FD  NOTIFY-REPORT.
       01  NOTIFY-REPORT-RECORD     PIC X(70).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "ctlrec.cpy".
       COPY "ntfhfd.cpy".

       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-EMPLOYEE-MASTER-STATUS PIC X(02).
       01  WS-CONTACT-MASTER-STATUS PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS   PIC X(02).
       01  WS-NOTIFY-HISTORY-STATUS PIC X(02).
       01  WS-BOUNCE-STATUS         PIC X(02).
       01  WS-GATEWAY-STATUS        PIC X(02).
       01  WS-MAIL-BATCH-STATUS     PIC X(02).
       01  WS-NOTIFY-REPORT-STATUS  PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-FILE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-FILE        VALUE 'Y'.
           05 WS-QUEUE-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-QUEUE       VALUE 'Y'.
           05 WS-MASTER-OPEN-SW     PIC X(01) VALUE 'N'.
              88 MASTER-OPEN        VALUE 'Y'.
           05 WS-RCP-FOUND-SW       PIC X(01).
              88 RECIPIENT-FOUND    VALUE 'Y'.
           05 WS-NO-CONTACT-SW      PIC X(01).
              88 NO-CONTACT-LETTER  VALUE 'Y'.

       01  WS-TEMPLATE-CODE         PIC X(08).
           88 KNOWN-TEMPLATE        VALUES 'RENEWAL' 'MEALLOW'
                                           'LIBOVRD' 'RAINCHK'
                                           'RIDESLOT' 'RPTCARD'
                                           'PAYSLIP' 'IMMREM'
                                           'GCEXPIRY'.
       01  WS-QUEUE-CHANNEL         PIC X(01).
           88 VALID-QUEUE-CHANNEL   VALUES 'P' 'E' 'S' SPACE.
       01  WS-REJECT-REASON         PIC X(20).

      * THE RECIPIENT AS FOUND ON ITS OWN MASTER
       01  WS-RCP-NOM               PIC X(20).
       01  WS-RCP-CHANNEL           PIC X(01).
           88 RCP-DECLINED          VALUE 'N'.
       01  WS-RCP-POSTAL            PIC X(30).
       01  WS-RCP-ELECTRONIC        PIC X(30).

       01  WS-MAX-EMPLOYEES         PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-EMP-ID          PIC X(06).
              10 WS-EMP-NOM         PIC X(20).
              10 WS-EMP-CHANNEL     PIC X(01).
              10 WS-EMP-POSTAL      PIC X(30).
              10 WS-EMP-ELECTRONIC  PIC X(30).

       01  WS-MAX-CONTACTS          PIC 9(04) COMP VALUE 1000.
       01  WS-CONTACT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CONTACT-COUNT
                 INDEXED BY CON-IDX.
              10 WS-CON-STUDENT-ID  PIC X(06).
              10 WS-CON-GUARDIAN    PIC X(20).
              10 WS-CON-POSTAL      PIC X(30).
              10 WS-CON-ELECTRONIC  PIC X(30).
              10 WS-CON-CHANNEL     PIC X(01).

      * EACH BOUNCE, AND THE SENT LINE IT BOUNCES, FOUND ON
      * THE HISTORY BEFORE ANYTHING IS APPENDED TO IT
       01  WS-MAX-BOUNCES           PIC 9(04) COMP VALUE 500.
       01  WS-BOUNCE-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-BOUNCE-TABLE.
           05 WS-BOUNCE-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-BOUNCE-COUNT
                 INDEXED BY BNC-IDX.
              10 WS-BNC-NOTICE-ID   PIC X(14).
              10 WS-BNC-REASON      PIC X(20).
              10 WS-BNC-STATE       PIC X(01).
                 88 BNC-UNMATCHED   VALUE 'N'.
                 88 BNC-SENT-FOUND  VALUE 'F'.
                 88 BNC-RECORDED    VALUE 'D'.
              10 WS-BNC-ORIGINAL    PIC X(271).

       01  WS-LAST-SEQ              PIC 9(06) VALUE ZERO.

      * THE NOTICE'S WORDING - HEADING PLUS BODY LINES
       01  WS-LETTER-HEADING        PIC X(72).
       01  WS-BODY-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-BODY-SUB              PIC 9(02) COMP.
       01  WS-VAR-SUB               PIC 9(01) COMP.
       01  WS-BODY-TABLE.
           05 WS-BODY-LINE          PIC X(72) OCCURS 8 TIMES.
       01  WS-TEXT-LINE             PIC X(72).
       01  WS-LINE-NO               PIC 9(02).

       01  WS-MAIL-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-MAIL-HASH             PIC 9(11) VALUE ZERO.
       01  WS-GATE-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-GATE-HASH             PIC 9(11) VALUE ZERO.

       01  WS-COUNTERS.
           05 WS-QUEUED-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 WS-MAILED-COUNT       PIC 9(05) COMP VALUE ZERO.
           05 WS-SENT-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-WITHHELD-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 WS-UNDELIV-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 WS-BOUNCED-COUNT      PIC 9(05) COMP VALUE ZERO.
           05 WS-REMAILED-COUNT     PIC 9(05) COMP VALUE ZERO.
           05 WS-REPEAT-BNC-COUNT   PIC 9(05) COMP VALUE ZERO.
           05 WS-UNMATCHED-COUNT    PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(70).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-COUNT-ED2             PIC ZZZZ9.
       01  WS-SEQ-ED                PIC 9(06).

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-BOUNCES THRU 2000-EXIT.
           PERFORM 3000-DISPATCH-QUEUE THRU 3000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-REJECTED-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

      *-------------------------------------------------
      * THE EMPLOYEE AND CONTACT FILES ARE SMALL ENOUGH TO
      * TABLE; CUSTOMER-MASTER IS READ BY KEY. THE BOUNCES
      * ARE LOADED BEFORE THE HISTORY IS SCANNED SO ONE
      * PASS FINDS BOTH THE LAST SEQUENCE USED TODAY (A
      * RERUN CARRIES ON FROM IT) AND THE SENT LINE EACH
      * BOUNCE REFERS TO.
      *-------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT NOTIFY-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NOTIFICATION DISPATCH  RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.
           MOVE 'NOTICE ID      T RECIPIENT  TEMPLATE C S REASON'
               TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET MASTER-OPEN TO TRUE
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
                  UNTIL END-OF-FILE
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT CONTACT-MASTER.
           IF WS-CONTACT-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-CONTACT THRU 1200-EXIT
                  UNTIL END-OF-FILE
                     OR WS-CONTACT-COUNT >= WS-MAX-CONTACTS
              CLOSE CONTACT-MASTER
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT BOUNCE-RETURNS.
           IF WS-BOUNCE-STATUS = '00' THEN
              PERFORM 1300-LOAD-BOUNCE THRU 1300-EXIT
                  UNTIL END-OF-FILE
                     OR WS-BOUNCE-COUNT >= WS-MAX-BOUNCES
              CLOSE BOUNCE-RETURNS
           END-IF.

           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT NOTIFY-HISTORY.
           IF WS-NOTIFY-HISTORY-STATUS = '00' THEN
              PERFORM 1400-SCAN-HISTORY THRU 1400-EXIT
                  UNTIL END-OF-FILE
              CLOSE NOTIFY-HISTORY
           END-IF.

           OPEN EXTEND NOTIFY-HISTORY.
           IF WS-NOTIFY-HISTORY-STATUS = '35' THEN
              OPEN OUTPUT NOTIFY-HISTORY
           END-IF.

           OPEN OUTPUT MAIL-BATCH.
           OPEN OUTPUT GATEWAY-FILE.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-TYPE.
           MOVE CYC-RUN-DATE TO CTL-BUSINESS-DATE.
           MOVE SPACES TO MAIL-BATCH-RECORD.
           MOVE CONTROL-RECORD TO MAIL-BATCH-RECORD(1:23).
           WRITE MAIL-BATCH-RECORD.
           MOVE SPACES TO GATEWAY-RECORD.
           MOVE CONTROL-RECORD TO GATEWAY-RECORD(1:23).
           WRITE GATEWAY-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END
                 SET END-OF-FILE TO TRUE
                 GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMP-ID   TO WS-EMP-ID(WS-EMPLOYEE-COUNT).
           MOVE EMP-NOM  TO WS-EMP-NOM(WS-EMPLOYEE-COUNT).
           MOVE EMP-NOTIFY-CHANNEL
               TO WS-EMP-CHANNEL(WS-EMPLOYEE-COUNT).
           MOVE EMP-POSTAL-ADDR
               TO WS-EMP-POSTAL(WS-EMPLOYEE-COUNT).
           MOVE EMP-ELECTRONIC-ADDR
               TO WS-EMP-ELECTRONIC(WS-EMPLOYEE-COUNT).
       1100-EXIT.
           EXIT.

       1200-LOAD-CONTACT.
           READ CONTACT-MASTER
              AT END
                 SET END-OF-FILE TO TRUE
                 GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-CONTACT-COUNT.
           MOVE SC-STUDENT-ID
               TO WS-CON-STUDENT-ID(WS-CONTACT-COUNT).
           MOVE SC-GUARDIAN-NOM
               TO WS-CON-GUARDIAN(WS-CONTACT-COUNT).
           MOVE SC-POSTAL-ADDR
               TO WS-CON-POSTAL(WS-CONTACT-COUNT).
           MOVE SC-ELECTRONIC-ADDR
               TO WS-CON-ELECTRONIC(WS-CONTACT-COUNT).
           MOVE SC-PREF-CHANNEL
               TO WS-CON-CHANNEL(WS-CONTACT-COUNT).
       1200-EXIT.
           EXIT.

       1300-LOAD-BOUNCE.
           READ BOUNCE-RETURNS
              AT END
                 SET END-OF-FILE TO TRUE
                 GO TO 1300-EXIT
           END-READ.
           IF BOUNCE-RETURN-RECORD(1:3) = 'HDR'
              OR BOUNCE-RETURN-RECORD(1:3) = 'TRL' THEN
              GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-BOUNCE-COUNT.
           MOVE NB-NOTICE-ID TO WS-BNC-NOTICE-ID(WS-BOUNCE-COUNT).
           MOVE NB-REASON    TO WS-BNC-REASON(WS-BOUNCE-COUNT).
           MOVE 'N'          TO WS-BNC-STATE(WS-BOUNCE-COUNT).
           MOVE SPACES       TO WS-BNC-ORIGINAL(WS-BOUNCE-COUNT).
       1300-EXIT.
           EXIT.

       1400-SCAN-HISTORY.
           READ NOTIFY-HISTORY INTO NOTIFY-HISTORY-RECORD
              AT END
                 SET END-OF-FILE TO TRUE
                 GO TO 1400-EXIT
           END-READ.
           IF NH-NOTICE-DATE = CYC-RUN-DATE
              AND NH-NOTICE-SEQ > WS-LAST-SEQ THEN
              MOVE NH-NOTICE-SEQ TO WS-LAST-SEQ
           END-IF.
           PERFORM 1410-MATCH-BOUNCE THRU 1410-EXIT
               VARYING BNC-IDX FROM 1 BY 1
               UNTIL BNC-IDX > WS-BOUNCE-COUNT.
       1400-EXIT.
           EXIT.

      *-------------------------------------------------
      * A B LINE ALREADY ON THE HISTORY MEANS THE BOUNCE
      * WAS PROCESSED BY AN EARLIER RUN (THE GATEWAY
      * RESENDS ITS WHOLE FILE) AND IS NOT APPLIED TWICE.
      *-------------------------------------------------
       1410-MATCH-BOUNCE.
           IF WS-BNC-NOTICE-ID(BNC-IDX) NOT = NH-NOTICE-ID THEN
              GO TO 1410-EXIT
           END-IF.
           IF NH-BOUNCED THEN
              MOVE 'D' TO WS-BNC-STATE(BNC-IDX)
              GO TO 1410-EXIT
           END-IF.
           IF NH-SENT AND NOT BNC-RECORDED(BNC-IDX) THEN
              MOVE 'F' TO WS-BNC-STATE(BNC-IDX)
              MOVE NOTIFY-HISTORY-RECORD
                  TO WS-BNC-ORIGINAL(BNC-IDX)
           END-IF.
       1410-EXIT.
           EXIT.

       2000-PROCESS-BOUNCES.
           PERFORM 2100-PROCESS-ONE-BOUNCE THRU 2100-EXIT
               VARYING BNC-IDX FROM 1 BY 1
               UNTIL BNC-IDX > WS-BOUNCE-COUNT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE BOUNCED NOTICE KEEPS ITS ID. THE B LINE CARRIES
      * THE GATEWAY'S REASON; WHEN THE RECIPIENT HAS A
      * POSTAL ADDRESS THE SAME WORDING IS PRINTED AND AN M
      * LINE FOLLOWS, SO THE LATEST STATUS IS MAILED.
      *-------------------------------------------------
       2100-PROCESS-ONE-BOUNCE.
           IF BNC-RECORDED(BNC-IDX) THEN
              ADD 1 TO WS-REPEAT-BNC-COUNT
              GO TO 2100-EXIT
           END-IF.
           IF BNC-UNMATCHED(BNC-IDX) THEN
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING WS-BNC-NOTICE-ID(BNC-IDX)
                  ' BOUNCE FOR A NOTICE NOT SENT - IGNORED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO NOTIFY-REPORT-RECORD
              WRITE NOTIFY-REPORT-RECORD
              GO TO 2100-EXIT
           END-IF.

           MOVE WS-BNC-ORIGINAL(BNC-IDX) TO NOTIFY-HISTORY-RECORD.
           MOVE CYC-RUN-DATE             TO NH-STATUS-DATE.
           SET NH-BOUNCED                TO TRUE.
           MOVE WS-BNC-REASON(BNC-IDX)   TO NH-REASON.
           PERFORM 8100-WRITE-HISTORY THRU 8100-EXIT.
           ADD 1 TO WS-BOUNCED-COUNT.

           PERFORM 5000-FIND-RECIPIENT THRU 5000-EXIT.
           IF NOT RECIPIENT-FOUND
              OR WS-RCP-POSTAL = SPACES THEN
              GO TO 2100-EXIT
           END-IF.
           MOVE 'N'                      TO WS-NO-CONTACT-SW.
           MOVE WS-RCP-NOM               TO NH-RECIPIENT-NOM.
           SET NH-BY-POST                TO TRUE.
           MOVE WS-RCP-POSTAL            TO NH-ADDRESS.
           SET NH-MAILED                 TO TRUE.
           MOVE 'RE-MAILED - BOUNCED'    TO NH-REASON.
           PERFORM 7000-BUILD-LETTER THRU 7000-EXIT.
           PERFORM 8200-WRITE-MAIL-LETTER THRU 8200-EXIT.
           PERFORM 8100-WRITE-HISTORY THRU 8100-EXIT.
           ADD 1 TO WS-REMAILED-COUNT.
       2100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE QUEUE IS EMPTIED ONCE IT HAS BEEN READ TO THE
      * END - TOMORROW'S WRITERS START A FRESH ONE.
      *-------------------------------------------------
       3000-DISPATCH-QUEUE.
           OPEN INPUT NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS NOT = '00' THEN
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-DISPATCH-ONE-NOTICE THRU 3100-EXIT
               UNTIL END-OF-QUEUE.
           CLOSE NOTIFICATION-QUEUE.
           OPEN OUTPUT NOTIFICATION-QUEUE.
           CLOSE NOTIFICATION-QUEUE.
       3000-EXIT.
           EXIT.

       3100-DISPATCH-ONE-NOTICE.
           READ NOTIFICATION-QUEUE
              AT END
                 SET END-OF-QUEUE TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-QUEUED-COUNT.

           MOVE NQ-TEMPLATE-CODE TO WS-TEMPLATE-CODE.
           MOVE NQ-CHANNEL       TO WS-QUEUE-CHANNEL.
           MOVE SPACES           TO WS-REJECT-REASON.
           EVALUATE TRUE
              WHEN NOT NQ-GUEST AND NOT NQ-PARENT
                   AND NOT NQ-STAFF
                 MOVE 'BAD RECIPIENT TYPE' TO WS-REJECT-REASON
              WHEN NQ-RECIPIENT-ID = SPACES
                 MOVE 'NO RECIPIENT ID'    TO WS-REJECT-REASON
              WHEN NOT KNOWN-TEMPLATE
                 MOVE 'UNKNOWN TEMPLATE'   TO WS-REJECT-REASON
              WHEN NOT VALID-QUEUE-CHANNEL
                 MOVE 'BAD CHANNEL'        TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES THEN
              PERFORM 8400-WRITE-REJECT THRU 8400-EXIT
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-LAST-SEQ.
           MOVE SPACES            TO NOTIFY-HISTORY-RECORD.
           MOVE CYC-RUN-DATE      TO NH-NOTICE-DATE.
           MOVE WS-LAST-SEQ       TO NH-NOTICE-SEQ.
           MOVE CYC-RUN-DATE      TO NH-STATUS-DATE.
           MOVE NQ-RECIPIENT-TYPE TO NH-RECIPIENT-TYPE.
           MOVE NQ-RECIPIENT-ID   TO NH-RECIPIENT-ID.
           MOVE NQ-TEMPLATE-CODE  TO NH-TEMPLATE-CODE.
           MOVE NQ-SOURCE         TO NH-SOURCE.
           MOVE NQ-VARIABLES      TO NH-VARIABLES.

           PERFORM 5000-FIND-RECIPIENT THRU 5000-EXIT.
           PERFORM 3200-SET-CHANNEL THRU 3200-EXIT.

           EVALUATE TRUE
              WHEN NH-MAILED
                 PERFORM 7000-BUILD-LETTER THRU 7000-EXIT
                 PERFORM 8200-WRITE-MAIL-LETTER THRU 8200-EXIT
                 ADD 1 TO WS-MAILED-COUNT
              WHEN NH-SENT
                 PERFORM 7000-BUILD-LETTER THRU 7000-EXIT
                 PERFORM 8300-WRITE-GATEWAY-MESSAGE THRU 8300-EXIT
                 ADD 1 TO WS-SENT-COUNT
              WHEN NH-WITHHELD
                 ADD 1 TO WS-WITHHELD-COUNT
              WHEN OTHER
                 ADD 1 TO WS-UNDELIV-COUNT
           END-EVALUATE.
           PERFORM 8100-WRITE-HISTORY THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CHANNEL ON THE QUEUE RECORD OVERRIDES THE
      * RECIPIENT'S PREFERENCE (REPORTCARD SENDS ITS NOTE
      * THE WAY THE CARD WENT) BUT NEVER A DECLINE. NO
      * PREFERENCE MEANS POST.
      *-------------------------------------------------
       3200-SET-CHANNEL.
           MOVE 'N' TO WS-NO-CONTACT-SW.
           IF NOT RECIPIENT-FOUND THEN
              IF NH-RECIPIENT-TYPE = 'P' THEN
                 SET NO-CONTACT-LETTER TO TRUE
                 SET NH-BY-POST        TO TRUE
                 SET NH-MAILED         TO TRUE
                 MOVE 'NO CONTACT ON FILE' TO NH-REASON
              ELSE
                 SET NH-UNDELIVERABLE  TO TRUE
                 MOVE 'NOT ON FILE'    TO NH-REASON
              END-IF
              GO TO 3200-EXIT
           END-IF.

           MOVE WS-RCP-NOM TO NH-RECIPIENT-NOM.
           IF RCP-DECLINED THEN
              SET NH-WITHHELD TO TRUE
              MOVE 'NOTICES DECLINED' TO NH-REASON
              GO TO 3200-EXIT
           END-IF.

           IF WS-QUEUE-CHANNEL NOT = SPACE THEN
              MOVE WS-QUEUE-CHANNEL TO NH-CHANNEL
           ELSE
              MOVE WS-RCP-CHANNEL TO NH-CHANNEL
           END-IF.
           IF NOT NH-BY-EMAIL AND NOT NH-BY-SMS THEN
              SET NH-BY-POST TO TRUE
           END-IF.

           IF NOT NH-BY-POST
              AND WS-RCP-ELECTRONIC = SPACES THEN
              SET NH-BY-POST TO TRUE
              MOVE 'NO E-ADDRESS - POST' TO NH-REASON
           END-IF.

           IF NH-BY-POST THEN
              IF WS-RCP-POSTAL = SPACES THEN
                 SET NH-UNDELIVERABLE TO TRUE
                 MOVE 'NO POSTAL ADDRESS' TO NH-REASON
              ELSE
                 MOVE WS-RCP-POSTAL TO NH-ADDRESS
                 SET NH-MAILED TO TRUE
              END-IF
           ELSE
              MOVE WS-RCP-ELECTRONIC TO NH-ADDRESS
              SET NH-SENT TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE RECIPIENT ON NH-RECIPIENT-TYPE/ID - A GUEST ON
      * CUSTOMER-MASTER, A PARENT ON THE CONTACT FILE BY
      * STUDENT ID, AN EMPLOYEE ON EMPMAST.
      *-------------------------------------------------
       5000-FIND-RECIPIENT.
           MOVE 'N'    TO WS-RCP-FOUND-SW.
           MOVE SPACES TO WS-RCP-NOM WS-RCP-CHANNEL
                          WS-RCP-POSTAL WS-RCP-ELECTRONIC.
           EVALUATE NH-RECIPIENT-TYPE
              WHEN 'G'
                 PERFORM 5100-FIND-GUEST THRU 5100-EXIT
              WHEN 'P'
                 SET CON-IDX TO 1
                 PERFORM 5200-COMPARE-CONTACT THRU 5200-EXIT
                     UNTIL CON-IDX > WS-CONTACT-COUNT
                        OR RECIPIENT-FOUND
              WHEN 'S'
                 SET EMP-IDX TO 1
                 PERFORM 5300-COMPARE-EMPLOYEE THRU 5300-EXIT
                     UNTIL EMP-IDX > WS-EMPLOYEE-COUNT
                        OR RECIPIENT-FOUND
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       5100-FIND-GUEST.
           IF NOT MASTER-OPEN THEN
              GO TO 5100-EXIT
           END-IF.
           MOVE NH-RECIPIENT-ID TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 GO TO 5100-EXIT
           END-READ.
           SET RECIPIENT-FOUND     TO TRUE.
           MOVE CUM-VISITOR-NOM     TO WS-RCP-NOM.
           MOVE CUM-NOTIFY-CHANNEL  TO WS-RCP-CHANNEL.
           MOVE CUM-POSTAL-ADDR     TO WS-RCP-POSTAL.
           MOVE CUM-ELECTRONIC-ADDR TO WS-RCP-ELECTRONIC.
       5100-EXIT.
           EXIT.

       5200-COMPARE-CONTACT.
           IF WS-CON-STUDENT-ID(CON-IDX) = NH-RECIPIENT-ID THEN
              SET RECIPIENT-FOUND TO TRUE
              MOVE WS-CON-GUARDIAN(CON-IDX)   TO WS-RCP-NOM
              MOVE WS-CON-CHANNEL(CON-IDX)    TO WS-RCP-CHANNEL
              MOVE WS-CON-POSTAL(CON-IDX)     TO WS-RCP-POSTAL
              MOVE WS-CON-ELECTRONIC(CON-IDX) TO WS-RCP-ELECTRONIC
           ELSE
              SET CON-IDX UP BY 1
           END-IF.
       5200-EXIT.
           EXIT.

       5300-COMPARE-EMPLOYEE.
           IF WS-EMP-ID(EMP-IDX) = NH-RECIPIENT-ID THEN
              SET RECIPIENT-FOUND TO TRUE
              MOVE WS-EMP-NOM(EMP-IDX)        TO WS-RCP-NOM
              MOVE WS-EMP-CHANNEL(EMP-IDX)    TO WS-RCP-CHANNEL
              MOVE WS-EMP-POSTAL(EMP-IDX)     TO WS-RCP-POSTAL
              MOVE WS-EMP-ELECTRONIC(EMP-IDX) TO WS-RCP-ELECTRONIC
           ELSE
              SET EMP-IDX UP BY 1
           END-IF.
       5300-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE WORDING OF EACH TEMPLATE FROM NH-VARIABLES. THE
      * FILL-INS ARE WRITTEN BY THE RAISING PROGRAM ALREADY
      * EDITED, SO EACH IS TAKEN AT ITS EDITED WIDTH.
      *-------------------------------------------------
       7000-BUILD-LETTER.
           MOVE ZERO   TO WS-BODY-COUNT.
           MOVE SPACES TO WS-BODY-TABLE WS-LETTER-HEADING.
           EVALUATE NH-TEMPLATE-CODE
              WHEN 'RENEWAL'
                 PERFORM 7100-WORD-RENEWAL THRU 7100-EXIT
              WHEN 'MEALLOW'
                 PERFORM 7200-WORD-MEAL-LOW THRU 7200-EXIT
              WHEN 'LIBOVRD'
                 PERFORM 7300-WORD-LIBRARY THRU 7300-EXIT
              WHEN 'RAINCHK'
                 PERFORM 7400-WORD-RAIN-CHECK THRU 7400-EXIT
              WHEN 'RIDESLOT'
                 PERFORM 7500-WORD-RIDE-SLOT THRU 7500-EXIT
              WHEN 'RPTCARD'
                 PERFORM 7600-WORD-REPORT-CARD THRU 7600-EXIT
              WHEN 'PAYSLIP'
                 PERFORM 7700-WORD-PAYSLIP THRU 7700-EXIT
              WHEN 'IMMREM'
                 PERFORM 7750-WORD-IMMUNIZATION THRU 7750-EXIT
              WHEN 'GCEXPIRY'
                 PERFORM 7800-WORD-GIFT-EXPIRY THRU 7800-EXIT
           END-EVALUATE.
       7000-EXIT.
           EXIT.

      * MEMBERSHIPRENEWAL - 1 MEMBER/HOUSEHOLD, 2 EXPIRY,
      * 3 MEMBERSHIPS COVERED (ZZ9)
       7100-WORD-RENEWAL.
           MOVE 'THE PARK - MEMBERSHIP RENEWAL' TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'MEMBERSHIP ' NH-RECIPIENT-ID
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           IF NH-VARIABLE(1)(1:9) = 'HOUSEHOLD' THEN
              STRING 'THE' NH-VARIABLE(3)(1:3)
                  ' MEMBERSHIPS IN YOUR HOUSEHOLD EXPIRE FROM '
                  NH-VARIABLE(2)(1:8) '.'
                  DELIMITED BY SIZE INTO WS-TEXT-LINE
           ELSE
              STRING 'YOUR MEMBERSHIP EXPIRES ON '
                  NH-VARIABLE(2)(1:8) '.'
                  DELIMITED BY SIZE INTO WS-TEXT-LINE
           END-IF.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'RENEW AT GUEST SERVICES BEFORE THEN TO KEEP YOUR'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'MEMBER BENEFITS.' TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7100-EXIT.
           EXIT.

      * MEALACCOUNT - 1 STUDENT NAME, 2 BALANCE (-ZZZZ9.99),
      * 3 NEGATIVE ALLOWANCE (ZZ9.99), 4 BUSINESS DATE
       7200-WORD-MEAL-LOW.
           MOVE 'ECOLE DU PARC - CAFETERIA MEAL ACCOUNT'
               TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'STUDENT ' NH-RECIPIENT-ID(1:6) '  '
               NH-VARIABLE(1)(1:20)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'THE MEAL ACCOUNT BALANCE IS ' NH-VARIABLE(2)(1:9)
               ' AFTER ' NH-VARIABLE(4)(1:8) '.'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'PLEASE TOP UP - MEALS STOP AT A BALANCE OF -'
               NH-VARIABLE(3)(1:6) '.'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7200-EXIT.
           EXIT.

      * LIBRARYOVERDUE - 1 STUDENT NAME, 2 YEAR LEVEL, 3 BOOKS
      * OVERDUE (ZZ9), 4 LOST CHARGE (ZZ,ZZ9.99) OR SPACES,
      * 5 DAYS AFTER WHICH A BOOK IS LOST (ZZZ9)
       7300-WORD-LIBRARY.
           MOVE 'ECOLE DU PARC - SCHOOL LIBRARY' TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'STUDENT ' NH-RECIPIENT-ID(1:6) '  '
               NH-VARIABLE(1)(1:20) '  YEAR ' NH-VARIABLE(2)(1:2)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING NH-VARIABLE(3)(1:3)
               ' LIBRARY BOOK(S) ARE OVERDUE - THE LIBRARY DESK HAS'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'THE TITLES AND DUE DATES.' TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           IF NH-VARIABLE(4) NOT = SPACES THEN
              MOVE SPACES TO WS-TEXT-LINE
              STRING 'BOOKS MARKED LOST ARE CHARGED AT REPLACEMENT '
                  'COST -' NH-VARIABLE(4)(1:9)
                  DELIMITED BY SIZE INTO WS-TEXT-LINE
              PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT
              MOVE 'ON YOUR TUITION ACCOUNT.' TO WS-TEXT-LINE
              PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT
           ELSE
              MOVE SPACES TO WS-TEXT-LINE
              STRING 'BOOKS NOT RETURNED' NH-VARIABLE(5)(1:4)
                  ' DAYS AFTER THE DUE DATE ARE CHARGED'
                  DELIMITED BY SIZE INTO WS-TEXT-LINE
              PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT
              MOVE 'AT REPLACEMENT COST ON YOUR TUITION ACCOUNT.'
                  TO WS-TEXT-LINE
              PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT
           END-IF.
           MOVE 'PLEASE RETURN THEM TO THE LIBRARY AS SOON AS'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'POSSIBLE.' TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7300-EXIT.
           EXIT.

      * RAINCHECK - 1 VOUCHER ID, 2 VISIT DATE, 3 AMOUNT
      * (ZZZZZZ9.99)
       7400-WORD-RAIN-CHECK.
           MOVE 'THE PARK - RAIN CHECK' TO WS-LETTER-HEADING.
           MOVE 'WEATHER CLOSED THE RIDES FOR PART OF YOUR VISIT.'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'YOUR ADMISSION OF' NH-VARIABLE(3)(1:10)
               ' IS GOOD AGAIN FROM ' NH-VARIABLE(2)(1:8)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'ON RAIN-CHECK VOUCHER ' NH-VARIABLE(1)(1:10)
               ' - SHOW IT AT THE GATE.'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7400-EXIT.
           EXIT.

      * RIDERESERVE - 1 RIDE NAME, 2 DATE, 3 SLOT HOUR
       7500-WORD-RIDE-SLOT.
           MOVE 'THE PARK - RIDE ACCESS' TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'YOUR RETURN TIME FOR ' NH-VARIABLE(1)(1:20)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'IS CONFIRMED FOR ' NH-VARIABLE(2)(1:8) ' AT '
               NH-VARIABLE(3)(1:2) ':00 - GO STRAIGHT TO THE ACCESS'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'ENTRANCE.' TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7500-EXIT.
           EXIT.

      * REPORTCARD - 1 STUDENT NAME, 2 BY POST/BY E-MAIL
       7600-WORD-REPORT-CARD.
           MOVE 'ECOLE DU PARC - REPORT CARD' TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'STUDENT ' NH-RECIPIENT-ID(1:6) '  '
               NH-VARIABLE(1)(1:20)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'THIS TERM''S REPORT CARD HAS BEEN SENT '
               NH-VARIABLE(2)(1:9)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'PLEASE CONTACT THE SCHOOL OFFICE IF IT HAS NOT'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'ARRIVED.' TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7600-EXIT.
           EXIT.

      * SALAIRE - 1 PAY DATE
       7700-WORD-PAYSLIP.
           MOVE 'PAYROLL - PAYSLIP' TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'YOUR PAYSLIP FOR THE PAY DATE ' NH-VARIABLE(1)(1:8)
               ' IS READY.'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'YOUR COPY IS HELD BY THE PAYROLL OFFICE.'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7700-EXIT.
           EXIT.

      * IMMUNCHECK - 1 STUDENT NAME, 2 LAST DAY OF GRACE,
      * 3-5 MISSING VACCINES WITH DOSES ON RECORD (THE
      * LAST MAY SAY HOW MANY MORE THE NURSE HAS LISTED)
       7750-WORD-IMMUNIZATION.
           MOVE 'ECOLE DU PARC - SCHOOL HEALTH OFFICE'
               TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'STUDENT ' NH-RECIPIENT-ID(1:6) '  '
               NH-VARIABLE(1)(1:20)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'OUR RECORDS DO NOT SHOW ALL THE IMMUNIZATIONS THE'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'DISTRICT REQUIRES FOR THIS YEAR LEVEL - DOSES ON'
               TO WS-TEXT-LINE.
           MOVE 'RECORD:' TO WS-TEXT-LINE(50:7).
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           PERFORM 7760-WORD-VACCINE THRU 7760-EXIT
               VARYING WS-VAR-SUB FROM 3 BY 1
               UNTIL WS-VAR-SUB > 5.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'PLEASE SEND PROOF TO THE SCHOOL NURSE BY '
               NH-VARIABLE(2)(1:8) '. AFTER THAT DATE THE'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'STUDENT CANNOT ATTEND UNTIL IT IS RECEIVED.'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7750-EXIT.
           EXIT.

       7760-WORD-VACCINE.
           IF NH-VARIABLE(WS-VAR-SUB) = SPACES THEN
              GO TO 7760-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING '   ' NH-VARIABLE(WS-VAR-SUB)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7760-EXIT.
           EXIT.

      * GIFTCARDBREAKAGE - 1 CARD NUMBER, 2 BALANCE
      * (ZZZZZZ9.99), 3 EXPIRY DATE
       7800-WORD-GIFT-EXPIRY.
           MOVE 'THE PARK - GIFT CARD' TO WS-LETTER-HEADING.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'GIFT CARD ' NH-VARIABLE(1)(1:12)
               ' HAS NOT BEEN USED FOR SOME TIME.'
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE SPACES TO WS-TEXT-LINE.
           STRING 'ITS BALANCE OF' NH-VARIABLE(2)(1:10)
               ' WILL EXPIRE ON ' NH-VARIABLE(3)(1:8)
               DELIMITED BY SIZE INTO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
           MOVE 'UNLESS THE CARD IS LOADED OR USED BEFORE THEN.'
               TO WS-TEXT-LINE.
           PERFORM 7900-ADD-BODY-LINE THRU 7900-EXIT.
       7800-EXIT.
           EXIT.

       7900-ADD-BODY-LINE.
           IF WS-BODY-COUNT < 8 THEN
              ADD 1 TO WS-BODY-COUNT
              MOVE WS-TEXT-LINE TO WS-BODY-LINE(WS-BODY-COUNT)
           END-IF.
       7900-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-TYPE.
           MOVE WS-MAIL-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-MAIL-HASH  TO CTL-HASH-TOTAL.
           MOVE SPACES TO MAIL-BATCH-RECORD.
           MOVE CONTROL-RECORD TO MAIL-BATCH-RECORD(1:23).
           WRITE MAIL-BATCH-RECORD.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-TYPE.
           MOVE WS-GATE-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-GATE-HASH  TO CTL-HASH-TOTAL.
           MOVE SPACES TO GATEWAY-RECORD.
           MOVE CONTROL-RECORD TO GATEWAY-RECORD(1:23).
           WRITE GATEWAY-RECORD.
           CLOSE MAIL-BATCH.
           CLOSE GATEWAY-FILE.
           CLOSE NOTIFY-HISTORY.
           IF MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.

           MOVE SPACES TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.
           MOVE WS-QUEUED-COUNT TO WS-COUNT-ED.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'QUEUED         ' WS-COUNT-ED
               '   REJECTED ' WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8010-WRITE-REPORT-LINE THRU 8010-EXIT.
           MOVE WS-MAILED-COUNT TO WS-COUNT-ED.
           MOVE WS-SENT-COUNT TO WS-COUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MAILED         ' WS-COUNT-ED
               '   SENT     ' WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8010-WRITE-REPORT-LINE THRU 8010-EXIT.
           MOVE WS-WITHHELD-COUNT TO WS-COUNT-ED.
           MOVE WS-UNDELIV-COUNT TO WS-COUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WITHHELD       ' WS-COUNT-ED
               '   UNDELIVERABLE ' WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8010-WRITE-REPORT-LINE THRU 8010-EXIT.
           MOVE WS-BOUNCED-COUNT TO WS-COUNT-ED.
           MOVE WS-REMAILED-COUNT TO WS-COUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BOUNCES        ' WS-COUNT-ED
               '   RE-MAILED ' WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8010-WRITE-REPORT-LINE THRU 8010-EXIT.
           MOVE WS-REPEAT-BNC-COUNT TO WS-COUNT-ED.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BOUNCES ALREADY RECORDED ' WS-COUNT-ED
               '   NOT MATCHED ' WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8010-WRITE-REPORT-LINE THRU 8010-EXIT.
           CLOSE NOTIFY-REPORT.
       8000-EXIT.
           EXIT.

       8010-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO NOTIFY-REPORT-RECORD.
           WRITE NOTIFY-REPORT-RECORD.
       8010-EXIT.
           EXIT.

       8100-WRITE-HISTORY.
           WRITE NOTIFY-HISTORY-LINE FROM NOTIFY-HISTORY-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING NH-NOTICE-ID ' ' NH-RECIPIENT-TYPE ' '
               NH-RECIPIENT-ID ' ' NH-TEMPLATE-CODE ' '
               NH-CHANNEL ' ' NH-STATUS ' ' NH-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8010-WRITE-REPORT-LINE THRU 8010-EXIT.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LETTER IN THE PRINT-MAIL BATCH: RULE, HEADING,
      * NAME AND ADDRESS BLOCK, THEN THE BODY. A PARENT
      * WITH NO CONTACT GETS THE SCHOOL OFFICE LINE IN
      * PLACE OF AN ADDRESS, AS THE OLD SCHOOL NOTICES DID.
      *-------------------------------------------------
       8200-WRITE-MAIL-LETTER.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ALL '=' TO WS-TEXT-LINE.
           PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT.
           MOVE WS-LETTER-HEADING TO WS-TEXT-LINE.
           PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT.
           IF NO-CONTACT-LETTER THEN
              MOVE 'NO CONTACT ON FILE - HAND TO THE SCHOOL OFFICE'
                  TO WS-TEXT-LINE
              PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT
           ELSE
              MOVE NH-RECIPIENT-NOM TO WS-TEXT-LINE
              PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT
              MOVE NH-ADDRESS TO WS-TEXT-LINE
              PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT
           END-IF.
           MOVE SPACES TO WS-TEXT-LINE.
           PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT.
           PERFORM 8220-WRITE-MAIL-BODY THRU 8220-EXIT
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB > WS-BODY-COUNT.
           MOVE SPACES TO WS-TEXT-LINE.
           PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT.
       8200-EXIT.
           EXIT.

       8210-WRITE-MAIL-LINE.
           ADD 1 TO WS-LINE-NO.
           MOVE NH-NOTICE-ID TO NM-NOTICE-ID.
           MOVE WS-LINE-NO   TO NM-LINE-NO.
           MOVE WS-TEXT-LINE TO NM-TEXT.
           WRITE MAIL-BATCH-RECORD.
           ADD 1 TO WS-MAIL-COUNT.
           ADD NH-NOTICE-SEQ TO WS-MAIL-HASH.
       8210-EXIT.
           EXIT.

       8220-WRITE-MAIL-BODY.
           MOVE WS-BODY-LINE(WS-BODY-SUB) TO WS-TEXT-LINE.
           PERFORM 8210-WRITE-MAIL-LINE THRU 8210-EXIT.
       8220-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE GATEWAY GETS THE HEADING AND BODY ONLY, EVERY
      * LINE CARRYING THE CHANNEL AND THE ADDRESS - IT
      * JOINS THE LINES OF A NOTICE ID INTO ONE MESSAGE.
      *-------------------------------------------------
       8300-WRITE-GATEWAY-MESSAGE.
           MOVE ZERO TO WS-LINE-NO.
           MOVE WS-LETTER-HEADING TO WS-TEXT-LINE.
           PERFORM 8310-WRITE-GATEWAY-LINE THRU 8310-EXIT.
           PERFORM 8320-WRITE-GATEWAY-BODY THRU 8320-EXIT
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB > WS-BODY-COUNT.
       8300-EXIT.
           EXIT.

       8310-WRITE-GATEWAY-LINE.
           ADD 1 TO WS-LINE-NO.
           MOVE NH-NOTICE-ID TO NG-NOTICE-ID.
           MOVE WS-LINE-NO   TO NG-LINE-NO.
           MOVE NH-CHANNEL   TO NG-CHANNEL.
           MOVE NH-ADDRESS   TO NG-ADDRESS.
           MOVE WS-TEXT-LINE TO NG-TEXT.
           WRITE GATEWAY-RECORD.
           ADD 1 TO WS-GATE-COUNT.
           ADD NH-NOTICE-SEQ TO WS-GATE-HASH.
       8310-EXIT.
           EXIT.

       8320-WRITE-GATEWAY-BODY.
           MOVE WS-BODY-LINE(WS-BODY-SUB) TO WS-TEXT-LINE.
           PERFORM 8310-WRITE-GATEWAY-LINE THRU 8310-EXIT.
       8320-EXIT.
           EXIT.

       8400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REJECTED       ' NQ-RECIPIENT-TYPE ' '
               NQ-RECIPIENT-ID ' ' NQ-TEMPLATE-CODE ' '
               NQ-CHANNEL '   ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8010-WRITE-REPORT-LINE THRU 8010-EXIT.
       8400-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'NOTIFYDISP'     TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           IF WS-REJECTED-COUNT > ZERO THEN
              MOVE WS-REJECTED-COUNT TO WS-COUNT-ED
              STRING 'NOTIFY -' WS-COUNT-ED
                  ' MALFORMED QUEUE RECORDS'
                  DELIMITED BY SIZE INTO CLR-MESSAGE
           ELSE
              MOVE WS-SENT-COUNT TO WS-COUNT-ED
              MOVE WS-MAILED-COUNT TO WS-COUNT-ED2
              STRING 'NOTICES SENT' WS-COUNT-ED ' MAILED'
                  WS-COUNT-ED2
                  DELIMITED BY SIZE INTO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
