      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CertExpiry.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTHLY LIST FOR THE RIDE
      *               SUPERVISORS OF RIDE OPERATOR
      *               CERTIFICATIONS (CERTMAST, CERTFD
      *               LAYOUT) THAT EXPIRE WITHIN THE NEXT 60
      *               DAYS OF THE RUN DATE, WITH THE
      *               OPERATOR'S NAME FROM THE ROSTER OR THE
      *               EMPLOYEE MASTER AND THE RIDE'S NAME, SO
      *               REFRESHER TRAINING IS BOOKED BEFORE
      *               MANEGE STARTS FLAGGING ADMISSIONS.
      *               CERTIFICATIONS ALREADY EXPIRED ARE
      *               COUNTED ON THE LAST LINE. CALLABLE FROM
      *               MONTHLYCYCLE.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-MASTER ASSIGN TO "CERTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

           SELECT OPERATOR-ROSTER ASSIGN TO "OPERROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-ROSTER-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT EXPIRY-REPORT ASSIGN TO "CERTEXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  CERT-MASTER.
           COPY "certfd.cpy".

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       FD  OPERATOR-ROSTER.
           COPY "operfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  EXPIRY-REPORT.
       01  EXPIRY-REPORT-RECORD     PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CERT-STATUS           PIC X(02).
       01  WS-RIDE-MASTER-STATUS    PIC X(02).
       01  WS-OPERATOR-ROSTER-STATUS PIC X(02).
       01  WS-EMPLOYEE-STATUS       PIC X(02).
       01  WS-EXPIRY-REPORT-STATUS  PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-CERT-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-CERTS       VALUE 'Y'.
           05 WS-RIDE-EOF-SW        PIC X(01) VALUE 'N'.
              88 END-OF-RIDES       VALUE 'Y'.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES   VALUE 'Y'.
           05 WS-RIDE-FOUND-SW      PIC X(01).
              88 RIDE-FOUND         VALUE 'Y'.
           05 WS-PERSON-FOUND-SW    PIC X(01).
              88 PERSON-FOUND       VALUE 'Y'.

       01  WS-WINDOW-DAYS           PIC 9(03) VALUE 60.
       01  WS-RUN-DAY-NUMBER        PIC 9(08).
       01  WS-EXPIRY-DAY-NUMBER     PIC 9(08).
       01  WS-DAYS-LEFT             PIC S9(08).
       01  WS-WINDOW-END-DATE       PIC 9(08).

       01  WS-MAX-RIDES             PIC 9(03) COMP VALUE 100.
       01  WS-RIDE-COUNT            PIC 9(03) COMP VALUE ZERO.
       01  WS-RIDE-TABLE.
           05 WS-RIDE-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-RIDE-COUNT
                 INDEXED BY RID-IDX.
              10 WS-RIDE-ID         PIC X(06).
              10 WS-RIDE-NOM        PIC X(20).

       01  WS-MAX-PEOPLE            PIC 9(04) COMP VALUE 1000.
       01  WS-PERSON-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-PERSON-TABLE.
           05 WS-PERSON-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-PERSON-COUNT
                 INDEXED BY PER-IDX.
              10 WS-PERSON-ID       PIC X(06).
              10 WS-PERSON-NAME     PIC X(20).

       01  WS-EXPIRING-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-CERT-READ-COUNT       PIC 9(05) COMP VALUE ZERO.

       01  WS-OPERATOR-NAME         PIC X(20).
       01  WS-RIDE-NAME             PIC X(20).
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-DAYS-ED               PIC ZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-CERT-STATUS = '00' THEN
              PERFORM 2000-PROCESS-CERT THRU 2000-EXIT
                  UNTIL END-OF-CERTS
              CLOSE CERT-MASTER
           END-IF.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           MOVE ZERO TO CYC-RETURN-CODE.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(CYC-RUN-DATE).
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER
                                        + WS-WINDOW-DAYS).

           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-RIDE THRU 1100-EXIT
                  UNTIL END-OF-RIDES
                     OR WS-RIDE-COUNT >= WS-MAX-RIDES
              CLOSE RIDE-MASTER
           END-IF.

           OPEN INPUT OPERATOR-ROSTER.
           IF WS-OPERATOR-ROSTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-OPERATOR THRU 1200-EXIT
                  UNTIL END-OF-ROSTER
                     OR WS-PERSON-COUNT >= WS-MAX-PEOPLE
              CLOSE OPERATOR-ROSTER
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS = '00' THEN
              PERFORM 1300-LOAD-EMPLOYEE THRU 1300-EXIT
                  UNTIL END-OF-EMPLOYEES
                     OR WS-PERSON-COUNT >= WS-MAX-PEOPLE
              CLOSE EMPLOYEE-MASTER
           END-IF.

           OPEN INPUT CERT-MASTER.
           IF WS-CERT-STATUS = '00' THEN
              PERFORM 2900-READ-CERT THRU 2900-EXIT
           END-IF.

           OPEN OUTPUT EXPIRY-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RIDE OPERATOR CERTIFICATIONS EXPIRING '
               CYC-RUN-DATE ' TO ' WS-WINDOW-END-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE 'OPER   NAME                 RIDE   RIDE NAME'
               TO WS-REPORT-LINE.
           MOVE 'EXPIRES DAYS' TO WS-REPORT-LINE(57:12).
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
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

       1200-LOAD-OPERATOR.
           READ OPERATOR-ROSTER
              AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           IF NOT END-OF-ROSTER THEN
              ADD 1 TO WS-PERSON-COUNT
              MOVE OR-OPERATOR-ID
                  TO WS-PERSON-ID(WS-PERSON-COUNT)
              MOVE OR-OPERATOR-NAME
                  TO WS-PERSON-NAME(WS-PERSON-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-EMPLOYEES TO TRUE
           END-READ.
           IF NOT END-OF-EMPLOYEES THEN
              ADD 1 TO WS-PERSON-COUNT
              MOVE EMP-ID  TO WS-PERSON-ID(WS-PERSON-COUNT)
              MOVE EMP-NOM TO WS-PERSON-NAME(WS-PERSON-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

      *-------------------------------------------------
      * A CERTIFICATION EXPIRING FROM THE RUN DATE TO THE
      * END OF THE WINDOW IS LISTED WITH THE DAYS LEFT.
      * ONE ALREADY PAST ITS EXPIRY IS ONLY COUNTED - IT
      * IS FLAGGED DAILY BY MANEGE WHEN IT IS USED.
      *-------------------------------------------------
       2000-PROCESS-CERT.
           ADD 1 TO WS-CERT-READ-COUNT.
           IF CT-EXPIRY-DATE < CYC-RUN-DATE THEN
              ADD 1 TO WS-EXPIRED-COUNT
              GO TO 2000-READ-NEXT
           END-IF.
           IF CT-EXPIRY-DATE > WS-WINDOW-END-DATE THEN
              GO TO 2000-READ-NEXT
           END-IF.

           COMPUTE WS-EXPIRY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(CT-EXPIRY-DATE).
           COMPUTE WS-DAYS-LEFT =
               WS-EXPIRY-DAY-NUMBER - WS-RUN-DAY-NUMBER.
           MOVE WS-DAYS-LEFT TO WS-DAYS-ED.

           MOVE 'NOT ON FILE' TO WS-OPERATOR-NAME.
           MOVE 'N' TO WS-PERSON-FOUND-SW.
           SET PER-IDX TO 1.
           PERFORM 2100-COMPARE-PERSON THRU 2100-EXIT
               UNTIL PER-IDX > WS-PERSON-COUNT OR PERSON-FOUND.
           MOVE 'NOT ON RIDE-MASTER' TO WS-RIDE-NAME.
           MOVE 'N' TO WS-RIDE-FOUND-SW.
           SET RID-IDX TO 1.
           PERFORM 2200-COMPARE-RIDE THRU 2200-EXIT
               UNTIL RID-IDX > WS-RIDE-COUNT OR RIDE-FOUND.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING CT-OPERATOR-ID ' ' WS-OPERATOR-NAME ' '
               CT-RIDE-ID ' ' WS-RIDE-NAME ' '
               CT-EXPIRY-DATE ' ' WS-DAYS-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           ADD 1 TO WS-EXPIRING-COUNT.

       2000-READ-NEXT.
           PERFORM 2900-READ-CERT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-COMPARE-PERSON.
           IF WS-PERSON-ID(PER-IDX) = CT-OPERATOR-ID THEN
              SET PERSON-FOUND TO TRUE
              MOVE WS-PERSON-NAME(PER-IDX) TO WS-OPERATOR-NAME
           ELSE
              SET PER-IDX UP BY 1
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COMPARE-RIDE.
           IF WS-RIDE-ID(RID-IDX) = CT-RIDE-ID THEN
              SET RIDE-FOUND TO TRUE
              MOVE WS-RIDE-NOM(RID-IDX) TO WS-RIDE-NAME
           ELSE
              SET RID-IDX UP BY 1
           END-IF.
       2200-EXIT.
           EXIT.

       2900-READ-CERT.
           READ CERT-MASTER
              AT END SET END-OF-CERTS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE WS-CERT-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CERTIFICATIONS ON FILE         ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXPIRING WITHIN THE WINDOW     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ALREADY EXPIRED                ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           CLOSE EXPIRY-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'CERTEXPIRY'     TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           MOVE 'CERTIFICATION EXPIRY LIST WRITTEN' TO CLR-MESSAGE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
