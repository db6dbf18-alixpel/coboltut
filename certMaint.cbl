      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  CertMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MAINTENANCE OF THE RIDE
      *               OPERATOR CERTIFICATION MASTER
      *               (CERTMAST, CERTFD LAYOUT) - ASSETMAINT'S
      *               SHAPE, SUPERVISOR SIGN-ON ONLY. A
      *               CERTIFIES AN OPERATOR ON A RIDE, OR
      *               RENEWS AN EXISTING CERTIFICATION WITH
      *               NEW DATES; THE OPERATOR MUST BE ON THE
      *               OPERATOR ROSTER OR BE A CURRENT
      *               EMPLOYEE, AND THE RIDE MUST BE ON
      *               RIDE-MASTER. R REVOKES A CERTIFICATION.
      *               L LISTS THE MASTER. EVERY CHANGE IS
      *               STAMPED WITH THE SIGNED-ON SUPERVISOR.
      *               THE FILE IS REWRITTEN WHOLE AT EXIT.
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

       WORKING-STORAGE SECTION.
       01  WS-CERT-STATUS            PIC X(02).
       01  WS-RIDE-MASTER-STATUS     PIC X(02).
       01  WS-OPERATOR-ROSTER-STATUS PIC X(02).
       01  WS-EMPLOYEE-STATUS        PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-CERT-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-CERTS        VALUE 'Y'.
           05 WS-RIDE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-RIDES        VALUE 'Y'.
           05 WS-ROSTER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER       VALUE 'Y'.
           05 WS-EMPLOYEE-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-EMPLOYEES    VALUE 'Y'.
           05 WS-CERT-FOUND-SW       PIC X(01).
              88 CERT-FOUND          VALUE 'Y'.
           05 WS-RIDE-FOUND-SW       PIC X(01).
              88 RIDE-FOUND          VALUE 'Y'.
           05 WS-OPER-FOUND-SW       PIC X(01).
              88 OPER-FOUND          VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 ADD-CERT               VALUE 'A'.
           88 REVOKE-CERT            VALUE 'R'.
           88 LIST-CERTS             VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-OPERATOR-ID-IN         PIC X(06).
       01  WS-RIDE-ID-IN             PIC X(06).
       01  WS-OPERATOR-NAME          PIC X(20).
       01  WS-CERTIFIED-DATE-IN      PIC 9(08).
       01  WS-DATE-IN                PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YEAR           PIC 9(04).
           05 WS-DATE-MONTH          PIC 9(02).
           05 WS-DATE-DAY            PIC 9(02).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-STATE-TEXT             PIC X(08).

       01  WS-MAX-RIDES              PIC 9(03) COMP VALUE 100.
       01  WS-RIDE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-RIDE-TABLE.
           05 WS-RIDE-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-RIDE-COUNT
                 INDEXED BY RID-IDX.
              10 WS-RIDE-ID          PIC X(06).
              10 WS-RIDE-NOM         PIC X(20).

      *-------------------------------------------------
      * EVERYONE WHO MAY BE CERTIFIED - ROSTER OPERATORS
      * AND EMPLOYEES NOT YET TERMINATED.
      *-------------------------------------------------
       01  WS-MAX-PEOPLE             PIC 9(04) COMP VALUE 1000.
       01  WS-PERSON-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-PERSON-TABLE.
           05 WS-PERSON-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-PERSON-COUNT
                 INDEXED BY PER-IDX.
              10 WS-PERSON-ID        PIC X(06).
              10 WS-PERSON-NAME      PIC X(20).

       01  WS-MAX-CERTS              PIC 9(04) COMP VALUE 1000.
       01  WS-CERT-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-CERT-TABLE.
           05 WS-CRT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CERT-COUNT
                 INDEXED BY CRT-IDX.
              10 WS-CRT-RECORD       PIC X(42).
              10 WS-CRT-FIELDS REDEFINES WS-CRT-RECORD.
                 15 WS-CRT-OPER-ID   PIC X(06).
                 15 WS-CRT-RIDE-ID   PIC X(06).
                 15 WS-CRT-FROM-DATE PIC 9(08).
                 15 WS-CRT-TO-DATE   PIC 9(08).
                 15 WS-CRT-CHG-OPER  PIC X(06).
                 15 WS-CRT-CHG-DATE  PIC 9(08).
              10 WS-CRT-REVOKED-SW   PIC X(01).
                 88 CRT-REVOKED      VALUE 'Y'.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-REWRITE-CERTS THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY CERTIFY RIDE
      * OPERATORS. A CLERK SIGN-ON IS REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'CERTMAINT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'CERTIFICATION MAINTENANCE REQUIRES THE'
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
              PERFORM 1400-LOAD-CERT THRU 1400-EXIT
                  UNTIL END-OF-CERTS
                     OR WS-CERT-COUNT >= WS-MAX-CERTS
              CLOSE CERT-MASTER
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
           IF NOT END-OF-EMPLOYEES
              AND (EMP-TERM-DATE = ZERO
                   OR EMP-TERM-DATE > WS-TODAY-DATE) THEN
              ADD 1 TO WS-PERSON-COUNT
              MOVE EMP-ID  TO WS-PERSON-ID(WS-PERSON-COUNT)
              MOVE EMP-NOM TO WS-PERSON-NAME(WS-PERSON-COUNT)
           END-IF.
       1300-EXIT.
           EXIT.

       1400-LOAD-CERT.
           READ CERT-MASTER
              AT END SET END-OF-CERTS TO TRUE
           END-READ.
           IF NOT END-OF-CERTS THEN
              ADD 1 TO WS-CERT-COUNT
              MOVE CERTIFICATION-RECORD
                  TO WS-CRT-RECORD(WS-CERT-COUNT)
              MOVE 'N' TO WS-CRT-REVOKED-SW(WS-CERT-COUNT)
           END-IF.
       1400-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '------- RIDE OPERATOR CERTIFICATION -------'.
           DISPLAY 'A - CERTIFY / RENEW   R - REVOKE'.
           DISPLAY 'L - LIST              X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN ADD-CERT
                 PERFORM 3000-ADD-CERT THRU 3000-EXIT
              WHEN REVOKE-CERT
                 PERFORM 4000-REVOKE-CERT THRU 4000-EXIT
              WHEN LIST-CERTS
                 PERFORM 5000-LIST-CERTS THRU 5000-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NEW CERTIFICATION, OR A RENEWAL OF ONE ALREADY
      * ON FILE FOR THE SAME OPERATOR AND RIDE - THE
      * RENEWAL REPLACES THE DATES ON THAT ROW.
      *-------------------------------------------------
       3000-ADD-CERT.
           PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT.
           IF NOT OPER-FOUND THEN
              DISPLAY 'OPERATOR ' WS-OPERATOR-ID-IN
                  ' IS NOT ON THE ROSTER OR A CURRENT EMPLOYEE'
              GO TO 3000-EXIT
           END-IF.
           IF NOT RIDE-FOUND THEN
              DISPLAY 'RIDE ' WS-RIDE-ID-IN
                  ' IS NOT ON RIDE-MASTER - NOT CERTIFIED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY WS-OPERATOR-NAME ' ON ' WS-RIDE-NOM(RID-IDX).
           IF CERT-FOUND THEN
              DISPLAY 'CURRENTLY CERTIFIED '
                  WS-CRT-FROM-DATE(CRT-IDX) ' TO '
                  WS-CRT-TO-DATE(CRT-IDX) ' - RENEWING'
           ELSE
              IF WS-CERT-COUNT >= WS-MAX-CERTS THEN
                 DISPLAY 'CERTIFICATION TABLE IS FULL'
                     ' - NOT CERTIFIED'
                 GO TO 3000-EXIT
              END-IF
           END-IF.

           DISPLAY 'CERTIFIED DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           IF WS-DATE-IN = ZERO
              OR WS-DATE-IN > WS-TODAY-DATE THEN
              DISPLAY 'INVALID DATE - NOT CERTIFIED'
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-DATE-IN TO WS-CERTIFIED-DATE-IN.
           DISPLAY 'EXPIRY DATE (YYYYMMDD) ?'.
           PERFORM 6200-ACCEPT-DATE THRU 6200-EXIT.
           IF WS-DATE-IN = ZERO
              OR WS-DATE-IN NOT > WS-CERTIFIED-DATE-IN THEN
              DISPLAY 'EXPIRY MUST FOLLOW THE CERTIFIED DATE'
                  ' - NOT CERTIFIED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'CERTIFY ' WS-OPERATOR-ID-IN ' ON '
               WS-RIDE-ID-IN ' UNTIL ' WS-DATE-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT CERTIFIED'
              GO TO 3000-EXIT
           END-IF.

           IF NOT CERT-FOUND THEN
              ADD 1 TO WS-CERT-COUNT
              SET CRT-IDX TO WS-CERT-COUNT
              MOVE SPACES TO WS-CRT-RECORD(CRT-IDX)
              MOVE WS-OPERATOR-ID-IN TO WS-CRT-OPER-ID(CRT-IDX)
              MOVE WS-RIDE-ID-IN     TO WS-CRT-RIDE-ID(CRT-IDX)
              MOVE 'N' TO WS-CRT-REVOKED-SW(CRT-IDX)
           END-IF.
           MOVE WS-CERTIFIED-DATE-IN TO WS-CRT-FROM-DATE(CRT-IDX).
           MOVE WS-DATE-IN           TO WS-CRT-TO-DATE(CRT-IDX).
           MOVE WS-SIGNON-ID         TO WS-CRT-CHG-OPER(CRT-IDX).
           MOVE WS-TODAY-DATE        TO WS-CRT-CHG-DATE(CRT-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'CERTIFICATION RECORDED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A REVOKED CERTIFICATION IS DROPPED WHEN THE FILE
      * IS REWRITTEN - THE OPERATOR IS UNCERTIFIED ON THE
      * RIDE FROM THE NEXT RIDE SAFETY RUN.
      *-------------------------------------------------
       4000-REVOKE-CERT.
           PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT.
           IF NOT CERT-FOUND THEN
              DISPLAY 'NO CERTIFICATION FOR ' WS-OPERATOR-ID-IN
                  ' ON ' WS-RIDE-ID-IN
              GO TO 4000-EXIT
           END-IF.
           DISPLAY 'REVOKE ' WS-OPERATOR-ID-IN ' ON '
               WS-RIDE-ID-IN ' (Y/N) ?'.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' THEN
              DISPLAY 'NOT REVOKED'
              GO TO 4000-EXIT
           END-IF.
           SET CRT-REVOKED(CRT-IDX) TO TRUE.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY 'CERTIFICATION REVOKED'.
       4000-EXIT.
           EXIT.

       5000-LIST-CERTS.
           DISPLAY 'OPER   RIDE   CERTIFIED EXPIRES  STATUS'.
           PERFORM 5100-LIST-ONE THRU 5100-EXIT
               VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT.
           IF WS-CERT-COUNT = ZERO THEN
              DISPLAY 'NO CERTIFICATIONS ON FILE'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           EVALUATE TRUE
              WHEN CRT-REVOKED(CRT-IDX)
                 MOVE 'REVOKED' TO WS-STATE-TEXT
              WHEN WS-CRT-TO-DATE(CRT-IDX) < WS-TODAY-DATE
                 MOVE 'EXPIRED' TO WS-STATE-TEXT
              WHEN OTHER
                 MOVE 'CURRENT' TO WS-STATE-TEXT
           END-EVALUATE.
           DISPLAY WS-CRT-OPER-ID(CRT-IDX) ' '
               WS-CRT-RIDE-ID(CRT-IDX) ' '
               WS-CRT-FROM-DATE(CRT-IDX) ' '
               WS-CRT-TO-DATE(CRT-IDX) ' '
               WS-STATE-TEXT.
       5100-EXIT.
           EXIT.

      *-------------------------------------------------
      * OPERATOR AND RIDE FOR A FUNCTION, LOOKED UP IN THE
      * PEOPLE, RIDE AND CERTIFICATION TABLES.
      *-------------------------------------------------
       6000-ACCEPT-KEY.
           DISPLAY 'OPERATOR ID ?'.
           MOVE SPACES TO WS-OPERATOR-ID-IN.
           ACCEPT WS-OPERATOR-ID-IN.
           DISPLAY 'RIDE ID ?'.
           MOVE SPACES TO WS-RIDE-ID-IN.
           ACCEPT WS-RIDE-ID-IN.

           MOVE 'N' TO WS-OPER-FOUND-SW.
           MOVE SPACES TO WS-OPERATOR-NAME.
           SET PER-IDX TO 1.
           PERFORM 6010-COMPARE-PERSON THRU 6010-EXIT
               UNTIL PER-IDX > WS-PERSON-COUNT OR OPER-FOUND.

           MOVE 'N' TO WS-RIDE-FOUND-SW.
           SET RID-IDX TO 1.
           PERFORM 6020-COMPARE-RIDE THRU 6020-EXIT
               UNTIL RID-IDX > WS-RIDE-COUNT OR RIDE-FOUND.

           MOVE 'N' TO WS-CERT-FOUND-SW.
           SET CRT-IDX TO 1.
           PERFORM 6030-COMPARE-CERT THRU 6030-EXIT
               UNTIL CRT-IDX > WS-CERT-COUNT OR CERT-FOUND.
       6000-EXIT.
           EXIT.

       6010-COMPARE-PERSON.
           IF WS-PERSON-ID(PER-IDX) = WS-OPERATOR-ID-IN THEN
              SET OPER-FOUND TO TRUE
              MOVE WS-PERSON-NAME(PER-IDX) TO WS-OPERATOR-NAME
           ELSE
              SET PER-IDX UP BY 1
           END-IF.
       6010-EXIT.
           EXIT.

       6020-COMPARE-RIDE.
           IF WS-RIDE-ID(RID-IDX) = WS-RIDE-ID-IN THEN
              SET RIDE-FOUND TO TRUE
           ELSE
              SET RID-IDX UP BY 1
           END-IF.
       6020-EXIT.
           EXIT.

       6030-COMPARE-CERT.
           IF WS-CRT-OPER-ID(CRT-IDX) = WS-OPERATOR-ID-IN
              AND WS-CRT-RIDE-ID(CRT-IDX) = WS-RIDE-ID-IN
              AND NOT CRT-REVOKED(CRT-IDX) THEN
              SET CERT-FOUND TO TRUE
           ELSE
              SET CRT-IDX UP BY 1
           END-IF.
       6030-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DATE THAT IS NOT A PLAUSIBLE CALENDAR DATE COMES
      * BACK AS ZERO.
      *-------------------------------------------------
       6200-ACCEPT-DATE.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN IS NOT NUMERIC
              OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
              OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31 THEN
              MOVE ZERO TO WS-DATE-IN
           END-IF.
       6200-EXIT.
           EXIT.

       8000-REWRITE-CERTS.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT CERT-MASTER.
           PERFORM 8100-WRITE-ONE-CERT THRU 8100-EXIT
               VARYING CRT-IDX FROM 1 BY 1
               UNTIL CRT-IDX > WS-CERT-COUNT.
           CLOSE CERT-MASTER.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-CERT.
           IF NOT CRT-REVOKED(CRT-IDX) THEN
              MOVE WS-CRT-RECORD(CRT-IDX) TO CERTIFICATION-RECORD
              WRITE CERTIFICATION-RECORD
           END-IF.
       8100-EXIT.
           EXIT.
