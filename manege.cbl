      *               TUNED FROM THE LOG. NO RESERVATION
      *               FILE MEANS EVERY HOUR IS ALL WALK-UP
      *               SLACK, AS BEFORE.
      * 15/10/26  AP  RIDE OPERATOR CERTIFICATION. RIDE-
      *               VISITORS NOW CARRIES THE OPERATOR AT
      *               THE RIDE CONSOLE WHEN THE RIDER WAS
      *               LOADED, AND THE AUDIT RECORD CARRIES
      *               IT WITH A CERTIFICATION STATUS. EVERY
      *               ADMISSION IS CHECKED AGAINST THE
      *               CERTIFICATION MASTER (CERTMAST) FOR
      *               THE RUN DATE - AN ADMISSION MADE WITH
      *               NO OPERATOR, AN UNCERTIFIED OPERATOR
      *               OR AN EXPIRED CERTIFICATION RETURNS
      *               CODE 4 SO IT LANDS ON THE EXCEPTION
      *               QUEUE. THE RIDER IS NOT TURNED AWAY -
      *               THE RIDE HAS ALREADY RUN.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.

           SELECT CERT-MASTER ASSIGN TO "CERTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-MASTER-STATUS.

           COPY "cyclgsel.cpy".

      **************************
              88 SUPERVISOR-OVERRIDE VALUE 'Y'.
           05 RV-OVERRIDE-OPER       PIC X(06).
           05 RV-ENTRY-HOUR          PIC 9(02).
           05 RV-RIDE-OPER           PIC X(06).

       FD  SAFETY-AUDIT-LOG.
           COPY "safaufd.cpy".
       FD  OPERATOR-ROSTER.
           COPY "operfd.cpy".

       FD  CERT-MASTER.
           COPY "certfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RIDE-STATUS-STATUS    PIC X(02).
       01  WS-OPERATOR-ROSTER-STATUS PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).
       01  WS-CERT-MASTER-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-RIDE-EOF-SW        PIC X(01) VALUE 'N'.
       01  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-CLOSED-DENY-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NO-SLOT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-UNCERT-ADMIT-COUNT    PIC 9(05) COMP VALUE ZERO.

       01  WS-CERT-EOF-SW           PIC X(01) VALUE 'N'.
           88 END-OF-CERTS          VALUE 'Y'.
       01  WS-CERT-FOUND-SW         PIC X(01).
           88 CERT-FOUND            VALUE 'Y'.
       01  WS-MAX-CERTS             PIC 9(04) COMP VALUE 1000.
       01  WS-CERT-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CERT-COUNT
                 INDEXED BY CRT-IDX.
              10 WS-CERT-RIDE-ID    PIC X(06).
              10 WS-CERT-OPER-ID    PIC X(06).
              10 WS-CERT-FROM-DATE  PIC 9(08).
              10 WS-CERT-TO-DATE    PIC 9(08).

       01  WS-RESERVATIONS-STATUS   PIC X(02).
       01  WS-RESV-EOF-SW           PIC X(01) VALUE 'N'.

           IF WS-REJECTED-COUNT > ZERO
              OR WS-CLOSED-DENY-COUNT > ZERO
              OR WS-NO-SLOT-COUNT > ZERO
              OR WS-UNCERT-ADMIT-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           PERFORM 1150-LOAD-SUPERVISORS THRU 1150-EXIT.
           PERFORM 1200-LOAD-RIDE-STATUS THRU 1200-EXIT.
           PERFORM 1300-LOAD-RESERVATIONS THRU 1300-EXIT.
           PERFORM 1400-LOAD-CERTIFICATIONS THRU 1400-EXIT.
           OPEN INPUT RIDE-MASTER.
           OPEN INPUT RIDE-VISITORS.
           OPEN OUTPUT SAFETY-AUDIT-LOG.
       1360-EXIT.
           EXIT.

      *-------------------------------------------------
      * CERTIFICATIONS HELD BY RIDE OPERATORS. NO FILE
      * MEANS NOBODY IS CERTIFIED, SO EVERY ADMISSION IS
      * FLAGGED - THE SAFE READING OF A MISSING MASTER.
      *-------------------------------------------------
       1400-LOAD-CERTIFICATIONS.
           OPEN INPUT CERT-MASTER.
           IF WS-CERT-MASTER-STATUS = '00' THEN
              PERFORM 1410-LOAD-ONE-CERT THRU 1410-EXIT
                  UNTIL END-OF-CERTS
                     OR WS-CERT-COUNT >= WS-MAX-CERTS
              CLOSE CERT-MASTER
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-CERT.
           READ CERT-MASTER
              AT END SET END-OF-CERTS TO TRUE
           END-READ.
           IF NOT END-OF-CERTS THEN
              ADD 1 TO WS-CERT-COUNT
              MOVE CT-RIDE-ID     TO WS-CERT-RIDE-ID(WS-CERT-COUNT)
              MOVE CT-OPERATOR-ID TO WS-CERT-OPER-ID(WS-CERT-COUNT)
              MOVE CT-CERTIFIED-DATE
                  TO WS-CERT-FROM-DATE(WS-CERT-COUNT)
              MOVE CT-EXPIRY-DATE TO WS-CERT-TO-DATE(WS-CERT-COUNT)
           END-IF.
       1410-EXIT.
           EXIT.

       1420-COMPARE-CERT.
           IF WS-CERT-RIDE-ID(CRT-IDX) = RM-RIDE-ID
              AND WS-CERT-OPER-ID(CRT-IDX) = RV-RIDE-OPER THEN
              SET CERT-FOUND TO TRUE
           ELSE
              SET CRT-IDX UP BY 1
           END-IF.
       1420-EXIT.
           EXIT.

       1260-MATCH-CURRENT-STATUS.
           IF WS-STATUS-RIDE-ID(ST-IDX) = RM-RIDE-ID THEN
              SET STATUS-FOUND TO TRUE
           MOVE RM-MIN-HEIGHT  TO SAL-MIN-HEIGHT.
           ACCEPT SAL-TIME FROM TIME.
           MOVE WS-ENTRY-MODE  TO SAL-ENTRY-MODE.
           MOVE RV-RIDE-OPER   TO SAL-OPERATOR-ID.
           IF SAL-DECISION = 'ADMITTED' OR SAL-DECISION = 'OVERRIDE'
              PERFORM 8150-CHECK-CERTIFICATION THRU 8150-EXIT
           END-IF.
           WRITE SAFETY-AUDIT-RECORD.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE OPERATOR WHO LOADED AN ADMITTED RIDER MUST
      * HOLD A CERTIFICATION FOR THIS RIDE COVERING THE
      * RUN DATE. ANYTHING ELSE IS COUNTED FOR THE
      * EXCEPTION QUEUE.
      *-------------------------------------------------
       8150-CHECK-CERTIFICATION.
           IF RV-RIDE-OPER = SPACES THEN
              SET SAL-CERT-NO-OPERATOR TO TRUE
           ELSE
              MOVE 'N' TO WS-CERT-FOUND-SW
              SET CRT-IDX TO 1
              PERFORM 1420-COMPARE-CERT THRU 1420-EXIT
                  UNTIL CRT-IDX > WS-CERT-COUNT OR CERT-FOUND
              EVALUATE TRUE
                 WHEN NOT CERT-FOUND
                    SET SAL-CERT-MISSING TO TRUE
                 WHEN WS-CERT-FROM-DATE(CRT-IDX) > CYC-RUN-DATE
                    SET SAL-CERT-MISSING TO TRUE
                 WHEN WS-CERT-TO-DATE(CRT-IDX) < CYC-RUN-DATE
                    SET SAL-CERT-EXPIRED TO TRUE
                 WHEN OTHER
                    SET SAL-CERT-CURRENT TO TRUE
              END-EVALUATE
           END-IF.
           IF NOT SAL-CERT-CURRENT THEN
              DISPLAY 'VISITEUR ' RV-VISITOR-ID
                  ' : OPERATEUR ' RV-RIDE-OPER
                  ' NON CERTIFIE SUR CE MANEGE'
              ADD 1 TO WS-UNCERT-ADMIT-COUNT
           END-IF.
       8150-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-UNCERT-ADMIT-COUNT > ZERO
                 MOVE 'RIDE SAFETY - UNCERTIFIED OPERATOR'
                     TO CLR-MESSAGE
              WHEN WS-CLOSED-DENY-COUNT > ZERO
                 MOVE 'RIDE SAFETY - CLOSED-RIDE DENIALS'
                     TO CLR-MESSAGE
