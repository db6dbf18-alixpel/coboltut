      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ComplaintMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. GUEST COMPLAINT REGISTER
      *               (COMPLNT, CMPLFD LAYOUT) - REPLACES THE
      *               GUEST SERVICES NOTEBOOK. SAME SHAPE AS
      *               GIFTCARDMAINT: OPERSIGNON SIGN-ON, THE
      *               LINE-SEQUENTIAL REGISTER TABLE-LOADED
      *               AND REWRITTEN WHOLE AT EXIT, EVERY
      *               CHANGE APPENDED TO ACTAUDIT. A ADDS A
      *               COMPLAINT FOR A VISITOR ON
      *               CUSTOMER-MASTER WITH ITS CATEGORY AND
      *               THE RIDE OR GATE INVOLVED. R RESOLVES
      *               AN OPEN COMPLAINT; ANY GOODWILL
      *               GRANTED (SUPERVISOR ONLY - IT IS
      *               MONEY) IS WRITTEN AS A LOAD TO AN
      *               ACTIVE GIFT CARD ON THE GIFT-CARD
      *               TRANSACTION FILE, SO GIFTCARDPOST
      *               POSTS IT AND GIFTCARDRECON TIES IT
      *               LIKE ANY OTHER LOAD - NO MORE FREE
      *               TICKETS HANDED OUT WITH NO RECORD.
      *               I INQUIRES, L LISTS OPEN COMPLAINTS.
      * 15/10/26  AP  GIFT-CARD MASTER LAYOUT WIDENED FOR THE
      *               ACTIVITY, HOLDER AND WARNING DATES.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-REGISTER ASSIGN TO "COMPLNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.

           COPY "custmsel.cpy".

           SELECT RIDE-MASTER ASSIGN TO "RIDEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIDE-MASTER-STATUS.

           SELECT GIFT-CARD-MASTER ASSIGN TO "GIFTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GIFT-CARD-STATUS.

           SELECT GIFT-CARD-TRANSACTIONS ASSIGN TO "GCRDTRX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-TRX-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  COMPLAINT-REGISTER.
           COPY "cmplfd.cpy".

           COPY "custmfd.cpy".

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".

       FD  GIFT-CARD-MASTER.
       01  GIFT-CARD-MASTER-RECORD.
           05 GCI-CARD-NUMBER       PIC X(12).
           05 GCI-BALANCE           PIC 9(07)V99.
           05 GCI-ISSUE-DATE        PIC 9(08).
           05 GCI-STATUS            PIC X(01).
           05 GCI-LAST-ACTIVITY     PIC 9(08).
           05 GCI-HOLDER-ID         PIC X(10).
           05 GCI-WARNED-DATE       PIC 9(08).

       FD  GIFT-CARD-TRANSACTIONS.
       01  GIFT-CARD-TRANSACTION-RECORD.
           05 GX-CARD-NUMBER        PIC X(12).
           05 GX-TYPE               PIC X(01).
           05 GX-AMOUNT             PIC 9(05)V99.
           05 GX-TICKET-PRICE       PIC 9(05)V99.
           05 GX-VISITOR-ID         PIC X(10).

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-COMPLAINT-STATUS       PIC X(02).
       01  WS-CUSTOMER-MASTER-STATUS PIC X(02).
       01  WS-RIDE-MASTER-STATUS     PIC X(02).
       01  WS-GIFT-CARD-STATUS       PIC X(02).
       01  WS-CARD-TRX-STATUS        PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-COMPLAINT-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-COMPLAINTS   VALUE 'Y'.
           05 WS-RIDE-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-RIDES        VALUE 'Y'.
           05 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-CARDS        VALUE 'Y'.
           05 WS-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
              88 MASTER-OPEN         VALUE 'Y'.
           05 WS-VISITOR-FOUND-SW    PIC X(01).
              88 VISITOR-FOUND       VALUE 'Y'.
           05 WS-RIDE-FOUND-SW       PIC X(01).
              88 RIDE-FOUND          VALUE 'Y'.
           05 WS-CARD-FOUND-SW       PIC X(01).
              88 CARD-FOUND          VALUE 'Y'.
           05 WS-COMPLAINT-FOUND-SW  PIC X(01).
              88 COMPLAINT-FOUND     VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 ADD-COMPLAINT          VALUE 'A'.
           88 RESOLVE-COMPLAINT      VALUE 'R'.
           88 INQUIRE-COMPLAINT      VALUE 'I'.
           88 LIST-OPEN              VALUE 'L'.
           88 EXIT-MAINT             VALUE 'X'.

       01  WS-TODAY-DATE             PIC 9(08).
       01  WS-COMPLAINT-NO-IN        PIC 9(06).
       01  WS-LAST-COMPLAINT-NO      PIC 9(06) VALUE ZERO.
       01  WS-VISITOR-ID-IN          PIC X(10).
       01  WS-CATEGORY-IN            PIC X(01).
           88 VALID-CATEGORY         VALUES 'R' 'Q' 'S' 'C'
                                            'F' 'B' 'O'.
           88 RIDE-CLOSED-CATEGORY   VALUE 'R'.
       01  WS-RIDE-ID-IN             PIC X(06).
       01  WS-GATE-ID-IN             PIC X(02).
       01  WS-TEXT-IN                PIC X(40).
       01  WS-COMP-AMOUNT-IN         PIC 9(05)V99.
       01  WS-CARD-NUMBER-IN         PIC X(12).
       01  WS-CONFIRM                PIC X(01).
       01  WS-CHANGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-OPEN-LISTED            PIC 9(05) COMP VALUE ZERO.
       01  WS-AMOUNT-ED              PIC ZZZZ9.99.
       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-MAX-RIDES              PIC 9(03) COMP VALUE 100.
       01  WS-RIDE-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-RIDE-TABLE.
           05 WS-RIDE-ENTRY OCCURS 1 TO 100 TIMES
                 DEPENDING ON WS-RIDE-COUNT
                 INDEXED BY RID-IDX.
              10 WS-RIDE-ID          PIC X(06).
              10 WS-RIDE-NOM         PIC X(20).

       01  WS-MAX-CARDS              PIC 9(05) COMP VALUE 2000.
       01  WS-CARD-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-CARD-COUNT
                 INDEXED BY CRD-IDX.
              10 WS-CARD-NUMBER      PIC X(12).
              10 WS-CARD-STATUS      PIC X(01).
                 88 CARD-ACTIVE      VALUE 'A'.

       01  WS-MAX-COMPLAINTS         PIC 9(05) COMP VALUE 5000.
       01  WS-COMPLAINT-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-COMPLAINT-TABLE.
           05 WS-CMP-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-COMPLAINT-COUNT
                 INDEXED BY CMP-IDX.
              10 WS-CMP-RECORD       PIC X(153).
              10 WS-CMP-FIELDS REDEFINES WS-CMP-RECORD.
                 15 WS-CMP-NO        PIC 9(06).
                 15 WS-CMP-VISITOR   PIC X(10).
                 15 WS-CMP-DATE      PIC 9(08).
                 15 WS-CMP-CATEGORY  PIC X(01).
                 15 WS-CMP-RIDE-ID   PIC X(06).
                 15 WS-CMP-GATE-ID   PIC X(02).
                 15 WS-CMP-DESC      PIC X(40).
                 15 WS-CMP-STATUS    PIC X(01).
                    88 CMP-OPEN      VALUE 'O'.
                 15 WS-CMP-RESOLUTION PIC X(40).
                 15 WS-CMP-AMOUNT    PIC 9(05)V99.
                 15 WS-CMP-CARD      PIC X(12).
                 15 WS-CMP-KEYED-BY  PIC X(06).
                 15 WS-CMP-RES-BY    PIC X(06).
                 15 WS-CMP-RES-DATE  PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           IF MASTER-OPEN THEN
              CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * SIGN-ON THROUGH THE SHARED OPERSIGNON MODULE. ANY
      * ROLE MAY KEY AND RESOLVE COMPLAINTS - ONLY THE
      * GOODWILL LOAD NEEDS THE SUPERVISOR ROLE.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'COMPLAINTMNT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS = '00' THEN
              SET MASTER-OPEN TO TRUE
           ELSE
              DISPLAY 'CUSTOMER-MASTER NOT AVAILABLE - NO'
                  ' COMPLAINT CAN BE ADDED THIS SESSION'
           END-IF.

           OPEN INPUT RIDE-MASTER.
           IF WS-RIDE-MASTER-STATUS = '00' THEN
              PERFORM 1100-LOAD-RIDE THRU 1100-EXIT
                  UNTIL END-OF-RIDES
                     OR WS-RIDE-COUNT >= WS-MAX-RIDES
              CLOSE RIDE-MASTER
           END-IF.

           OPEN INPUT GIFT-CARD-MASTER.
           IF WS-GIFT-CARD-STATUS = '00' THEN
              PERFORM 1200-LOAD-CARD THRU 1200-EXIT
                  UNTIL END-OF-CARDS
                     OR WS-CARD-COUNT >= WS-MAX-CARDS
              CLOSE GIFT-CARD-MASTER
           END-IF.

           OPEN INPUT COMPLAINT-REGISTER.
           IF WS-COMPLAINT-STATUS NOT = '00' THEN
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-LOAD-COMPLAINT THRU 1300-EXIT
               UNTIL END-OF-COMPLAINTS
                  OR WS-COMPLAINT-COUNT >= WS-MAX-COMPLAINTS.
           IF NOT END-OF-COMPLAINTS THEN
              DISPLAY 'COMPLAINT TABLE FULL AT ' WS-MAX-COMPLAINTS
                  ' WITH REGISTER UNREAD - RUN ABORTED'
              CLOSE COMPLAINT-REGISTER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE COMPLAINT-REGISTER.
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

       1200-LOAD-CARD.
           READ GIFT-CARD-MASTER
              AT END SET END-OF-CARDS TO TRUE
           END-READ.
           IF NOT END-OF-CARDS THEN
              ADD 1 TO WS-CARD-COUNT
              MOVE GCI-CARD-NUMBER TO WS-CARD-NUMBER(WS-CARD-COUNT)
              MOVE GCI-STATUS      TO WS-CARD-STATUS(WS-CARD-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

       1300-LOAD-COMPLAINT.
           READ COMPLAINT-REGISTER
              AT END SET END-OF-COMPLAINTS TO TRUE
           END-READ.
           IF NOT END-OF-COMPLAINTS THEN
              ADD 1 TO WS-COMPLAINT-COUNT
              MOVE COMPLAINT-RECORD
                  TO WS-CMP-RECORD(WS-COMPLAINT-COUNT)
              IF CP-COMPLAINT-NO > WS-LAST-COMPLAINT-NO THEN
                 MOVE CP-COMPLAINT-NO TO WS-LAST-COMPLAINT-NO
              END-IF
           END-IF.
       1300-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- GUEST COMPLAINT REGISTER --------'.
           DISPLAY 'A - ADD       R - RESOLVE    I - INQUIRE'.
           DISPLAY 'L - LIST OPEN X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN ADD-COMPLAINT
                 PERFORM 3000-ADD-COMPLAINT THRU 3000-EXIT
              WHEN RESOLVE-COMPLAINT
                 PERFORM 4000-RESOLVE-COMPLAINT THRU 4000-EXIT
              WHEN INQUIRE-COMPLAINT
                 PERFORM 5000-INQUIRE-COMPLAINT THRU 5000-EXIT
              WHEN LIST-OPEN
                 PERFORM 5500-LIST-OPEN THRU 5500-EXIT
              WHEN EXIT-MAINT
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A NEW COMPLAINT. THE VISITOR MUST BE ON CUSTOMER-
      * MASTER; A RIDE-CLOSED COMPLAINT MUST NAME THE
      * RIDE, AND ANY RIDE NAMED MUST BE ON RIDE-MASTER.
      * THE NEXT NUMBER FOLLOWS THE HIGHEST ON FILE.
      *-------------------------------------------------
       3000-ADD-COMPLAINT.
           IF NOT MASTER-OPEN THEN
              DISPLAY 'CUSTOMER-MASTER NOT AVAILABLE - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           IF WS-COMPLAINT-COUNT >= WS-MAX-COMPLAINTS THEN
              DISPLAY 'COMPLAINT TABLE IS FULL - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'VISITOR ID ?'.
           MOVE SPACES TO WS-VISITOR-ID-IN.
           ACCEPT WS-VISITOR-ID-IN.
           PERFORM 6000-FIND-VISITOR THRU 6000-EXIT.
           IF NOT VISITOR-FOUND THEN
              DISPLAY 'VISITOR ' WS-VISITOR-ID-IN
                  ' NOT ON CUSTOMER-MASTER - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'VISITOR ' CUM-VISITOR-NOM.

           DISPLAY 'CATEGORY (R RIDE CLOSED / Q QUEUE / S STAFF /'.
           DISPLAY '  C CLEANLINESS / F FOOD / B BILLING / O OTHER) ?'.
           ACCEPT WS-CATEGORY-IN.
           IF NOT VALID-CATEGORY THEN
              DISPLAY 'INVALID CATEGORY - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'RIDE ID (BLANK IF NONE) ?'.
           MOVE SPACES TO WS-RIDE-ID-IN.
           ACCEPT WS-RIDE-ID-IN.
           IF WS-RIDE-ID-IN = SPACES THEN
              IF RIDE-CLOSED-CATEGORY THEN
                 DISPLAY 'A RIDE-CLOSED COMPLAINT NEEDS THE RIDE'
                     ' - NOT ADDED'
                 GO TO 3000-EXIT
              END-IF
           ELSE
              PERFORM 6100-FIND-RIDE THRU 6100-EXIT
              IF NOT RIDE-FOUND THEN
                 DISPLAY 'RIDE ' WS-RIDE-ID-IN
                     ' NOT ON RIDE-MASTER - NOT ADDED'
                 GO TO 3000-EXIT
              END-IF
              DISPLAY 'RIDE ' WS-RIDE-NOM(RID-IDX)
           END-IF.

           DISPLAY 'GATE ID (BLANK IF NONE) ?'.
           MOVE SPACES TO WS-GATE-ID-IN.
           ACCEPT WS-GATE-ID-IN.

           DISPLAY 'DESCRIPTION ?'.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES THEN
              DISPLAY 'DESCRIPTION IS REQUIRED - NOT ADDED'
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-LAST-COMPLAINT-NO.
           ADD 1 TO WS-COMPLAINT-COUNT.
           SET CMP-IDX TO WS-COMPLAINT-COUNT.
           MOVE SPACES               TO WS-CMP-RECORD(CMP-IDX).
           MOVE WS-LAST-COMPLAINT-NO TO WS-CMP-NO(CMP-IDX).
           MOVE WS-VISITOR-ID-IN     TO WS-CMP-VISITOR(CMP-IDX).
           MOVE WS-TODAY-DATE        TO WS-CMP-DATE(CMP-IDX).
           MOVE WS-CATEGORY-IN       TO WS-CMP-CATEGORY(CMP-IDX).
           MOVE WS-RIDE-ID-IN        TO WS-CMP-RIDE-ID(CMP-IDX).
           MOVE WS-GATE-ID-IN        TO WS-CMP-GATE-ID(CMP-IDX).
           MOVE WS-TEXT-IN           TO WS-CMP-DESC(CMP-IDX).
           MOVE 'O'                  TO WS-CMP-STATUS(CMP-IDX).
           MOVE ZERO                 TO WS-CMP-AMOUNT(CMP-IDX).
           MOVE WS-SIGNON-ID         TO WS-CMP-KEYED-BY(CMP-IDX).
           MOVE ZERO                 TO WS-CMP-RES-DATE(CMP-IDX).
           ADD 1 TO WS-CHANGE-COUNT.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE WS-CMP-RECORD(CMP-IDX) TO WS-AUDIT-AFTER.
           MOVE 'A' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'COMPLAINT ' WS-LAST-COMPLAINT-NO ' ADDED'.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * AN OPEN COMPLAINT IS CLOSED WITH ITS RESOLUTION.
      * GOODWILL IS OPTIONAL; WHEN GRANTED IT IS LOADED
      * TO AN ACTIVE GIFT CARD - A LOAD RECORD ON THE
      * GIFT-CARD TRANSACTION FILE FOR THE NEXT POSTING
      * RUN. THE REGISTER KEEPS THE AMOUNT AND CARD.
      *-------------------------------------------------
       4000-RESOLVE-COMPLAINT.
           PERFORM 6300-ACCEPT-COMPLAINT-NO THRU 6300-EXIT.
           IF NOT COMPLAINT-FOUND THEN
              DISPLAY 'COMPLAINT ' WS-COMPLAINT-NO-IN ' NOT ON FILE'
              GO TO 4000-EXIT
           END-IF.
           IF NOT CMP-OPEN(CMP-IDX) THEN
              DISPLAY 'COMPLAINT ' WS-COMPLAINT-NO-IN
                  ' IS ALREADY RESOLVED'
              GO TO 4000-EXIT
           END-IF.
           DISPLAY WS-CMP-VISITOR(CMP-IDX) ' '
               WS-CMP-DESC(CMP-IDX).

           DISPLAY 'RESOLUTION ?'.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           IF WS-TEXT-IN = SPACES THEN
              DISPLAY 'RESOLUTION IS REQUIRED - NOT RESOLVED'
              GO TO 4000-EXIT
           END-IF.

           DISPLAY 'GOODWILL AMOUNT (9(05)V99, ZERO IF NONE) ?'.
           MOVE ZERO TO WS-COMP-AMOUNT-IN.
           ACCEPT WS-COMP-AMOUNT-IN.
           IF WS-COMP-AMOUNT-IN IS NOT NUMERIC THEN
              DISPLAY 'INVALID AMOUNT - NOT RESOLVED'
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO WS-CARD-NUMBER-IN.
           IF WS-COMP-AMOUNT-IN > ZERO THEN
              IF NOT SIGNON-SUPERVISOR THEN
                 DISPLAY 'GOODWILL REQUIRES A SUPERVISOR SIGN-ON'
                     ' - NOT RESOLVED'
                 GO TO 4000-EXIT
              END-IF
              DISPLAY 'GIFT CARD NUMBER ?'
              ACCEPT WS-CARD-NUMBER-IN
              PERFORM 6200-FIND-CARD THRU 6200-EXIT
              IF NOT CARD-FOUND THEN
                 DISPLAY 'CARD ' WS-CARD-NUMBER-IN
                     ' NOT ON FILE - NOT RESOLVED'
                 GO TO 4000-EXIT
              END-IF
              IF NOT CARD-ACTIVE(CRD-IDX) THEN
                 DISPLAY 'CARD ' WS-CARD-NUMBER-IN
                     ' IS NOT ACTIVE - NOT RESOLVED'
                 GO TO 4000-EXIT
              END-IF
              MOVE WS-COMP-AMOUNT-IN TO WS-AMOUNT-ED
              DISPLAY 'LOAD ' WS-AMOUNT-ED ' TO CARD '
                  WS-CARD-NUMBER-IN ' (Y/N) ?'
              ACCEPT WS-CONFIRM
              IF WS-CONFIRM NOT = 'Y' THEN
                 DISPLAY 'NOT RESOLVED'
                 GO TO 4000-EXIT
              END-IF
              PERFORM 4100-WRITE-GOODWILL-LOAD THRU 4100-EXIT
           END-IF.

           MOVE WS-CMP-RECORD(CMP-IDX) TO WS-AUDIT-BEFORE.
           MOVE 'R'               TO WS-CMP-STATUS(CMP-IDX).
           MOVE WS-TEXT-IN        TO WS-CMP-RESOLUTION(CMP-IDX).
           MOVE WS-COMP-AMOUNT-IN TO WS-CMP-AMOUNT(CMP-IDX).
           MOVE WS-CARD-NUMBER-IN TO WS-CMP-CARD(CMP-IDX).
           MOVE WS-SIGNON-ID      TO WS-CMP-RES-BY(CMP-IDX).
           MOVE WS-TODAY-DATE     TO WS-CMP-RES-DATE(CMP-IDX).
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE WS-CMP-RECORD(CMP-IDX) TO WS-AUDIT-AFTER.
           MOVE 'C' TO WS-AUDIT-ACTION.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
           DISPLAY 'COMPLAINT ' WS-COMPLAINT-NO-IN ' RESOLVED'.
       4000-EXIT.
           EXIT.

       4100-WRITE-GOODWILL-LOAD.
           OPEN EXTEND GIFT-CARD-TRANSACTIONS.
           IF WS-CARD-TRX-STATUS = '35' THEN
              OPEN OUTPUT GIFT-CARD-TRANSACTIONS
           END-IF.
           MOVE SPACES            TO GIFT-CARD-TRANSACTION-RECORD.
           MOVE WS-CARD-NUMBER-IN TO GX-CARD-NUMBER.
           MOVE 'L'               TO GX-TYPE.
           MOVE WS-COMP-AMOUNT-IN TO GX-AMOUNT.
           MOVE ZERO              TO GX-TICKET-PRICE.
           MOVE WS-CMP-VISITOR(CMP-IDX) TO GX-VISITOR-ID.
           WRITE GIFT-CARD-TRANSACTION-RECORD.
           CLOSE GIFT-CARD-TRANSACTIONS.
       4100-EXIT.
           EXIT.

       5000-INQUIRE-COMPLAINT.
           PERFORM 6300-ACCEPT-COMPLAINT-NO THRU 6300-EXIT.
           IF NOT COMPLAINT-FOUND THEN
              DISPLAY 'COMPLAINT ' WS-COMPLAINT-NO-IN ' NOT ON FILE'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'COMPLAINT  : ' WS-CMP-NO(CMP-IDX)
               '  DATE ' WS-CMP-DATE(CMP-IDX)
               '  BY ' WS-CMP-KEYED-BY(CMP-IDX).
           DISPLAY 'VISITOR    : ' WS-CMP-VISITOR(CMP-IDX).
           DISPLAY 'CATEGORY   : ' WS-CMP-CATEGORY(CMP-IDX)
               '  RIDE ' WS-CMP-RIDE-ID(CMP-IDX)
               '  GATE ' WS-CMP-GATE-ID(CMP-IDX).
           DISPLAY 'DESCRIPTION: ' WS-CMP-DESC(CMP-IDX).
           IF CMP-OPEN(CMP-IDX) THEN
              DISPLAY 'STATUS     : OPEN'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'STATUS     : RESOLVED ' WS-CMP-RES-DATE(CMP-IDX)
               '  BY ' WS-CMP-RES-BY(CMP-IDX).
           DISPLAY 'RESOLUTION : ' WS-CMP-RESOLUTION(CMP-IDX).
           IF WS-CMP-AMOUNT(CMP-IDX) > ZERO THEN
              MOVE WS-CMP-AMOUNT(CMP-IDX) TO WS-AMOUNT-ED
              DISPLAY 'GOODWILL   : ' WS-AMOUNT-ED
                  '  CARD ' WS-CMP-CARD(CMP-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       5500-LIST-OPEN.
           MOVE ZERO TO WS-OPEN-LISTED.
           DISPLAY 'NO.    DATE     VISITOR    C RIDE   GT'
               ' DESCRIPTION'.
           PERFORM 5510-LIST-ONE THRU 5510-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WS-COMPLAINT-COUNT.
           IF WS-OPEN-LISTED = ZERO THEN
              DISPLAY 'NO OPEN COMPLAINTS'
           END-IF.
       5500-EXIT.
           EXIT.

       5510-LIST-ONE.
           IF CMP-OPEN(CMP-IDX) THEN
              DISPLAY WS-CMP-NO(CMP-IDX) ' '
                  WS-CMP-DATE(CMP-IDX) ' '
                  WS-CMP-VISITOR(CMP-IDX) ' '
                  WS-CMP-CATEGORY(CMP-IDX) ' '
                  WS-CMP-RIDE-ID(CMP-IDX) ' '
                  WS-CMP-GATE-ID(CMP-IDX) ' '
                  WS-CMP-DESC(CMP-IDX)
              ADD 1 TO WS-OPEN-LISTED
           END-IF.
       5510-EXIT.
           EXIT.

       6000-FIND-VISITOR.
           MOVE 'N' TO WS-VISITOR-FOUND-SW.
           MOVE WS-VISITOR-ID-IN TO CUM-VISITOR-ID.
           READ CUSTOMER-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET VISITOR-FOUND TO TRUE
           END-READ.
       6000-EXIT.
           EXIT.

       6100-FIND-RIDE.
           MOVE 'N' TO WS-RIDE-FOUND-SW.
           SET RID-IDX TO 1.
           PERFORM 6110-COMPARE-RIDE THRU 6110-EXIT
               UNTIL RID-IDX > WS-RIDE-COUNT OR RIDE-FOUND.
       6100-EXIT.
           EXIT.

       6110-COMPARE-RIDE.
           IF WS-RIDE-ID(RID-IDX) = WS-RIDE-ID-IN THEN
              SET RIDE-FOUND TO TRUE
           ELSE
              SET RID-IDX UP BY 1
           END-IF.
       6110-EXIT.
           EXIT.

       6200-FIND-CARD.
           MOVE 'N' TO WS-CARD-FOUND-SW.
           SET CRD-IDX TO 1.
           PERFORM 6210-COMPARE-CARD THRU 6210-EXIT
               UNTIL CRD-IDX > WS-CARD-COUNT OR CARD-FOUND.
       6200-EXIT.
           EXIT.

       6210-COMPARE-CARD.
           IF WS-CARD-NUMBER(CRD-IDX) = WS-CARD-NUMBER-IN THEN
              SET CARD-FOUND TO TRUE
           ELSE
              SET CRD-IDX UP BY 1
           END-IF.
       6210-EXIT.
           EXIT.

       6300-ACCEPT-COMPLAINT-NO.
           DISPLAY 'COMPLAINT NUMBER ?'.
           MOVE ZERO TO WS-COMPLAINT-NO-IN.
           ACCEPT WS-COMPLAINT-NO-IN.
           MOVE 'N' TO WS-COMPLAINT-FOUND-SW.
           SET CMP-IDX TO 1.
           PERFORM 6310-COMPARE-COMPLAINT THRU 6310-EXIT
               UNTIL CMP-IDX > WS-COMPLAINT-COUNT
                  OR COMPLAINT-FOUND.
       6300-EXIT.
           EXIT.

       6310-COMPARE-COMPLAINT.
           IF WS-CMP-NO(CMP-IDX) = WS-COMPLAINT-NO-IN THEN
              SET COMPLAINT-FOUND TO TRUE
           ELSE
              SET CMP-IDX UP BY 1
           END-IF.
       6310-EXIT.
           EXIT.

       8000-REWRITE-REGISTER.
           IF WS-CHANGE-COUNT = ZERO THEN
              GO TO 8000-EXIT
           END-IF.
           OPEN OUTPUT COMPLAINT-REGISTER.
           PERFORM 8010-WRITE-COMPLAINT THRU 8010-EXIT
               VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > WS-COMPLAINT-COUNT.
           CLOSE COMPLAINT-REGISTER.
       8000-EXIT.
           EXIT.

       8010-WRITE-COMPLAINT.
           MOVE WS-CMP-RECORD(CMP-IDX) TO COMPLAINT-RECORD.
           WRITE COMPLAINT-RECORD.
       8010-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE. THE
      * CALLER SETS THE ACTION AND THE TWO IMAGES; THE
      * KEY IS THE COMPLAINT NUMBER.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'COMPLAINTMNT' TO AA-PROGRAM.
           MOVE WS-SIGNON-ID   TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-ACTION TO AA-ACTION.
           MOVE WS-CMP-NO(CMP-IDX) TO AA-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE TO AA-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER  TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.
