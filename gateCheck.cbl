      *               BEFORE THE HEIGHT CHECK. RIDE-MASTER-
      *               RECORD NOW COMES FROM THE SHARED
      *               RIDEMFD COPYBOOK.
      * 15/10/26  AP  ACCESSIBILITY REGISTRATION REPLACES THE
      *               PAPER LETTER AT THE RIDE. EACH DECISION
      *               NOW CARRIES GCD-ACCESS-TYPE - R FOR A
      *               GUEST REGISTERED ON CUSTOMER-MASTER
      *               (REVIEW DATE NOT PASSED), C FOR A
      *               COMPANION KEYED AGAINST ONE (NEW
      *               GCR-COMPANION-OF ON THE REQUEST, SPACES
      *               OTHERWISE). ALLOW/DENY IS UNCHANGED.
      **************************

      **************************
           05 GCR-DATE-OF-BIRTH      PIC 9(08).
           05 GCR-HEIGHT             PIC 9(03).
           05 GCR-RIDE-ID            PIC X(06).
           05 GCR-COMPANION-OF       PIC X(10).

       FD  RIDE-MASTER.
           COPY "ridemfd.cpy".
           05 GCD-DECISION           PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 GCD-REASON             PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 GCD-ACCESS-TYPE        PIC X(01).

       FD  RIDE-STATUS-FILE.
       01  RIDE-STATUS-RECORD.
           05 WS-ALLOW-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-DENY-COUNT          PIC 9(05) COMP VALUE ZERO.
           05 WS-HEIGHT-CHANGE-COUNT PIC 9(05) COMP VALUE ZERO.
           05 WS-ACCESS-COUNT        PIC 9(05) COMP VALUE ZERO.

       01  WS-MASTER-OPEN-SW         PIC X(01) VALUE 'N'.
           88 MASTER-OPEN            VALUE 'Y'.
              END-IF
           END-IF.

           PERFORM 2400-CHECK-ACCESSIBILITY THRU 2400-EXIT.

           WRITE GATE-CHECK-DECISION-RECORD.
           ADD 1 TO WS-VISITOR-COUNT.

       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ACCESSIBILITY TAG FOR THE RIDE ENTRANCE - R FOR A
      * GUEST REGISTERED ON CUSTOMER-MASTER WITH THE
      * REVIEW DATE NOT PASSED (BOARDS BY RETURN-TIME
      * SLOT, NOT THROUGH THE QUEUE), C FOR THE COMPANION
      * KEYED AGAINST SUCH A GUEST. THE DECISION ITSELF
      * IS UNCHANGED - THE SAFETY RULES APPLY TO
      * EVERYONE. NO MASTER MEANS NO TAG, AND THE PAPER
      * LETTER STILL RULES AT THE RIDE.
      *-------------------------------------------------
       2400-CHECK-ACCESSIBILITY.
           MOVE SPACE TO GCD-ACCESS-TYPE.
           IF NOT MASTER-OPEN THEN
              GO TO 2400-EXIT
           END-IF.

           IF GCR-COMPANION-OF NOT = SPACES THEN
              MOVE GCR-COMPANION-OF TO CUM-VISITOR-ID
           ELSE
              MOVE GCR-VISITOR-ID TO CUM-VISITOR-ID
           END-IF.
           READ CUSTOMER-MASTER
              INVALID KEY
                 GO TO 2400-EXIT
           END-READ.

           IF CUM-ACCESS-REGISTERED
              AND CUM-ACCESS-REVIEW-DATE >= WS-RUN-DATE THEN
              IF GCR-COMPANION-OF NOT = SPACES THEN
                 MOVE 'C' TO GCD-ACCESS-TYPE
              ELSE
                 MOVE 'R' TO GCD-ACCESS-TYPE
              END-IF
              ADD 1 TO WS-ACCESS-COUNT
           END-IF.
       2400-EXIT.
           EXIT.

      *-------------------------------------------------
      * MEASURED-HEIGHT WRITE-BACK. A VISITOR ON THE
      * MASTER WHOSE MEASURED HEIGHT DIFFERS FROM CUM-
           DISPLAY 'ALLOWED          : ' WS-ALLOW-COUNT.
           DISPLAY 'DENIED           : ' WS-DENY-COUNT.
           DISPLAY 'HEIGHTS UPDATED  : ' WS-HEIGHT-CHANGE-COUNT.
           DISPLAY 'ACCESSIBILITY    : ' WS-ACCESS-COUNT.
       8000-EXIT.
           EXIT.
