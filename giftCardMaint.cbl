      *               ON PIN REUSE ARE ENFORCED IN ONE
      *               PLACE INSTEAD OF FOURTEEN COPIES OF
      *               THE ROSTER LOOP.
      * 15/10/26  AP  THE MASTER NOW CARRIES THE LAST-ACTIVITY
      *               DATE, HOLDER AND EXPIRY-WARNING DATE
      *               GIFTCARDPOST AND GIFTCARDBREAKAGE
      *               MAINTAIN - CARRIED THROUGH THE TABLE,
      *               SHOWN ON INQUIRY AND IN THE AUDIT
      *               IMAGES. A CARD EXPIRED TO BREAKAGE
      *               (STATUS E) CANNOT BE RE-STATUSED OR
      *               ADJUSTED HERE - ITS BALANCE IS ALREADY
      *               INCOME.
      **************************

      **************************
           05 GCI-BALANCE           PIC 9(07)V99.
           05 GCI-ISSUE-DATE        PIC 9(08).
           05 GCI-STATUS            PIC X(01).
           05 GCI-LAST-ACTIVITY     PIC 9(08).
           05 GCI-HOLDER-ID         PIC X(10).
           05 GCI-WARNED-DATE       PIC 9(08).

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".
           05 IW-BALANCE            PIC 9(07)V99.
           05 IW-ISSUE-DATE         PIC 9(08).
           05 IW-STATUS             PIC X(01).
           05 IW-LAST-ACTIVITY      PIC 9(08).
           05 IW-HOLDER-ID          PIC X(10).
           05 IW-WARNED-DATE        PIC 9(08).

       01  WS-MAX-CARDS              PIC 9(04) COMP VALUE 1000.
       01  WS-CARD-COUNT             PIC 9(04) COMP VALUE ZERO.
              10 WS-TBL-BALANCE     PIC 9(07)V99.
              10 WS-TBL-ISSUE-DATE  PIC 9(08).
              10 WS-TBL-STATUS      PIC X(01).
                 88 TBL-CARD-EXPIRED VALUE 'E'.
              10 WS-TBL-LAST-ACTIVITY PIC 9(08).
              10 WS-TBL-HOLDER-ID   PIC X(10).
              10 WS-TBL-WARNED-DATE PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
                  TO WS-TBL-ISSUE-DATE(WS-CARD-COUNT)
              MOVE GCI-STATUS
                  TO WS-TBL-STATUS(WS-CARD-COUNT)
              MOVE GCI-LAST-ACTIVITY
                  TO WS-TBL-LAST-ACTIVITY(WS-CARD-COUNT)
              MOVE GCI-HOLDER-ID
                  TO WS-TBL-HOLDER-ID(WS-CARD-COUNT)
              MOVE GCI-WARNED-DATE
                  TO WS-TBL-WARNED-DATE(WS-CARD-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.
              DISPLAY 'CARD ' WS-CARD-NUMBER ' NOT ON FILE'
              GO TO 3000-EXIT
           END-IF.
           IF TBL-CARD-EXPIRED(CRD-IDX) THEN
              DISPLAY 'CARD ' WS-CARD-NUMBER
                  ' EXPIRED TO BREAKAGE - STATUS NOT CHANGED'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'NEW STATUS (A/B/C) ?'.
           ACCEPT WS-NEW-STATUS.
              DISPLAY 'CARD ' WS-CARD-NUMBER ' NOT ON FILE'
              GO TO 4000-EXIT
           END-IF.
           IF TBL-CARD-EXPIRED(CRD-IDX) THEN
              DISPLAY 'CARD ' WS-CARD-NUMBER
                  ' EXPIRED TO BREAKAGE - BALANCE NOT CHANGED'
              GO TO 4000-EXIT
           END-IF.

           DISPLAY 'CURRENT BALANCE ' WS-TBL-BALANCE(CRD-IDX).
           DISPLAY 'NEW BALANCE (9(07)V99) ?'.
           DISPLAY 'BALANCE : ' WS-TBL-BALANCE(CRD-IDX).
           DISPLAY 'ISSUED  : ' WS-TBL-ISSUE-DATE(CRD-IDX).
           DISPLAY 'STATUS  : ' WS-TBL-STATUS(CRD-IDX).
           DISPLAY 'LAST USE: ' WS-TBL-LAST-ACTIVITY(CRD-IDX).
           DISPLAY 'HOLDER  : ' WS-TBL-HOLDER-ID(CRD-IDX).
           DISPLAY 'WARNED  : ' WS-TBL-WARNED-DATE(CRD-IDX).
       6000-EXIT.
           EXIT.

           MOVE WS-TBL-BALANCE(CRD-IDX)     TO GCI-BALANCE.
           MOVE WS-TBL-ISSUE-DATE(CRD-IDX)  TO GCI-ISSUE-DATE.
           MOVE WS-TBL-STATUS(CRD-IDX)      TO GCI-STATUS.
           MOVE WS-TBL-LAST-ACTIVITY(CRD-IDX) TO GCI-LAST-ACTIVITY.
           MOVE WS-TBL-HOLDER-ID(CRD-IDX)   TO GCI-HOLDER-ID.
           MOVE WS-TBL-WARNED-DATE(CRD-IDX) TO GCI-WARNED-DATE.
           WRITE GIFT-CARD-MASTER-RECORD.
       8010-EXIT.
           EXIT.
           MOVE WS-TBL-BALANCE(CRD-IDX)     TO IW-BALANCE.
           MOVE WS-TBL-ISSUE-DATE(CRD-IDX)  TO IW-ISSUE-DATE.
           MOVE WS-TBL-STATUS(CRD-IDX)      TO IW-STATUS.
           MOVE WS-TBL-LAST-ACTIVITY(CRD-IDX) TO IW-LAST-ACTIVITY.
           MOVE WS-TBL-HOLDER-ID(CRD-IDX)   TO IW-HOLDER-ID.
           MOVE WS-TBL-WARNED-DATE(CRD-IDX) TO IW-WARNED-DATE.
       8950-EXIT.
           EXIT.
