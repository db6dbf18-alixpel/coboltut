      *               RECORD IS WRITTEN BACK TO THE LIVE
      *               CUSTOMER-MASTER. SAME REQUEST-LOOP
      *               STYLE AS CUSTOMERMAINT.
      * 15/10/26  AP  THE ARCHIVE PREDATES ACCESSIBILITY
      *               REGISTRATION, SO A RESTORED CUSTOMER
      *               COMES BACK NOT REGISTERED (FLAG 'N',
      *               NO REVIEW DATE) AND RE-REGISTERS
      *               THROUGH CUSTOMERMAINT.
      * 15/10/26  AP  A RESTORED CUSTOMER ALSO COMES BACK
      *               WITH NO RENEWAL MANDATE - THE MEMBER
      *               MANDATES AN ACCOUNT AGAIN THROUGH
      *               CUSTOMERMAINT.
      * 15/10/26  AP  A RESTORED CUSTOMER COMES BACK NOT
      *               SELF-EXCLUDED - CUSTPURGE NEVER PURGES
      *               A CUSTOMER WHOSE EXCLUSION IS STILL
      *               RUNNING.
      * 15/10/26  AP  A RESTORED CUSTOMER COMES BACK WITH NO
      *               NOTIFICATION PREFERENCE OR ADDRESSES -
      *               THE ARCHIVE DOES NOT KEEP THEM; GUEST
      *               SERVICES RE-ENTERS THEM THROUGH
      *               CUSTOMERMAINT.
      **************************

      **************************
              MOVE ARC-DATE-OF-BIRTH     TO CUM-DATE-OF-BIRTH
              MOVE ARC-LAST-HEIGHT       TO CUM-LAST-HEIGHT
              MOVE ARC-MEMBERSHIP-EXPIRY TO CUM-MEMBERSHIP-EXPIRY
              MOVE 'N'                   TO CUM-ACCESS-FLAG
              MOVE ZERO                  TO CUM-ACCESS-REVIEW-DATE
              MOVE SPACES                TO CUM-MANDATE-ACCT-ID
              MOVE ZERO                  TO CUM-MANDATE-TERM
              MOVE ZERO                  TO CUM-DD-RAISED-DATE
              MOVE 'N'                   TO CUM-SELF-EXCL-FLAG
              MOVE ZERO                  TO CUM-SELF-EXCL-START
              MOVE ZERO                  TO CUM-SELF-EXCL-END
              MOVE SPACE                 TO CUM-NOTIFY-CHANNEL
              MOVE SPACES                TO CUM-POSTAL-ADDR
              MOVE SPACES                TO CUM-ELECTRONIC-ADDR
           END-IF.
       3100-EXIT.
           EXIT.
