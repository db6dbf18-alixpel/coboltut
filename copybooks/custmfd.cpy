      *           IN THE MARKETING EXTRACT; ANYTHING ELSE IS
      *           OPTED OUT, WHICH IS A LEGAL REQUIREMENT,
      *           NOT A PREFERENCE.
      *           CUM-ACCESS-FLAG 'Y' REGISTERS THE VISITOR
      *           FOR ACCESSIBILITY ADMISSION (COMPANION
      *           ADMITTED FREE, RETURN-TIME BOARDING SLOTS)
      *           UNTIL CUM-ACCESS-REVIEW-DATE - PAST THAT
      *           DATE THE REGISTRATION IS NOT HONORED UNTIL
      *           GUEST SERVICES REVIEWS IT. ANYTHING ELSE
      *           IN THE FLAG MEANS NOT REGISTERED.
      *           CUM-MANDATE-ACCT-ID IS THE LEDGER ACCOUNT
      *           THE MEMBER HAS MANDATED FOR AUTO-RENEWAL
      *           (SPACES - NO MANDATE), RENEWING FOR
      *           CUM-MANDATE-TERM MONTHS AT A TIME.
      *           CUM-DD-RAISED-DATE IS THE DATE THE RENEWAL
      *           RUN RAISED A DIRECT DEBIT THAT HAS NOT YET
      *           POSTED OR BEEN RETURNED - ZERO MEANS NONE
      *           OUTSTANDING.
      *           CUM-SELF-EXCL-FLAG 'Y' RECORDS THAT THE
      *           VISITOR HAS EXCLUDED THEMSELVES FROM DRAW
      *           TICKET PURCHASES FROM CUM-SELF-EXCL-START
      *           TO CUM-SELF-EXCL-END INCLUSIVE. WHILE IT
      *           IS IN FORCE NO TICKET IS SOLD TO THEM AND
      *           NO PRIZE IS PAID WITHOUT REVIEW. ANYTHING
      *           ELSE IN THE FLAG MEANS NOT EXCLUDED.
      *           CUM-NOTIFY-CHANNEL IS HOW THE VISITOR WANTS
      *           NOTICES SENT - 'P' POST, 'E' E-MAIL, 'S'
      *           SMS, 'N' DECLINED (SERVICE NOTICES ARE
      *           WITHHELD); SPACE MEANS NO PREFERENCE GIVEN
      *           AND NOTICES GO BY POST. CUM-ELECTRONIC-ADDR
      *           IS THE E-MAIL ADDRESS OR MOBILE NUMBER THE
      *           CHANNEL NEEDS. MARKETING CONSENT IS STILL
      *           CUM-CONSENT-FLAG ALONE.
      *****************************************************
       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-RECORD.
           05 CUM-HOUSEHOLD-ID      PIC X(08).
           05 CUM-CONSENT-FLAG      PIC X(01).
              88 CUM-CONSENT-GIVEN  VALUE 'Y'.
           05 CUM-ACCESS-FLAG       PIC X(01).
              88 CUM-ACCESS-REGISTERED VALUE 'Y'.
           05 CUM-ACCESS-REVIEW-DATE PIC 9(08).
           05 CUM-MANDATE-ACCT-ID   PIC X(06).
           05 CUM-MANDATE-TERM      PIC 9(03).
           05 CUM-DD-RAISED-DATE    PIC 9(08).
           05 CUM-SELF-EXCL-FLAG    PIC X(01).
              88 CUM-SELF-EXCLUDED  VALUE 'Y'.
           05 CUM-SELF-EXCL-START   PIC 9(08).
           05 CUM-SELF-EXCL-END     PIC 9(08).
           05 CUM-NOTIFY-CHANNEL    PIC X(01).
              88 CUM-NOTIFY-POST    VALUE 'P'.
              88 CUM-NOTIFY-EMAIL   VALUE 'E'.
              88 CUM-NOTIFY-SMS     VALUE 'S'.
              88 CUM-NOTIFY-DECLINED VALUE 'N'.
              88 CUM-NOTIFY-VALID   VALUES 'P' 'E' 'S' 'N' SPACE.
           05 CUM-POSTAL-ADDR       PIC X(30).
           05 CUM-ELECTRONIC-ADDR   PIC X(30).
