      *****************************************************
      * NTFHFD - RECORD LAYOUT FOR THE NOTIFICATION
      *          HISTORY. NOTIFYDISPATCH APPENDS ONE LINE
      *          FOR EVERY NOTICE IT MAILS, HANDS TO THE
      *          E-MAIL/SMS GATEWAY OR CANNOT SEND, AND ONE
      *          MORE WHEN THE GATEWAY REPORTS A BOUNCE, SO
      *          THE LATEST LINE FOR A NOTICE ID IS ITS
      *          CURRENT STATUS. GUEST SERVICES ANSWERS
      *          "WAS I TOLD?" FROM HERE (NOTIFYINQUIRY).
      *          NH-NOTICE-ID IS THE DISPATCH DATE PLUS A
      *          SEQUENCE NUMBER WITHIN THAT DATE.
      *          STATUS M - MAILED (PRINT BATCH), S - SENT
      *          TO THE GATEWAY, B - BOUNCED, W - WITHHELD
      *          (RECIPIENT HAS DECLINED NOTICES), U -
      *          UNDELIVERABLE (NO USABLE ADDRESS ON FILE).
      *****************************************************
       01  NOTIFY-HISTORY-RECORD.
           05 NH-NOTICE-ID.
              10 NH-NOTICE-DATE     PIC 9(08).
              10 NH-NOTICE-SEQ      PIC 9(06).
           05 NH-STATUS-DATE        PIC 9(08).
           05 NH-RECIPIENT-TYPE     PIC X(01).
           05 NH-RECIPIENT-ID       PIC X(10).
           05 NH-RECIPIENT-NOM      PIC X(20).
           05 NH-CHANNEL            PIC X(01).
              88 NH-BY-POST         VALUE 'P'.
              88 NH-BY-EMAIL        VALUE 'E'.
              88 NH-BY-SMS          VALUE 'S'.
           05 NH-ADDRESS            PIC X(30).
           05 NH-TEMPLATE-CODE      PIC X(08).
           05 NH-SOURCE             PIC X(08).
           05 NH-STATUS             PIC X(01).
              88 NH-MAILED          VALUE 'M'.
              88 NH-SENT            VALUE 'S'.
              88 NH-BOUNCED         VALUE 'B'.
              88 NH-WITHHELD        VALUE 'W'.
              88 NH-UNDELIVERABLE   VALUE 'U'.
           05 NH-REASON             PIC X(20).
           05 NH-VARIABLES.
              10 NH-VARIABLE        PIC X(30) OCCURS 5.
