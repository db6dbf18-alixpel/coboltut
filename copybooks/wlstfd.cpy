      *****************************************************
      * WLSTFD - SANCTIONS WATCHLIST ENTRY (DD WATCHLST),
      *          ONE PER LISTED NAME, REBUILT WHOLE BY
      *          WATCHLISTINTAKE FROM EACH PUBLISHED FILE.
      *          WL-MATCH-NAME IS THE LISTED NAME AFTER THE
      *          SHARED NORMALIZATION IN NAMESCREEN - UPPER
      *          CASE, PUNCTUATION BLANKED, SPACES CLOSED UP
      *          - SO A PARTY'S NAME NORMALIZED THE SAME WAY
      *          COMPARES LIKE FOR LIKE. WL-PUBLISHED-NAME
      *          KEEPS THE LIST'S OWN SPELLING FOR THE
      *          REVIEWER.
      *****************************************************
       01  WATCHLIST-RECORD.
           05 WL-ENTRY-ID           PIC X(10).
           05 WL-LIST-CODE          PIC X(04).
           05 WL-LISTED-DATE        PIC 9(08).
           05 WL-MATCH-NAME         PIC X(40).
           05 WL-PUBLISHED-NAME     PIC X(40).
