      *****************************************************
      * HOTLFD - SHARED RECORD LAYOUT FOR THE MEMBERSHIP
      *          CARD HOT LIST (DD HOTLIST). ONE RECORD PER
      *          CARD REPORTED LOST, REWRITTEN IN FULL EACH
      *          NIGHT BY CARDPRODUCTION FROM THE CARD ISSUE
      *          HISTORY AND READ BY AGE2, WHICH REFUSES AN
      *          ARRIVAL PRESENTING A HOT-LISTED CARD.
      *****************************************************
       01  HOT-LIST-RECORD.
           05 HL-CARD-NUMBER.
              10 HL-VISITOR-ID      PIC X(10).
              10 HL-CARD-SEQ        PIC 9(02).
           05 HL-LOST-DATE          PIC 9(08).
