      *****************************************************
      * CARDIFD - SHARED RECORD LAYOUT FOR THE MEMBERSHIP
      *           CARD ISSUE HISTORY (DD CARDISS). ONE
      *           RECORD PER PLASTIC CARD EVER ISSUED TO A
      *           VISITOR. THE CARD NUMBER PRINTED ON THE
      *           CARD IS THE VISITOR ID FOLLOWED BY A TWO-
      *           DIGIT SEQUENCE - 01 FOR THE FIRST CARD, ONE
      *           MORE FOR EACH CARD AFTER IT - SO A LOST
      *           CARD CAN BE STOPPED WITHOUT STOPPING THE
      *           MEMBER. ONLY THE HIGHEST SEQUENCE IS EVER
      *           ACTIVE (A). A CARD REPLACED BY A RENEWAL OR
      *           A DAMAGED-CARD REQUEST IS SUPERSEDED (S); A
      *           CARD REPORTED LOST IS HOT-LISTED (H) AND
      *           REFUSED AT THE GATE. CARDPRODUCTION IS THE
      *           ONLY WRITER - A NEW GENERATION EACH NIGHT.
      *****************************************************
       01  CARD-ISSUE-RECORD.
           05 CI-CARD-NUMBER.
              10 CI-VISITOR-ID      PIC X(10).
              10 CI-CARD-SEQ        PIC 9(02).
           05 CI-ISSUE-DATE         PIC 9(08).
           05 CI-ISSUE-REASON       PIC X(01).
           05 CI-EXPIRY-DATE        PIC 9(08).
           05 CI-STATUS             PIC X(01).
              88 CI-ACTIVE          VALUE 'A'.
              88 CI-SUPERSEDED      VALUE 'S'.
              88 CI-HOT-LISTED      VALUE 'H'.
           05 CI-STATUS-DATE        PIC 9(08).
