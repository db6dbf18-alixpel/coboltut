      *****************************************************
      * AWHSFD - SHARED RECORD LAYOUT FOR THE AWARD
      *          HISTORY FILE (AWARDHST). TUITIONBILLING
      *          APPENDS ONE RECORD FOR EVERY AWARD IT
      *          APPLIES TO AN INVOICE - THE BILLING TERM,
      *          THE STUDENT AND AWARD, THE FUND CHARGED
      *          AND THE AMOUNT TAKEN OFF THE FEE.
      *          AWARDFUNDRPT READS IT FOR THE TERMLY
      *          REPORT AGAINST EACH FUND'S BUDGET.
      *****************************************************
       01  AWARD-HISTORY-RECORD.
           05 AH-BILL-TERM          PIC X(05).
           05 AH-STUDENT-ID         PIC X(06).
           05 AH-AWARD-SEQ          PIC 9(02).
           05 AH-AWARD-KIND         PIC X(01).
           05 AH-FUND-ID            PIC X(06).
           05 AH-AMOUNT             PIC 9(05)V99.
           05 AH-BILL-DATE          PIC 9(08).
