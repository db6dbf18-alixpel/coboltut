      *****************************************************
      * TILLDFD - SHARED RECORD LAYOUT FOR THE CASHIER TILL
      *           DECLARATION FILE. TILLDECLARE APPENDS ONE
      *           LINE PER DRAWER COUNTED - THE SIGNED-ON
      *           CASHIER, THE GATE, THE SHIFT AND ITS
      *           HHMM WINDOW, THE OPENING FLOAT ISSUED AND
      *           THE CASH COUNTED AT CLOSE. TILLBALANCE
      *           READS THE BUSINESS DATE'S LINES BACK AND
      *           PROVES EACH COUNT AGAINST THE CASH-TENDER
      *           ADMISSIONS TAKEN AT THAT GATE INSIDE THE
      *           WINDOW. COPIED BY BOTH SO ADDING A FIELD
      *           ONLY HAS TO CHANGE HERE.
      *****************************************************
       01  TILL-DECLARATION-RECORD.
           05 TD-BUSINESS-DATE      PIC 9(08).
           05 TD-GATE-ID            PIC X(02).
              88 TD-CASH-GATE       VALUES 'S1' 'N1'.
           05 TD-SHIFT-CODE         PIC X(01).
              88 TD-VALID-SHIFT     VALUES 'E' 'L'.
           05 TD-SHIFT-START        PIC 9(04).
           05 TD-SHIFT-END          PIC 9(04).
           05 TD-OPERATOR-ID        PIC X(06).
           05 TD-OPENING-FLOAT      PIC 9(05)V99.
           05 TD-COUNTED-CASH       PIC 9(07)V99.
           05 TD-KEYED-TIME         PIC 9(08).
