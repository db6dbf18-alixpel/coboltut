      *****************************************************
      * MEALHFD - SHARED RECORD LAYOUT FOR THE CAFETERIA
      *           MEAL-ACCOUNT HISTORY. MEALACCOUNT APPENDS
      *           ONE LINE PER TOP-UP (TYPE T) AND PER MEAL
      *           SERVED (TYPE M), STAMPED WITH THE CYCLE
      *           DATE IT WAS POSTED AND THE BALANCE LEFT ON
      *           STM-MEAL-BALANCE AFTER IT. THE FILE IS A
      *           HISTORY AND IS NEVER REWRITTEN; THE
      *           MONTHLY FAMILY STATEMENT (MEALSTATEMENT)
      *           IS BUILT FROM IT. COPIED BY BOTH SO ADDING
      *           A FIELD ONLY HAS TO CHANGE HERE.
      *****************************************************
       01  MEAL-HISTORY-RECORD.
           05 MH-STUDENT-ID         PIC X(06).
           05 MH-POST-DATE          PIC 9(08).
           05 MH-ENTRY-TYPE         PIC X(01).
              88 MH-TOP-UP                   VALUE 'T'.
              88 MH-MEAL                     VALUE 'M'.
           05 MH-REFERENCE          PIC X(10).
           05 MH-AMOUNT             PIC 9(05)V99.
           05 MH-BALANCE-AFTER      PIC S9(05)V99.
