      *               FROM OUR SUBGRAD ENTRIES - WHICH
      *               TRANSCRIPT AND REPORTCARD LABEL AS
      *               IMPORTED.
      * 15/10/26  AP  A REGISTERED TRANSFER STARTS WITH A
      *               ZERO CAFETERIA MEAL BALANCE.
      * 15/10/26  AP  A REGISTERED TRANSFER STARTS WITH AN
      *               EMPTY HEALTH RECORD FOR THE NURSE TO
      *               FILL IN.
      **************************

      **************************
           MOVE WS-SCHOOL-YEAR TO STM-SCHOOL-YEAR.
           MOVE WS-ENTRY-DATE  TO STM-ENTRY-DATE.
           MOVE WS-FAMILY-ID   TO STM-FAMILY-ID.
           MOVE ZERO           TO STM-MEAL-BALANCE.
           MOVE 'N'            TO STM-MEAL-NOTICE-SW.
           INITIALIZE STM-HEALTH-DATA.

           WRITE STUDENT-MASTER-RECORD
              INVALID KEY
