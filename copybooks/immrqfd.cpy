      *****************************************************
      * IMMRQFD - SHARED RECORD LAYOUT FOR THE DISTRICT
      *           IMMUNIZATION REQUIREMENTS (IMMREQ). ONE
      *           RECORD PER VACCINE REQUIRED AT A YEAR
      *           LEVEL (STM-YEAR-LEVEL) WITH THE NUMBER OF
      *           DOSES THAT MUST BE ON THE STUDENT'S
      *           HEALTH RECORD. READ BY HEALTHMAINT TO
      *           CHECK VACCINE CODES AND BY IMMUNCHECK FOR
      *           THE COMPLIANCE RUN.
      *****************************************************
       01  IMMUNIZATION-REQ-RECORD.
           05 IR-YEAR-LEVEL         PIC 9(02).
           05 IR-VACCINE-CODE       PIC X(04).
           05 IR-DOSES-REQUIRED     PIC 9(01).
           05 IR-VACCINE-NAME       PIC X(20).
