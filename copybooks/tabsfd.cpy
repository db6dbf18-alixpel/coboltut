      *****************************************************
      * TABSFD - SHARED RECORD LAYOUT FOR THE TEACHER
      *          ABSENCE FILE (TCHRABS). ONE RECORD PER
      *          REPORTED ABSENCE - THE TEACHER AS NAMED ON
      *          THE SECTION MASTER, THE FIRST AND LAST
      *          DATE, AND WHETHER THE WHOLE DAY OR ONLY
      *          THE MORNING OR AFTERNOON PERIODS ARE
      *          MISSED. WRITTEN BY COVERASSIGN.
      *****************************************************
       01  TEACHER-ABSENCE-RECORD.
           05 TA-TEACHER            PIC X(20).
           05 TA-FROM-DATE          PIC 9(08).
           05 TA-TO-DATE            PIC 9(08).
           05 TA-DAY-PART           PIC X(01).
              88 TA-FULL-DAY                 VALUE 'F'.
              88 TA-MORNING                  VALUE 'A'.
              88 TA-AFTERNOON                VALUE 'P'.
              88 TA-VALID-PART               VALUES 'F' 'A' 'P'.
           05 TA-REASON             PIC X(20).
