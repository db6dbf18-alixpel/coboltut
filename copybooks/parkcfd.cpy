      *****************************************************
      * PARKCFD - SHARED RECORD LAYOUT FOR THE PARK
      *           OPERATING CALENDAR (DD PARKCAL), ONE LINE
      *           PER DATE IN DATE ORDER, MAINTAINED BY
      *           CALENDARMAINT AND READ THROUGH THE SHARED
      *           PARKCALENDAR MODULE. THE LINE DATED ZERO
      *           CARRIES THE STANDING HOURS FOR ANY DATE
      *           NOT ON FILE. PC-DAY-STATUS 'C' CLOSES THE
      *           DATE. TIMES ARE HHMM. AN EVENT (NAME AND
      *           ITS OWN TIMES) OPENS THE PARK FOR THE
      *           EVENT WINDOW EVEN ON A CLOSED DATE, AND
      *           ON AN OPEN DATE STRETCHES THE DAY TO THE
      *           EARLIER OPENING AND THE LATER CLOSING.
      *****************************************************
       01  PARK-CALENDAR-RECORD.
           05 PC-CAL-DATE           PIC 9(08).
           05 PC-DAY-STATUS         PIC X(01).
              88 PC-DAY-OPEN        VALUE 'O'.
              88 PC-DAY-CLOSED      VALUE 'C'.
           05 PC-OPEN-TIME          PIC 9(04).
           05 PC-CLOSE-TIME         PIC 9(04).
           05 PC-EVENT-NAME         PIC X(20).
           05 PC-EVENT-OPEN-TIME    PIC 9(04).
           05 PC-EVENT-CLOSE-TIME   PIC 9(04).
           05 PC-LAST-CHANGE-OPER   PIC X(06).
           05 PC-LAST-CHANGE-DATE   PIC 9(08).
