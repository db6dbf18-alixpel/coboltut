      *****************************************************
      * PCALPARM - PARAMETER AREA FOR THE SHARED PARK
      *            OPERATING CALENDAR MODULE (PARKCALENDAR),
      *            SIGNPARM'S PATTERN. THE CALLER SUPPLIES
      *            THE DATE AND GETS BACK WHETHER THE PARK
      *            IS OPEN, CLOSED OR OPEN FOR AN EVENT, THE
      *            OPENING AND CLOSING TIMES (HHMM) AND THE
      *            SAME WINDOW AS WHOLE HOURS - PCL-OPEN-HOUR
      *            IS THE FIRST HOUR THE PARK IS OPEN IN,
      *            PCL-CLOSE-HOUR THE FIRST HOUR AFTER IT
      *            HAS CLOSED. A CLOSED DATE COMES BACK WITH
      *            ZERO TIMES AND HOURS.
      *****************************************************
       01  PCL-PARM-AREA.
           05 PCL-DATE              PIC 9(08).
           05 PCL-DAY-STATUS        PIC X(01).
              88 PCL-PARK-OPEN      VALUE 'O' 'E'.
              88 PCL-EVENT-DAY      VALUE 'E'.
              88 PCL-PARK-CLOSED    VALUE 'C'.
           05 PCL-OPEN-TIME         PIC 9(04).
           05 PCL-CLOSE-TIME        PIC 9(04).
           05 PCL-OPEN-HOUR         PIC 9(02).
           05 PCL-CLOSE-HOUR        PIC 9(02).
           05 PCL-EVENT-NAME        PIC X(20).
