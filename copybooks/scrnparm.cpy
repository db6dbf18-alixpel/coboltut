      *****************************************************
      * SCRNPARM - PARAMETER AREA FOR THE SHARED SANCTIONS
      *            NAME-SCREENING MODULE (NAMESCREEN),
      *            SIGNPARM'S PATTERN. THE CALLER NAMES
      *            ITSELF IN SCR-PROGRAM AND ASKS FOR ONE
      *            OF THREE FUNCTIONS:
      *            S - SCREEN THE PARTY'S NAME AGAINST THE
      *                WATCHLIST; A NEW POSSIBLE HIT IS HELD
      *                ON SCRNHOLD AND AUDITED BY THE MODULE
      *                ITSELF AND COMES BACK AS SCR-NEW-HOLD.
      *            Q - QUERY ONLY - IS THE PARTY UNDER AN
      *                OPEN OR CONFIRMED HOLD.
      *            N - NORMALIZE SCR-PARTY-NAME INTO
      *                SCR-NORM-NAME, FOR THE LIST INTAKE.
      *            SCR-HELD OR SCR-CONFIRMED MEANS PAY OR
      *            POST NOTHING FOR THE PARTY. SCR-NO-LIST
      *            MEANS THERE WAS NO WATCHLIST TO SCREEN
      *            AGAINST.
      *****************************************************
       01  SCR-PARM-AREA.
           05 SCR-FUNCTION          PIC X(01).
              88 SCR-SCREEN-NAME    VALUE 'S'.
              88 SCR-QUERY-HOLD     VALUE 'Q'.
              88 SCR-NORMALIZE      VALUE 'N'.
           05 SCR-PROGRAM           PIC X(12).
           05 SCR-SOURCE            PIC X(01).
           05 SCR-PARTY-ID          PIC X(10).
           05 SCR-PARTY-NAME        PIC X(40).
           05 SCR-RESULT            PIC X(01).
              88 SCR-CLEAR          VALUE 'C'.
              88 SCR-NEW-HOLD       VALUE 'N'.
              88 SCR-HELD           VALUE 'H'.
              88 SCR-CONFIRMED      VALUE 'F'.
              88 SCR-NO-LIST        VALUE 'X'.
              88 SCR-BLOCKED        VALUE 'N' 'H' 'F'.
           05 SCR-HIT-ENTRY-ID      PIC X(10).
           05 SCR-HIT-NAME          PIC X(40).
           05 SCR-HIT-DISTANCE      PIC 9(02).
           05 SCR-NORM-NAME         PIC X(40).
