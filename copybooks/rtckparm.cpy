      *****************************************************
      * RTCKPARM - PARAMETER AREA FOR THE SHARED BANK
      *            ROUTING CHECK MODULE (ROUTECHECK),
      *            SIGNPARM'S PATTERN. THE CALLER SUPPLIES
      *            THE NINE-DIGIT ROUTING NUMBER AND GETS
      *            BACK RCK-VALID OR RCK-INVALID UNDER THE
      *            SAME 3-7-1 CHECK-DIGIT RULE SALAIRE
      *            APPLIES TO EMP-BANK-ROUTING.
      *****************************************************
       01  RCK-PARM-AREA.
           05 RCK-ROUTING-NUMBER    PIC X(09).
           05 RCK-RESULT            PIC X(01).
              88 RCK-VALID          VALUE 'Y'.
              88 RCK-INVALID        VALUE 'N'.
