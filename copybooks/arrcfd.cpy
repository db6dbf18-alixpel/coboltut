      *          NO GATE MONEY) - ACQUIRERRECON TIES THE
      *          DAY'S CARD-PAID TOTAL TO THE ACQUIRER'S
      *          SETTLEMENT FILE OFF THIS FIELD.
      *          AC-ACCESS-TYPE IS R FOR A GUEST REGISTERED
      *          FOR ACCESSIBILITY, C FOR A COMPANION
      *          ADMITTED WITH ONE (AC-COMPANION-OF NAMES
      *          THE GUEST), SPACE OTHERWISE. A COMPANION
      *          PAYING NOTHING AT THE GATE CARRIES AN
      *          AC-PRICE OF ZERO, SO THE GATE TAKE EXCLUDES
      *          IT BY CONSTRUCTION; THE PRICE WAIVED IS
      *          KEPT ON AGE2'S ACCESSIBILITY HISTORY.
      *****************************************************
       01  ARRIVAL-CLASSIFIED-RECORD.
           05 AC-VISITOR-ID         PIC X(10).
           05 AC-PASS-ID            PIC X(10).
           05 AC-PARTNER-CODE       PIC X(04).
           05 AC-PAY-METHOD         PIC X(01).
           05 AC-ACCESS-TYPE        PIC X(01).
              88 AC-ACCESS-GUEST    VALUE 'R'.
              88 AC-ACCESS-COMPANION VALUE 'C'.
           05 AC-COMPANION-OF       PIC X(10).
