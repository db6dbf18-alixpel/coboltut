      *****************************************************
      * LBGTFD - DEPARTMENTAL LABOR BUDGET (LABRBDGT). ONE
      *          ROW PER DEPARTMENT AND MONTH - THE BUDGETED
      *          HEADCOUNT AND THE BUDGETED LABOR COST (BASE
      *          CURRENCY: GROSS PAY PLUS EMPLOYER CHARGES).
      *          KEPT BY LABORBUDGETMAINT, STAMPED WITH THE
      *          SUPERVISOR WHO LAST CHANGED IT. LABORBUDGET
      *          COMPARES IT WITH THE PAYCOST LEDGER AT
      *          MONTH END.
      *****************************************************
       01  LABOR-BUDGET-RECORD.
           05 LBG-DEPARTMENT        PIC X(04).
           05 LBG-MONTH             PIC 9(06).
           05 LBG-HEADCOUNT         PIC 9(04).
           05 LBG-COST              PIC 9(09)V99.
           05 LBG-CHG-OPER          PIC X(06).
           05 LBG-CHG-DATE          PIC 9(08).
