      *****************************************************
      * SCDRFD - SOCIAL-CHARGE DECLARATION REGISTER. ONE ROW
      *          PER MONTH, BODY AND CONTRIBUTION TYPE
      *          DECLARED BY SOCIALDECLARATION, STATUS D.
      *          SOCIALREMIT (SUPERVISOR ROLE) MARKS A BODY'S
      *          MONTH R WHEN THE PAYMENT IS REMITTED AND
      *          POSTS IT. A RERUN OF THE MONTH REPLACES ROWS
      *          STILL AT D; REMITTED ROWS ARE NEVER CHANGED.
      *****************************************************
       01  DECLARATION-REGISTER-RECORD.
           05 SCD-STATUS            PIC X(01).
              88 SCD-DECLARED       VALUE 'D'.
              88 SCD-REMITTED       VALUE 'R'.
           05 SCD-MONTH             PIC 9(06).
           05 SCD-BODY              PIC X(04).
           05 SCD-CONTRIB-TYPE      PIC X(04).
           05 SCD-EMP-COUNT         PIC 9(05).
           05 SCD-BASE-AMOUNT       PIC 9(09)V99.
           05 SCD-AMOUNT            PIC 9(09)V99.
           05 SCD-LIABILITY-ACCT    PIC X(06).
           05 SCD-DECL-DATE         PIC 9(08).
           05 SCD-REMIT-OPER        PIC X(06).
           05 SCD-REMIT-DATE        PIC 9(08).
