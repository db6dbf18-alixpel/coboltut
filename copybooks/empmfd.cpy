      *          FILE. EMP-DEPARTMENT DRIVES THE PAYROLL
      *          COST DISTRIBUTION TO THE LEDGER - FINANCE
      *          SEES LABOR COST BY AREA INSTEAD OF ONE
      *          FUNDING DEBIT. EMP-NOTIFY-CHANNEL IS HOW
      *          THE EMPLOYEE WANTS PAYSLIP AND OTHER STAFF
      *          NOTICES SENT ('P' POST, 'E' E-MAIL, 'S'
      *          SMS, SPACE - POST TO THE HOME ADDRESS).
      *****************************************************
       01  EMPLOYEE-MASTER-RECORD.
           05 EMP-ID                PIC X(06).
           05 EMP-HIRE-DATE         PIC 9(08).
           05 EMP-TERM-DATE         PIC 9(08).
           05 EMP-DEPARTMENT        PIC X(04).
           05 EMP-NOTIFY-CHANNEL    PIC X(01).
              88 EMP-NOTIFY-VALID   VALUES 'P' 'E' 'S' SPACE.
           05 EMP-POSTAL-ADDR       PIC X(30).
           05 EMP-ELECTRONIC-ADDR   PIC X(30).
