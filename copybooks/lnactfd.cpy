      *****************************************************
      * LNACTFD - ADVANCE / LOAN ACTIVITY LEDGER (LOANACT).
      *          APPEND-ONLY. ONE ROW PER MOVEMENT ON AN
      *          ADVLOAN ROW - 'D' PAID OUT BY SALAIRE,
      *          'R' A REPAYMENT TAKEN BY SALAIRE, 'F' A
      *          BALANCE RECOVERED FROM FINAL PAY BY
      *          SUPPLEMENTALPAY. THE OUTSTANDING BALANCE IS
      *          THE PRINCIPAL LESS EVERY 'R' AND 'F' ROW,
      *          SO A RESTART CAN NEVER PAY OUT OR RECOVER
      *          THE SAME AMOUNT TWICE. LA-AMOUNT IS IN PAY
      *          CURRENCY, LA-BASE-AMOUNT AS POSTED.
      *****************************************************
       01  LOAN-ACTIVITY-RECORD.
           05 LA-EMP-ID             PIC X(06).
           05 LA-LOAN-NO            PIC 9(02).
           05 LA-ACTION             PIC X(01).
              88 LA-DISBURSED       VALUE 'D'.
              88 LA-REPAID          VALUE 'R'.
              88 LA-FINAL-PAY       VALUE 'F'.
           05 LA-DATE               PIC 9(08).
           05 LA-AMOUNT             PIC 9(06)V99.
           05 LA-BASE-AMOUNT        PIC 9(07)V99.
