      *****************************************************
      * AWRDFD - SHARED RECORD LAYOUT FOR THE SCHOLARSHIP
      *          AND BURSARY AWARD MASTER (AWARDMST). ONE
      *          'F' RECORD PER FUNDING SOURCE - A SPONSOR
      *          OR THE SCHOOL'S OWN FUND - CARRYING THE
      *          LEDGER ACCOUNT AN AWARD IS CHARGED TO AND
      *          THE FUND'S TERMLY BUDGET, AND ONE 'A'
      *          RECORD PER AWARD TO A STUDENT: A
      *          PERCENTAGE OF THE TERM FEE OR A FIXED
      *          AMOUNT, FOR A RANGE OF BILLING TERMS
      *          (YYYY + F/S), PAID FROM ONE FUND. A
      *          CANCELLED AWARD STAYS ON FILE. MAINTAINED
      *          BY AWARDMAINT; READ BY TUITIONBILLING AND
      *          AWARDFUNDRPT.
      *****************************************************
       01  AWARD-MASTER-RECORD.
           05 AW-RECORD-TYPE        PIC X(01).
              88 AW-FUND-ENTRY               VALUE 'F'.
              88 AW-AWARD-ENTRY              VALUE 'A'.
           05 AW-FUND-ID            PIC X(06).
           05 AW-FUND-DATA.
              10 AW-FUND-NAME       PIC X(20).
              10 AW-SOURCE-TYPE     PIC X(01).
                 88 AW-SPONSOR               VALUE 'S'.
                 88 AW-SCHOOL-FUND           VALUE 'F'.
              10 AW-LEDGER-ACCT     PIC X(06).
              10 AW-TERM-BUDGET     PIC 9(07)V99.
              10 FILLER             PIC X(20).
           05 AW-AWARD-DATA REDEFINES AW-FUND-DATA.
              10 AW-STUDENT-ID      PIC X(06).
              10 AW-AWARD-SEQ       PIC 9(02).
              10 AW-AWARD-KIND      PIC X(01).
                 88 AW-SCHOLARSHIP           VALUE 'S'.
                 88 AW-BURSARY               VALUE 'B'.
              10 AW-CALC-TYPE       PIC X(01).
                 88 AW-PERCENT-AWARD         VALUE 'P'.
                 88 AW-FIXED-AWARD           VALUE 'F'.
              10 AW-PERCENT         PIC 9(03).
              10 AW-FIXED-AMOUNT    PIC 9(05)V99.
              10 AW-FROM-TERM       PIC X(05).
              10 AW-TO-TERM         PIC X(05).
              10 AW-STATUS          PIC X(01).
                 88 AW-ACTIVE                VALUE 'A'.
                 88 AW-CANCELLED             VALUE 'C'.
              10 AW-ENTERED-BY      PIC X(06).
              10 AW-ENTERED-DATE    PIC 9(08).
              10 FILLER             PIC X(11).
