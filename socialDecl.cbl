      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  SocialDeclaration.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. CALLABLE FROM MONTHLYCYCLE
      *               AS A MONTH-END STEP. THE MONTHLY
      *               DECLARATION OF EMPLOYER SOCIAL CHARGES,
      *               UNTIL NOW WORKED OUT FROM THE REGISTER
      *               AND TYPED INTO EACH AUTHORITY'S PORTAL.
      *               BUILT FROM THE ERCJRNL JOURNAL SALAIRE
      *               APPENDS TO EACH RUN, SO IT TIES TO WHAT
      *               WAS POSTED. ONE FILE PER CONTRIBUTION
      *               BODY (DECLHLTH, DECLPENS, DECLUNEM):
      *               HDR, AN E RECORD OF THE EMPLOYER
      *               IDENTIFIERS FROM EMPIDENT, ONE D RECORD
      *               PER EMPLOYEE AND CONTRIBUTION TYPE, AND
      *               A TRL WITH THE RECORD COUNT AND THE
      *               AMOUNT HASH (SHARED CTLREC). EACH TYPE
      *               DECLARED IS ENTERED ON THE SOCDREG
      *               REGISTER AT STATUS D FOR SOCIALREMIT TO
      *               PAY. A RERUN REPLACES THE MONTH'S ROWS
      *               STILL AT D; A TYPE ALREADY REMITTED IS
      *               LEFT ALONE, AND RETURNS CODE 4 IF THE
      *               JOURNAL NO LONGER AGREES WITH WHAT WAS
      *               PAID. THE REPORTING MONTH COMES FROM THE
      *               OPTIONAL REPORT-MONTH-PARM FILE,
      *               DEFAULTING TO THE CURRENT MONTH.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-CONTRIB-JOURNAL ASSIGN TO "ERCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT EMPLOYER-IDENT-PARM ASSIGN TO "EMPIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYER-PARM-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT DECLARATION-REGISTER ASSIGN TO "SOCDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT HEALTH-DECLARATION ASSIGN TO "DECLHLTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEALTH-DECL-STATUS.

           SELECT PENSION-DECLARATION ASSIGN TO "DECLPENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENSION-DECL-STATUS.

           SELECT UNEMPLOYMENT-DECLARATION ASSIGN TO "DECLUNEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNEMPLOY-DECL-STATUS.

           SELECT DECLARATION-CONTROL ASSIGN TO "SOCDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-RPT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  EMPLOYER-CONTRIB-JOURNAL.
           COPY "ercjfd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "empmfd.cpy".

       FD  EMPLOYER-IDENT-PARM.
       01  EMPLOYER-IDENT-RECORD.
           05 EI-EMPLOYER-NUMBER    PIC X(14).
           05 EI-EMPLOYER-NAME      PIC X(20).

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  DECLARATION-REGISTER.
           COPY "scdrfd.cpy".

       FD  HEALTH-DECLARATION.
       01  HEALTH-DECLARATION-RECORD  PIC X(60).

       FD  PENSION-DECLARATION.
       01  PENSION-DECLARATION-RECORD PIC X(60).

       FD  UNEMPLOYMENT-DECLARATION.
       01  UNEMPLOYMENT-DECL-RECORD   PIC X(60).

       FD  DECLARATION-CONTROL.
       01  DECLARATION-CONTROL-RECORD PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       COPY "ctlrec.cpy".

       01  WS-CYCLE-LOG-STATUS      PIC X(02).
       01  WS-JOURNAL-STATUS        PIC X(02).
       01  WS-EMPLOYEE-STATUS       PIC X(02).
       01  WS-EMPLOYER-PARM-STATUS  PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-REGISTER-STATUS       PIC X(02).
       01  WS-HEALTH-DECL-STATUS    PIC X(02).
       01  WS-PENSION-DECL-STATUS   PIC X(02).
       01  WS-UNEMPLOY-DECL-STATUS  PIC X(02).
       01  WS-CONTROL-RPT-STATUS    PIC X(02).

       01  WS-SWITCHES.
           05 WS-JOURNAL-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-JOURNAL     VALUE 'Y'.
           05 WS-MASTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-MASTER      VALUE 'Y'.
           05 WS-REGISTER-EOF-SW    PIC X(01) VALUE 'N'.
              88 END-OF-REGISTER    VALUE 'Y'.
           05 WS-EMP-FOUND-SW       PIC X(01).
              88 EMP-FOUND          VALUE 'Y'.
           05 WS-LINE-FOUND-SW      PIC X(01).
              88 LINE-FOUND         VALUE 'Y'.
           05 WS-TYPE-FOUND-SW      PIC X(01).
              88 TYPE-FOUND         VALUE 'Y'.

       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-JOURNAL-MONTH         PIC 9(06).
       01  WS-WORK-TYPE             PIC X(04).
       01  WS-WORK-BODY             PIC X(04).
       01  WS-WORK-LIABILITY-ACCT   PIC X(06).
       01  WS-EMPLOYER-NUMBER       PIC X(14) VALUE 'UNSET'.
       01  WS-EMPLOYER-NAME         PIC X(20) VALUE 'UNSET'.

      *-------------------------------------------------
      * THE DECLARATION RECORD. E CARRIES THE EMPLOYER,
      * THE BODY AND THE MONTH; D ONE EMPLOYEE'S GROSS
      * ASSESSED AND EMPLOYER AMOUNT FOR ONE CONTRIBUTION
      * TYPE, IN THE BASE CURRENCY.
      *-------------------------------------------------
       01  WS-DECL-RECORD.
           05 SD-RECORD-TYPE        PIC X(01).
           05 SD-EMP-ID             PIC X(06).
           05 SD-DETAIL             PIC X(53).
           05 SD-EMPLOYER-FIELDS REDEFINES SD-DETAIL.
              10 SD-EMPLOYER-NUMBER PIC X(14).
              10 SD-EMPLOYER-NAME   PIC X(20).
              10 SD-BODY            PIC X(04).
              10 SD-MONTH           PIC 9(06).
              10 FILLER             PIC X(09).
           05 SD-CHARGE-FIELDS REDEFINES SD-DETAIL.
              10 SD-EMP-NOM         PIC X(20).
              10 SD-CONTRIB-TYPE    PIC X(04).
              10 SD-BASE-AMOUNT     PIC 9(09)V99.
              10 SD-AMOUNT          PIC 9(09)V99.
              10 FILLER             PIC X(07).

       01  WS-MAX-EMPLOYEES         PIC 9(04) COMP VALUE 1000.
       01  WS-EMPLOYEE-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-EMPLOYEE-COUNT
                 INDEXED BY EMP-IDX.
              10 WS-TBL-EMP-ID      PIC X(06).
              10 WS-TBL-NOM         PIC X(20).

      *-------------------------------------------------
      * ONE LINE PER EMPLOYEE AND CONTRIBUTION TYPE FOR
      * THE MONTH - AN EMPLOYEE PAID IN MORE THAN ONE RUN
      * IS SUMMED HERE.
      *-------------------------------------------------
       01  WS-MAX-LINES             PIC 9(04) COMP VALUE 5000.
       01  WS-LINE-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-TABLE.
           05 WS-LIN-ENTRY OCCURS 1 TO 5000 TIMES
                 DEPENDING ON WS-LINE-COUNT
                 INDEXED BY LIN-IDX.
              10 WS-LIN-EMP-ID      PIC X(06).
              10 WS-LIN-TYPE        PIC X(04).
              10 WS-LIN-BODY        PIC X(04).
              10 WS-LIN-BASE        PIC 9(09)V99.
              10 WS-LIN-AMOUNT      PIC 9(09)V99.

      *-------------------------------------------------
      * ONE ENTRY PER CONTRIBUTION TYPE DECLARED - THE
      * REGISTER ROW AND THE CONTROL REPORT LINE.
      *-------------------------------------------------
       01  WS-MAX-TYPES             PIC 9(02) COMP VALUE 20.
       01  WS-TYPE-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  WS-TYPE-TABLE.
           05 WS-TYP-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-TYPE-COUNT
                 INDEXED BY TYP-IDX.
              10 WS-TYP-TYPE        PIC X(04).
              10 WS-TYP-BODY        PIC X(04).
              10 WS-TYP-LIABILITY-ACCT PIC X(06).
              10 WS-TYP-EMP-COUNT   PIC 9(05).
              10 WS-TYP-BASE        PIC 9(09)V99.
              10 WS-TYP-AMOUNT      PIC 9(09)V99.
              10 WS-TYP-REMITTED-SW PIC X(01).
                 88 TYP-REMITTED    VALUE 'Y'.
              10 WS-TYP-PAID-AMOUNT PIC 9(09)V99.

      *-------------------------------------------------
      * THE REGISTER AS READ. THE MONTH'S ROWS STILL AT D
      * ARE DROPPED AND REPLACED BY THIS RUN'S FIGURES.
      *-------------------------------------------------
       01  WS-MAX-REGISTER          PIC 9(04) COMP VALUE 2000.
       01  WS-REGISTER-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-REGISTER-COUNT
                 INDEXED BY REG-IDX.
              10 WS-REG-RECORD      PIC X(70).

       01  WS-BODY-SUB              PIC 9(01) COMP.
       01  WS-BODY-LIST.
           05 FILLER                PIC X(04) VALUE 'HLTH'.
           05 FILLER                PIC X(04) VALUE 'PENS'.
           05 FILLER                PIC X(04) VALUE 'UNEM'.
       01  WS-BODY-TABLE REDEFINES WS-BODY-LIST.
           05 WS-BODY-CODE          PIC X(04) OCCURS 3 TIMES.
       01  WS-CURRENT-BODY          PIC X(04).

       01  WS-RECORD-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-AMOUNT-HASH           PIC 9(11)V99 VALUE ZERO.
       01  WS-BODY-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-DECLARED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-UNKNOWN-BODY-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-DISAGREE-COUNT        PIC 9(03) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-ED2            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-ED              PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT.
           PERFORM 3000-LOAD-REGISTER THRU 3000-EXIT.
           PERFORM 4000-WRITE-DECLARATIONS THRU 4000-EXIT.
           PERFORM 7000-REWRITE-REGISTER THRU 7000-EXIT.
           PERFORM 8000-PRINT-CONTROL-REPORT THRU 8000-EXIT.

           IF WS-UNKNOWN-BODY-COUNT > ZERO
              OR WS-DISAGREE-COUNT > ZERO THEN
              MOVE 4 TO CYC-RETURN-CODE
           ELSE
              MOVE ZERO TO CYC-RETURN-CODE
           END-IF.
           PERFORM 9800-LOG-CYCLE-STEP THRU 9800-EXIT.

           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH.

           OPEN INPUT REPORT-MONTH-PARM.
           IF WS-MONTH-PARM-STATUS = '00' THEN
              READ REPORT-MONTH-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE RMP-REPORT-MONTH TO WS-REPORT-MONTH
              END-READ
              CLOSE REPORT-MONTH-PARM
           END-IF.

           OPEN INPUT EMPLOYER-IDENT-PARM.
           IF WS-EMPLOYER-PARM-STATUS = '00' THEN
              READ EMPLOYER-IDENT-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE EI-EMPLOYER-NUMBER TO WS-EMPLOYER-NUMBER
                    MOVE EI-EMPLOYER-NAME   TO WS-EMPLOYER-NAME
              END-READ
              CLOSE EMPLOYER-IDENT-PARM
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPLOYEE-STATUS = '00' THEN
              PERFORM 1100-LOAD-EMPLOYEE THRU 1100-EXIT
                  UNTIL END-OF-MASTER
                     OR WS-EMPLOYEE-COUNT >= WS-MAX-EMPLOYEES
              CLOSE EMPLOYEE-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-EMPLOYEE.
           READ EMPLOYEE-MASTER
              AT END SET END-OF-MASTER TO TRUE
           END-READ.
           IF NOT END-OF-MASTER THEN
              ADD 1 TO WS-EMPLOYEE-COUNT
              MOVE EMP-ID  TO WS-TBL-EMP-ID(WS-EMPLOYEE-COUNT)
              MOVE EMP-NOM TO WS-TBL-NOM(WS-EMPLOYEE-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * EVERY JOURNAL ROW FROM A PAY RUN DATED IN THE
      * REPORTING MONTH. A BODY OTHER THAN THE THREE
      * DECLARED TO CANNOT BE FILED - IT IS COUNTED AND
      * REPORTED, NOT DECLARED.
      *-------------------------------------------------
       2000-LOAD-JOURNAL.
           OPEN INPUT EMPLOYER-CONTRIB-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = '00' THEN
              DISPLAY 'SOCIALDECLARATION - NO ERCJRNL JOURNAL'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-ROW THRU 2100-EXIT
               UNTIL END-OF-JOURNAL.
           CLOSE EMPLOYER-CONTRIB-JOURNAL.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-ROW.
           READ EMPLOYER-CONTRIB-JOURNAL
              AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
           IF END-OF-JOURNAL THEN
              GO TO 2100-EXIT
           END-IF.
           DIVIDE ECJ-RUN-DATE BY 100 GIVING WS-JOURNAL-MONTH.
           IF WS-JOURNAL-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 2100-EXIT
           END-IF.
           IF ECJ-BODY NOT = 'HLTH' AND NOT = 'PENS'
              AND NOT = 'UNEM' THEN
              ADD 1 TO WS-UNKNOWN-BODY-COUNT
              DISPLAY 'SOCIALDECLARATION - ' ECJ-EMP-ID ' '
                  ECJ-CONTRIB-TYPE ' UNKNOWN BODY ' ECJ-BODY
              GO TO 2100-EXIT
           END-IF.

           MOVE ECJ-CONTRIB-TYPE   TO WS-WORK-TYPE.
           MOVE ECJ-BODY           TO WS-WORK-BODY.
           MOVE ECJ-LIABILITY-ACCT TO WS-WORK-LIABILITY-ACCT.
           PERFORM 2200-FIND-OR-ADD-TYPE THRU 2200-EXIT.
           IF NOT TYPE-FOUND THEN
              GO TO 2100-EXIT
           END-IF.

           MOVE 'N' TO WS-LINE-FOUND-SW.
           SET LIN-IDX TO 1.
           PERFORM 2110-MATCH-LINE THRU 2110-EXIT
               UNTIL LIN-IDX > WS-LINE-COUNT OR LINE-FOUND.
           IF NOT LINE-FOUND THEN
              IF WS-LINE-COUNT >= WS-MAX-LINES THEN
                 DISPLAY 'SOCIALDECLARATION - LINE TABLE FULL AT '
                     WS-MAX-LINES ' - ' ECJ-EMP-ID ' DROPPED'
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO WS-LINE-COUNT
              SET LIN-IDX TO WS-LINE-COUNT
              MOVE ECJ-EMP-ID       TO WS-LIN-EMP-ID(LIN-IDX)
              MOVE ECJ-CONTRIB-TYPE TO WS-LIN-TYPE(LIN-IDX)
              MOVE ECJ-BODY         TO WS-LIN-BODY(LIN-IDX)
              MOVE ZERO TO WS-LIN-BASE(LIN-IDX)
                           WS-LIN-AMOUNT(LIN-IDX)
              ADD 1 TO WS-TYP-EMP-COUNT(TYP-IDX)
           END-IF.
           ADD ECJ-BASE-AMOUNT TO WS-LIN-BASE(LIN-IDX)
                                  WS-TYP-BASE(TYP-IDX).
           ADD ECJ-AMOUNT      TO WS-LIN-AMOUNT(LIN-IDX)
                                  WS-TYP-AMOUNT(TYP-IDX).
       2100-EXIT.
           EXIT.

       2110-MATCH-LINE.
           IF WS-LIN-EMP-ID(LIN-IDX) = ECJ-EMP-ID
              AND WS-LIN-TYPE(LIN-IDX) = ECJ-CONTRIB-TYPE THEN
              SET LINE-FOUND TO TRUE
           ELSE
              SET LIN-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

       2200-FIND-OR-ADD-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-SW.
           SET TYP-IDX TO 1.
           PERFORM 2210-MATCH-TYPE THRU 2210-EXIT
               UNTIL TYP-IDX > WS-TYPE-COUNT OR TYPE-FOUND.
           IF NOT TYPE-FOUND THEN
              IF WS-TYPE-COUNT >= WS-MAX-TYPES THEN
                 DISPLAY 'SOCIALDECLARATION - TYPE TABLE FULL AT '
                     WS-MAX-TYPES ' - ' WS-WORK-TYPE ' DROPPED'
                 GO TO 2200-EXIT
              END-IF
              ADD 1 TO WS-TYPE-COUNT
              SET TYP-IDX TO WS-TYPE-COUNT
              MOVE WS-WORK-TYPE       TO WS-TYP-TYPE(TYP-IDX)
              MOVE WS-WORK-BODY       TO WS-TYP-BODY(TYP-IDX)
              MOVE WS-WORK-LIABILITY-ACCT
                  TO WS-TYP-LIABILITY-ACCT(TYP-IDX)
              MOVE ZERO TO WS-TYP-EMP-COUNT(TYP-IDX)
                           WS-TYP-BASE(TYP-IDX)
                           WS-TYP-AMOUNT(TYP-IDX)
                           WS-TYP-PAID-AMOUNT(TYP-IDX)
              MOVE 'N' TO WS-TYP-REMITTED-SW(TYP-IDX)
              SET TYPE-FOUND TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-TYPE.
           IF WS-TYP-TYPE(TYP-IDX) = WS-WORK-TYPE THEN
              SET TYPE-FOUND TO TRUE
           ELSE
              SET TYP-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE REGISTER IS KEPT WHOLE EXCEPT THE REPORTING
      * MONTH'S ROWS STILL AT D. A REMITTED ROW FOR THE
      * MONTH MARKS ITS TYPE AS ALREADY PAID.
      *-------------------------------------------------
       3000-LOAD-REGISTER.
           OPEN INPUT DECLARATION-REGISTER.
           IF WS-REGISTER-STATUS NOT = '00' THEN
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LOAD-ONE-ENTRY THRU 3100-EXIT
               UNTIL END-OF-REGISTER.
           CLOSE DECLARATION-REGISTER.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-ENTRY.
           READ DECLARATION-REGISTER
              AT END SET END-OF-REGISTER TO TRUE
           END-READ.
           IF END-OF-REGISTER THEN
              GO TO 3100-EXIT
           END-IF.
           IF SCD-MONTH = WS-REPORT-MONTH THEN
              IF SCD-DECLARED THEN
                 GO TO 3100-EXIT
              END-IF
              PERFORM 3200-MARK-REMITTED THRU 3200-EXIT
           END-IF.
           IF WS-REGISTER-COUNT >= WS-MAX-REGISTER THEN
              DISPLAY 'SOCIALDECLARATION - REGISTER TABLE FULL AT '
                  WS-MAX-REGISTER
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-REGISTER-COUNT.
           MOVE DECLARATION-REGISTER-RECORD
               TO WS-REG-RECORD(WS-REGISTER-COUNT).
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * A TYPE REMITTED FOR THE MONTH WITH NOTHING ON THE
      * JOURNAL NOW STILL GETS AN ENTRY, SO THE DISAGREEMENT
      * SHOWS ON THE REPORT.
      *-------------------------------------------------
       3200-MARK-REMITTED.
           MOVE SCD-CONTRIB-TYPE   TO WS-WORK-TYPE.
           MOVE SCD-BODY           TO WS-WORK-BODY.
           MOVE SCD-LIABILITY-ACCT TO WS-WORK-LIABILITY-ACCT.
           PERFORM 2200-FIND-OR-ADD-TYPE THRU 2200-EXIT.
           IF TYPE-FOUND THEN
              SET TYP-REMITTED(TYP-IDX) TO TRUE
              MOVE SCD-AMOUNT TO WS-TYP-PAID-AMOUNT(TYP-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE FILE PER BODY, WRITTEN EVEN WHEN EMPTY SO THE
      * PORTAL UPLOAD ALWAYS HAS ITS HDR/E/TRL.
      *-------------------------------------------------
       4000-WRITE-DECLARATIONS.
           OPEN OUTPUT HEALTH-DECLARATION
                       PENSION-DECLARATION
                       UNEMPLOYMENT-DECLARATION.
           PERFORM 4100-WRITE-ONE-BODY THRU 4100-EXIT
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB > 3.
           CLOSE HEALTH-DECLARATION
                 PENSION-DECLARATION
                 UNEMPLOYMENT-DECLARATION.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-BODY.
           MOVE WS-BODY-CODE(WS-BODY-SUB) TO WS-CURRENT-BODY.
           MOVE ZERO TO WS-RECORD-COUNT WS-AMOUNT-HASH.

           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'HDR' TO CTL-TYPE.
           MOVE CYC-RUN-DATE TO CTL-BUSINESS-DATE.
           MOVE SPACES TO WS-DECL-RECORD.
           MOVE CONTROL-RECORD TO WS-DECL-RECORD(1:23).
           PERFORM 4900-WRITE-DECL-RECORD THRU 4900-EXIT.

           MOVE SPACES TO WS-DECL-RECORD.
           MOVE 'E' TO SD-RECORD-TYPE.
           MOVE WS-EMPLOYER-NUMBER TO SD-EMPLOYER-NUMBER.
           MOVE WS-EMPLOYER-NAME   TO SD-EMPLOYER-NAME.
           MOVE WS-CURRENT-BODY    TO SD-BODY.
           MOVE WS-REPORT-MONTH    TO SD-MONTH.
           PERFORM 4900-WRITE-DECL-RECORD THRU 4900-EXIT.
           ADD 1 TO WS-RECORD-COUNT.

           PERFORM 4200-WRITE-ONE-LINE THRU 4200-EXIT
               VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > WS-LINE-COUNT.

           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-TYPE.
           MOVE WS-RECORD-COUNT TO CTL-RECORD-COUNT.
           MOVE WS-AMOUNT-HASH  TO CTL-HASH-TOTAL.
           MOVE SPACES TO WS-DECL-RECORD.
           MOVE CONTROL-RECORD TO WS-DECL-RECORD(1:23).
           PERFORM 4900-WRITE-DECL-RECORD THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-ONE-LINE.
           IF WS-LIN-BODY(LIN-IDX) NOT = WS-CURRENT-BODY THEN
              GO TO 4200-EXIT
           END-IF.
           PERFORM 4300-FIND-EMPLOYEE THRU 4300-EXIT.
           MOVE SPACES TO WS-DECL-RECORD.
           MOVE 'D' TO SD-RECORD-TYPE.
           MOVE WS-LIN-EMP-ID(LIN-IDX) TO SD-EMP-ID.
           IF EMP-FOUND THEN
              MOVE WS-TBL-NOM(EMP-IDX) TO SD-EMP-NOM
           ELSE
              MOVE '(NOT ON MASTER)' TO SD-EMP-NOM
           END-IF.
           MOVE WS-LIN-TYPE(LIN-IDX)   TO SD-CONTRIB-TYPE.
           MOVE WS-LIN-BASE(LIN-IDX)   TO SD-BASE-AMOUNT.
           MOVE WS-LIN-AMOUNT(LIN-IDX) TO SD-AMOUNT.
           PERFORM 4900-WRITE-DECL-RECORD THRU 4900-EXIT.
           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-DECLARED-COUNT.
           ADD WS-LIN-AMOUNT(LIN-IDX) TO WS-AMOUNT-HASH.
       4200-EXIT.
           EXIT.

       4300-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           SET EMP-IDX TO 1.
           PERFORM 4310-COMPARE-EMPLOYEE THRU 4310-EXIT
               UNTIL EMP-IDX > WS-EMPLOYEE-COUNT OR EMP-FOUND.
       4300-EXIT.
           EXIT.

       4310-COMPARE-EMPLOYEE.
           IF WS-TBL-EMP-ID(EMP-IDX) = WS-LIN-EMP-ID(LIN-IDX) THEN
              SET EMP-FOUND TO TRUE
           ELSE
              SET EMP-IDX UP BY 1
           END-IF.
       4310-EXIT.
           EXIT.

       4900-WRITE-DECL-RECORD.
           EVALUATE WS-CURRENT-BODY
              WHEN 'HLTH'
                 MOVE WS-DECL-RECORD TO HEALTH-DECLARATION-RECORD
                 WRITE HEALTH-DECLARATION-RECORD
              WHEN 'PENS'
                 MOVE WS-DECL-RECORD TO PENSION-DECLARATION-RECORD
                 WRITE PENSION-DECLARATION-RECORD
              WHEN 'UNEM'
                 MOVE WS-DECL-RECORD TO UNEMPLOYMENT-DECL-RECORD
                 WRITE UNEMPLOYMENT-DECL-RECORD
           END-EVALUATE.
       4900-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE REGISTER AS KEPT, THEN A D ROW FOR EACH TYPE
      * DECLARED THIS MONTH THAT IS NOT ALREADY REMITTED.
      *-------------------------------------------------
       7000-REWRITE-REGISTER.
           OPEN OUTPUT DECLARATION-REGISTER.
           PERFORM 7100-WRITE-ONE-KEPT THRU 7100-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > WS-REGISTER-COUNT.
           PERFORM 7200-WRITE-ONE-DECLARED THRU 7200-EXIT
               VARYING TYP-IDX FROM 1 BY 1
               UNTIL TYP-IDX > WS-TYPE-COUNT.
           CLOSE DECLARATION-REGISTER.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-KEPT.
           MOVE WS-REG-RECORD(REG-IDX)
               TO DECLARATION-REGISTER-RECORD.
           WRITE DECLARATION-REGISTER-RECORD.
       7100-EXIT.
           EXIT.

       7200-WRITE-ONE-DECLARED.
           IF TYP-REMITTED(TYP-IDX) THEN
              IF WS-TYP-AMOUNT(TYP-IDX)
                 NOT = WS-TYP-PAID-AMOUNT(TYP-IDX) THEN
                 ADD 1 TO WS-DISAGREE-COUNT
              END-IF
              GO TO 7200-EXIT
           END-IF.
           MOVE SPACES TO DECLARATION-REGISTER-RECORD.
           SET SCD-DECLARED TO TRUE.
           MOVE WS-REPORT-MONTH          TO SCD-MONTH.
           MOVE WS-TYP-BODY(TYP-IDX)     TO SCD-BODY.
           MOVE WS-TYP-TYPE(TYP-IDX)     TO SCD-CONTRIB-TYPE.
           MOVE WS-TYP-EMP-COUNT(TYP-IDX) TO SCD-EMP-COUNT.
           MOVE WS-TYP-BASE(TYP-IDX)     TO SCD-BASE-AMOUNT.
           MOVE WS-TYP-AMOUNT(TYP-IDX)   TO SCD-AMOUNT.
           MOVE WS-TYP-LIABILITY-ACCT(TYP-IDX)
               TO SCD-LIABILITY-ACCT.
           MOVE CYC-RUN-DATE             TO SCD-DECL-DATE.
           MOVE ZERO                     TO SCD-REMIT-DATE.
           WRITE DECLARATION-REGISTER-RECORD.
       7200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE CONTROL REPORT - ONE LINE PER CONTRIBUTION
      * TYPE UNDER ITS BODY, WITH THE BODY TOTAL TO PAY.
      *-------------------------------------------------
       8000-PRINT-CONTROL-REPORT.
           OPEN OUTPUT DECLARATION-CONTROL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SOCIAL CHARGE DECLARATION FOR MONTH '
               WS-REPORT-MONTH '   RUN DATE ' CYC-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EMPLOYER ' WS-EMPLOYER-NUMBER ' '
               WS-EMPLOYER-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.

           PERFORM 8100-PRINT-ONE-BODY THRU 8100-EXIT
               VARYING WS-BODY-SUB FROM 1 BY 1
               UNTIL WS-BODY-SUB > 3.

           MOVE SPACES TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.
           MOVE WS-DECLARED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DETAIL RECORDS DECLARED      ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.
           IF WS-UNKNOWN-BODY-COUNT > ZERO THEN
              MOVE WS-UNKNOWN-BODY-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING '** JOURNAL ROWS FOR AN UNKNOWN BODY - NOT '
                  'DECLARED ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD
              WRITE DECLARATION-CONTROL-RECORD
           END-IF.
           CLOSE DECLARATION-CONTROL.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-BODY.
           MOVE WS-BODY-CODE(WS-BODY-SUB) TO WS-CURRENT-BODY.
           MOVE ZERO TO WS-BODY-TOTAL.
           MOVE SPACES TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BODY ' WS-CURRENT-BODY
               '   TYPE  EMPLOYEES   GROSS ASSESSED'
               '   EMPLOYER AMOUNT  LIAB'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.
           PERFORM 8200-PRINT-ONE-TYPE THRU 8200-EXIT
               VARYING TYP-IDX FROM 1 BY 1
               UNTIL TYP-IDX > WS-TYPE-COUNT.
           MOVE WS-BODY-TOTAL TO WS-AMOUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '          TOTAL TO DECLARE         '
               '                ' WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.
       8100-EXIT.
           EXIT.

       8200-PRINT-ONE-TYPE.
           IF WS-TYP-BODY(TYP-IDX) NOT = WS-CURRENT-BODY THEN
              GO TO 8200-EXIT
           END-IF.
           ADD WS-TYP-AMOUNT(TYP-IDX) TO WS-BODY-TOTAL.
           MOVE WS-TYP-EMP-COUNT(TYP-IDX) TO WS-COUNT-ED.
           MOVE WS-TYP-BASE(TYP-IDX)      TO WS-AMOUNT-ED.
           MOVE WS-TYP-AMOUNT(TYP-IDX)    TO WS-AMOUNT-ED2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '          ' WS-TYP-TYPE(TYP-IDX) '      '
               WS-COUNT-ED '   ' WS-AMOUNT-ED '    ' WS-AMOUNT-ED2
               '  ' WS-TYP-LIABILITY-ACCT(TYP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD.
           WRITE DECLARATION-CONTROL-RECORD.
           IF TYP-REMITTED(TYP-IDX) THEN
              MOVE WS-TYP-PAID-AMOUNT(TYP-IDX) TO WS-AMOUNT-ED2
              MOVE SPACES TO WS-REPORT-LINE
              IF WS-TYP-AMOUNT(TYP-IDX)
                 = WS-TYP-PAID-AMOUNT(TYP-IDX) THEN
                 STRING '            ALREADY REMITTED - REGISTER '
                     'UNCHANGED'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              ELSE
                 STRING '  ** ALREADY REMITTED AT ' WS-AMOUNT-ED2
                     ' - JOURNAL NO LONGER AGREES'
                     DELIMITED BY SIZE INTO WS-REPORT-LINE
              END-IF
              MOVE WS-REPORT-LINE TO DECLARATION-CONTROL-RECORD
              WRITE DECLARATION-CONTROL-RECORD
           END-IF.
       8200-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'SOCIALDECL'     TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE     TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE  TO CLR-RETURN-CODE.
           EVALUATE TRUE
              WHEN WS-DISAGREE-COUNT > ZERO
                 MOVE 'SOCIAL DECL - REMITTED TYPE DISAGREES'
                     TO CLR-MESSAGE
              WHEN WS-UNKNOWN-BODY-COUNT > ZERO
                 MOVE 'SOCIAL DECL - UNKNOWN BODY ON JOURNAL'
                     TO CLR-MESSAGE
              WHEN OTHER
                 MOVE WS-DECLARED-COUNT TO WS-COUNT-ED
                 STRING 'SOCIAL DECLARATION - ' WS-COUNT-ED
                     ' RECORDS'
                     DELIMITED BY SIZE INTO CLR-MESSAGE
           END-EVALUATE.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
