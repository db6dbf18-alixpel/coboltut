      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  PayRelease.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPERVISOR RELEASE OF A
      *               PAY RUN SALAIRE HELD ON PAYHOLD FOR
      *               VARIANCES - TRANAPPROVE'S SHAPE. THE
      *               SESSION SIGNS ON THROUGH OPERSIGNON AND
      *               IS REFUSED WITHOUT THE SUPERVISOR ROLE.
      *               L LISTS THE HELD RUNS BY NUMBER, V SHOWS
      *               THE VARIANCE REPORT, R RELEASES ONE AND
      *               J REJECTS ONE. RELEASE CHECKS THAT THE
      *               DIRECT-DEPOSIT EXPORT IS STILL THAT
      *               RUN'S FILE - HEADER DATE, NO TRAILER,
      *               COUNT AND HASH TOTAL AS HELD - BEFORE
      *               WRITING ITS TRAILER, SO THE FILE CAN GO
      *               TO THE BANK. A REJECTED RUN'S EXPORT
      *               NEVER GETS ONE. THE SUPERVISOR'S ID AND
      *               THE DATE ARE STAMPED ON THE DECISION
      *               AND THE FILE IS REWRITTEN WHOLE AT EXIT.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HOLD-FILE ASSIGN TO "PAYHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HOLD-STATUS.

           SELECT DIRECT-DEPOSIT-EXPORT ASSIGN TO "ACHEXPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECT-DEPOSIT-STATUS.

           SELECT PAY-VARIANCE-REPORT ASSIGN TO "PAYVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-VARIANCE-RPT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  PAY-HOLD-FILE.
           COPY "payhfd.cpy".

       FD  DIRECT-DEPOSIT-EXPORT.
       01  DIRECT-DEPOSIT-EXPORT-RECORD.
           05 DDE-ROUTING-NUMBER    PIC X(09).
           05 DDE-ACCOUNT-NUMBER    PIC X(17).
           05 DDE-EMP-ID            PIC X(06).
           05 DDE-EMP-NOM           PIC X(20).
           05 DDE-NET-AMOUNT        PIC 9(09)V99.
           05 DDE-RUN-DATE          PIC 9(08).
           05 DDE-CURRENCY-CODE     PIC X(03).

       FD  PAY-VARIANCE-REPORT.
       01  PAY-VARIANCE-RECORD      PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-PAY-HOLD-STATUS        PIC X(02).
       01  WS-DIRECT-DEPOSIT-STATUS  PIC X(02).
       01  WS-PAY-VARIANCE-RPT-STATUS PIC X(02).

       COPY "ctlrec.cpy".

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 RELEASE-DONE        VALUE 'Y'.
           05 WS-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-HOLDS        VALUE 'Y'.
           05 WS-EXPORT-EOF-SW       PIC X(01).
              88 END-OF-EXPORT       VALUE 'Y'.
           05 WS-VARIANCE-EOF-SW     PIC X(01).
              88 END-OF-VARIANCES    VALUE 'Y'.
           05 WS-EXPORT-OK-SW        PIC X(01).
              88 EXPORT-TIES         VALUE 'Y'.
           05 WS-HOLDS-CHANGED-SW    PIC X(01) VALUE 'N'.
              88 HOLDS-CHANGED       VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 LIST-HELD              VALUE 'L'.
           88 VIEW-VARIANCES         VALUE 'V'.
           88 RELEASE-RUN            VALUE 'R'.
           88 REJECT-RUN             VALUE 'J'.
           88 EXIT-RELEASE           VALUE 'X'.

       01  WS-ITEM-NUMBER            PIC 9(03).
       01  WS-HELD-SHOWN             PIC 9(03) COMP.
       01  WS-TODAY                  PIC 9(08).
       01  WS-COUNT-ED               PIC ZZZZZZ9.
       01  WS-HASH-ED                PIC ZZZZZZZZZZ9.99.
       01  WS-VARIANCE-ED            PIC ZZZZ9.

      *    WHAT IS ON THE EXPORT NOW, COUNTED THE WAY
      *    FILEVERIFY COUNTS IT.
       01  WS-EXPORT-RECORD-NUMBER   PIC 9(07) COMP.
       01  WS-EXPORT-DATA-COUNT      PIC 9(07) COMP.
       01  WS-EXPORT-HASH-TOTAL      PIC 9(11)V99.
       01  WS-EXPORT-BUSINESS-DATE   PIC 9(08).

       01  WS-MAX-HOLDS              PIC 9(03) COMP VALUE 200.
       01  WS-HOLD-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-HOLD-COUNT
                 INDEXED BY HLD-IDX.
              10 WS-HLD-STATUS       PIC X(01).
              10 WS-HLD-RUN-DATE     PIC 9(08).
              10 WS-HLD-EXPORT-COUNT PIC 9(07).
              10 WS-HLD-HASH-TOTAL   PIC 9(11)V99.
              10 WS-HLD-VARIANCE-COUNT PIC 9(05).
              10 WS-HLD-DECIDED-OPER PIC X(06).
              10 WS-HLD-DECIDED-DATE PIC 9(08).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL RELEASE-DONE.

           IF HOLDS-CHANGED THEN
              PERFORM 8000-REWRITE-HOLDS THRU 8000-EXIT
           END-IF.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY LET A HELD
      * PAY RUN GO TO THE BANK. A CLERK SIGN-ON IS
      * REFUSED OUTRIGHT.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'PAYRELEASE' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'PAY-RUN RELEASE REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT PAY-HOLD-FILE.
           IF WS-PAY-HOLD-STATUS = '00' THEN
              PERFORM 1100-LOAD-HOLD THRU 1100-EXIT
                  UNTIL END-OF-HOLDS
                     OR WS-HOLD-COUNT >= WS-MAX-HOLDS
              CLOSE PAY-HOLD-FILE
           END-IF.
           IF WS-HOLD-COUNT = ZERO THEN
              DISPLAY 'NO PAY RUNS ON THE HOLD FILE'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLD.
           READ PAY-HOLD-FILE
              AT END SET END-OF-HOLDS TO TRUE
           END-READ.
           IF NOT END-OF-HOLDS THEN
              ADD 1 TO WS-HOLD-COUNT
              MOVE PH-STATUS       TO WS-HLD-STATUS(WS-HOLD-COUNT)
              MOVE PH-RUN-DATE     TO WS-HLD-RUN-DATE(WS-HOLD-COUNT)
              MOVE PH-EXPORT-COUNT
                  TO WS-HLD-EXPORT-COUNT(WS-HOLD-COUNT)
              MOVE PH-HASH-TOTAL
                  TO WS-HLD-HASH-TOTAL(WS-HOLD-COUNT)
              MOVE PH-VARIANCE-COUNT
                  TO WS-HLD-VARIANCE-COUNT(WS-HOLD-COUNT)
              MOVE PH-DECIDED-OPER
                  TO WS-HLD-DECIDED-OPER(WS-HOLD-COUNT)
              MOVE PH-DECIDED-DATE
                  TO WS-HLD-DECIDED-DATE(WS-HOLD-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- PAY-RUN RELEASE --------'.
           DISPLAY 'L - LIST HELD RUNS  V - VIEW VARIANCES'.
           DISPLAY 'R - RELEASE RUN     J - REJECT RUN'.
           DISPLAY 'X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN LIST-HELD
                 PERFORM 3000-LIST-HELD THRU 3000-EXIT
              WHEN VIEW-VARIANCES
                 PERFORM 3500-VIEW-VARIANCES THRU 3500-EXIT
              WHEN RELEASE-RUN
                 PERFORM 4000-DECIDE-RUN THRU 4000-EXIT
              WHEN REJECT-RUN
                 PERFORM 4000-DECIDE-RUN THRU 4000-EXIT
              WHEN EXIT-RELEASE
                 SET RELEASE-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-HELD.
           MOVE ZERO TO WS-HELD-SHOWN.
           DISPLAY 'ITEM  RUN DATE  PAYMENTS      HASH TOTAL  VARS'.
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT.
           IF WS-HELD-SHOWN = ZERO THEN
              DISPLAY 'NO PAY RUN AWAITING RELEASE'
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           IF WS-HLD-STATUS(HLD-IDX) NOT = 'P' THEN
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-HELD-SHOWN.
           MOVE WS-HLD-EXPORT-COUNT(HLD-IDX)   TO WS-COUNT-ED.
           MOVE WS-HLD-HASH-TOTAL(HLD-IDX)     TO WS-HASH-ED.
           MOVE WS-HLD-VARIANCE-COUNT(HLD-IDX) TO WS-VARIANCE-ED.
           SET WS-ITEM-NUMBER TO HLD-IDX.
           DISPLAY WS-ITEM-NUMBER '   '
               WS-HLD-RUN-DATE(HLD-IDX) '  '
               WS-COUNT-ED ' ' WS-HASH-ED ' ' WS-VARIANCE-ED.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE VARIANCE REPORT FROM THE LAST PAYROLL RUN, AS
      * SALAIRE WROTE IT.
      *-------------------------------------------------
       3500-VIEW-VARIANCES.
           OPEN INPUT PAY-VARIANCE-REPORT.
           IF WS-PAY-VARIANCE-RPT-STATUS NOT = '00' THEN
              DISPLAY 'NO VARIANCE REPORT ON FILE'
              GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WS-VARIANCE-EOF-SW.
           PERFORM 3510-SHOW-ONE-LINE THRU 3510-EXIT
               UNTIL END-OF-VARIANCES.
           CLOSE PAY-VARIANCE-REPORT.
       3500-EXIT.
           EXIT.

       3510-SHOW-ONE-LINE.
           READ PAY-VARIANCE-REPORT
              AT END SET END-OF-VARIANCES TO TRUE
           END-READ.
           IF NOT END-OF-VARIANCES THEN
              DISPLAY PAY-VARIANCE-RECORD
           END-IF.
       3510-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE HELD RUN, RELEASED OR REJECTED BY ITS LIST
      * NUMBER. A RELEASE ONLY STANDS IF THE EXPORT ON
      * FILE IS STILL THE ONE THAT RUN HELD - A LATER RUN
      * OR A HAND-EDITED FILE IS REFUSED.
      *-------------------------------------------------
       4000-DECIDE-RUN.
           DISPLAY 'ITEM NUMBER ?'.
           ACCEPT WS-ITEM-NUMBER.
           IF WS-ITEM-NUMBER < 1
              OR WS-ITEM-NUMBER > WS-HOLD-COUNT THEN
              DISPLAY 'NO SUCH ITEM'
              GO TO 4000-EXIT
           END-IF.
           SET HLD-IDX TO WS-ITEM-NUMBER.
           IF WS-HLD-STATUS(HLD-IDX) NOT = 'P' THEN
              DISPLAY 'RUN IS NOT HELD'
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-HLD-EXPORT-COUNT(HLD-IDX)   TO WS-COUNT-ED.
           MOVE WS-HLD-HASH-TOTAL(HLD-IDX)     TO WS-HASH-ED.
           MOVE WS-HLD-VARIANCE-COUNT(HLD-IDX) TO WS-VARIANCE-ED.
           DISPLAY 'RUN ' WS-HLD-RUN-DATE(HLD-IDX) ' '
               WS-COUNT-ED ' PAYMENTS ' WS-HASH-ED
               ' ' WS-VARIANCE-ED ' VARIANCE(S)'.

           IF REJECT-RUN THEN
              MOVE 'J' TO WS-HLD-STATUS(HLD-IDX)
              MOVE WS-SIGNON-ID TO WS-HLD-DECIDED-OPER(HLD-IDX)
              MOVE WS-TODAY     TO WS-HLD-DECIDED-DATE(HLD-IDX)
              SET HOLDS-CHANGED TO TRUE
              DISPLAY 'RUN REJECTED - THE EXPORT WILL NOT GO TO'
                  ' THE BANK'
              GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-VERIFY-EXPORT THRU 4100-EXIT.
           IF NOT EXPORT-TIES THEN
              DISPLAY 'RUN NOT RELEASED'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-WRITE-TRAILER THRU 4200-EXIT.
           MOVE 'R' TO WS-HLD-STATUS(HLD-IDX).
           MOVE WS-SIGNON-ID TO WS-HLD-DECIDED-OPER(HLD-IDX).
           MOVE WS-TODAY     TO WS-HLD-DECIDED-DATE(HLD-IDX).
           SET HOLDS-CHANGED TO TRUE.
           DISPLAY 'RUN RELEASED - TRAILER WRITTEN, THE EXPORT'
               ' MAY GO TO THE BANK'.
       4000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE HEADER MUST CARRY THE HELD RUN'S DATE, THERE
      * MUST BE NO TRAILER YET, AND THE DATA RECORDS MUST
      * COUNT AND HASH TO WHAT SALAIRE HELD.
      *-------------------------------------------------
       4100-VERIFY-EXPORT.
           MOVE 'Y' TO WS-EXPORT-OK-SW.
           MOVE 'N' TO WS-EXPORT-EOF-SW.
           MOVE ZERO TO WS-EXPORT-RECORD-NUMBER
                        WS-EXPORT-DATA-COUNT
                        WS-EXPORT-HASH-TOTAL
                        WS-EXPORT-BUSINESS-DATE.
           OPEN INPUT DIRECT-DEPOSIT-EXPORT.
           IF WS-DIRECT-DEPOSIT-STATUS NOT = '00' THEN
              DISPLAY 'ACHEXPRT CANNOT BE OPENED - STATUS '
                  WS-DIRECT-DEPOSIT-STATUS
              MOVE 'N' TO WS-EXPORT-OK-SW
              GO TO 4100-EXIT
           END-IF.
           PERFORM 4110-EXAMINE-EXPORT THRU 4110-EXIT
               UNTIL END-OF-EXPORT.
           CLOSE DIRECT-DEPOSIT-EXPORT.

           IF WS-EXPORT-BUSINESS-DATE NOT = WS-HLD-RUN-DATE(HLD-IDX)
           THEN
              DISPLAY 'EXPORT HEADER DATE ' WS-EXPORT-BUSINESS-DATE
                  ' IS NOT THIS RUN'
              MOVE 'N' TO WS-EXPORT-OK-SW
           END-IF.
           IF WS-EXPORT-DATA-COUNT
                 NOT = WS-HLD-EXPORT-COUNT(HLD-IDX)
              OR WS-EXPORT-HASH-TOTAL
                 NOT = WS-HLD-HASH-TOTAL(HLD-IDX) THEN
              MOVE WS-EXPORT-DATA-COUNT TO WS-COUNT-ED
              MOVE WS-EXPORT-HASH-TOTAL TO WS-HASH-ED
              DISPLAY 'EXPORT NOW HOLDS ' WS-COUNT-ED ' PAYMENTS '
                  WS-HASH-ED ' - NOT AS HELD'
              MOVE 'N' TO WS-EXPORT-OK-SW
           END-IF.
       4100-EXIT.
           EXIT.

       4110-EXAMINE-EXPORT.
           READ DIRECT-DEPOSIT-EXPORT
              AT END SET END-OF-EXPORT TO TRUE
           END-READ.
           IF END-OF-EXPORT THEN
              GO TO 4110-EXIT
           END-IF.
           ADD 1 TO WS-EXPORT-RECORD-NUMBER.
           EVALUATE DIRECT-DEPOSIT-EXPORT-RECORD(1:3)
              WHEN 'HDR'
                 IF WS-EXPORT-RECORD-NUMBER = 1 THEN
                    MOVE DIRECT-DEPOSIT-EXPORT-RECORD(1:23)
                        TO CONTROL-RECORD
                    MOVE CTL-BUSINESS-DATE
                        TO WS-EXPORT-BUSINESS-DATE
                 ELSE
                    DISPLAY 'EXPORT HEADER NOT FIRST RECORD'
                    MOVE 'N' TO WS-EXPORT-OK-SW
                 END-IF
              WHEN 'TRL'
                 DISPLAY 'EXPORT ALREADY HAS A TRAILER'
                 MOVE 'N' TO WS-EXPORT-OK-SW
              WHEN OTHER
                 ADD 1 TO WS-EXPORT-DATA-COUNT
                 ADD DDE-NET-AMOUNT TO WS-EXPORT-HASH-TOTAL
           END-EVALUATE.
       4110-EXIT.
           EXIT.

       4200-WRITE-TRAILER.
           OPEN EXTEND DIRECT-DEPOSIT-EXPORT.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE 'TRL' TO CTL-TYPE.
           MOVE WS-HLD-EXPORT-COUNT(HLD-IDX) TO CTL-RECORD-COUNT.
           MOVE WS-HLD-HASH-TOTAL(HLD-IDX)   TO CTL-HASH-TOTAL.
           MOVE SPACES TO DIRECT-DEPOSIT-EXPORT-RECORD.
           MOVE CONTROL-RECORD TO DIRECT-DEPOSIT-EXPORT-RECORD(1:23).
           WRITE DIRECT-DEPOSIT-EXPORT-RECORD.
           CLOSE DIRECT-DEPOSIT-EXPORT.
       4200-EXIT.
           EXIT.

       8000-REWRITE-HOLDS.
           OPEN OUTPUT PAY-HOLD-FILE.
           PERFORM 8100-WRITE-ONE-ENTRY THRU 8100-EXIT
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT.
           CLOSE PAY-HOLD-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-ENTRY.
           MOVE WS-HLD-STATUS(HLD-IDX)         TO PH-STATUS.
           MOVE WS-HLD-RUN-DATE(HLD-IDX)       TO PH-RUN-DATE.
           MOVE WS-HLD-EXPORT-COUNT(HLD-IDX)   TO PH-EXPORT-COUNT.
           MOVE WS-HLD-HASH-TOTAL(HLD-IDX)     TO PH-HASH-TOTAL.
           MOVE WS-HLD-VARIANCE-COUNT(HLD-IDX) TO PH-VARIANCE-COUNT.
           MOVE WS-HLD-DECIDED-OPER(HLD-IDX)   TO PH-DECIDED-OPER.
           MOVE WS-HLD-DECIDED-DATE(HLD-IDX)   TO PH-DECIDED-DATE.
           WRITE PAY-HOLD-RECORD.
       8100-EXIT.
           EXIT.
