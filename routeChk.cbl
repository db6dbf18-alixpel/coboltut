      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  RouteCheck.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SALAIRE'S ABA CHECK-DIGIT
      *               TEST ON A BANK ROUTING NUMBER, LIFTED
      *               INTO A CALLED MODULE (RTCKPARM AREA,
      *               SIGNPARM'S PATTERN) SO THE VENDOR
      *               MASTER AND THE SUPPLIER PAYMENT RUN
      *               VERIFY ROUTING THE SAME WAY PAYROLL
      *               DOES.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************

      **************************
       DATA DIVISION.
      **************************
       WORKING-STORAGE SECTION.
       01  WS-ROUTING-DIGITS.
           05 WS-ROUTING-DIGIT      PIC 9(01) OCCURS 9 TIMES.
       01  WS-ABA-SUM               PIC 9(04) COMP.
       01  WS-ABA-REMAINDER         PIC 9(04) COMP.
       01  WS-ABA-WORK              PIC 9(04) COMP.
       01  DGT                      PIC 9(02) COMP.

       LINKAGE SECTION.
           COPY "rtckparm.cpy".

      ***************************
       PROCEDURE DIVISION USING RCK-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-VERIFY-ROUTING THRU 1000-EXIT.
           GOBACK.

      *-------------------------------------------------
      * ABA CHECK DIGIT - WEIGHTS 3,7,1 REPEATING ACROSS
      * THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN. A
      * NON-NUMERIC ROUTING FIELD FAILS OUTRIGHT.
      *-------------------------------------------------
       1000-VERIFY-ROUTING.
           SET RCK-INVALID TO TRUE.
           IF RCK-ROUTING-NUMBER IS NOT NUMERIC THEN
              GO TO 1000-EXIT
           END-IF.
           MOVE RCK-ROUTING-NUMBER TO WS-ROUTING-DIGITS.
           MOVE ZERO TO WS-ABA-SUM.
           PERFORM 1100-ADD-WEIGHTED-DIGIT THRU 1100-EXIT
               VARYING DGT FROM 1 BY 1 UNTIL DGT > 9.
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-WORK
               REMAINDER WS-ABA-REMAINDER.
           IF WS-ABA-REMAINDER = ZERO THEN
              SET RCK-VALID TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-ADD-WEIGHTED-DIGIT.
           EVALUATE FUNCTION MOD(DGT, 3)
              WHEN 1 COMPUTE WS-ABA-WORK = WS-ROUTING-DIGIT(DGT) * 3
              WHEN 2 COMPUTE WS-ABA-WORK = WS-ROUTING-DIGIT(DGT) * 7
              WHEN OTHER MOVE WS-ROUTING-DIGIT(DGT) TO WS-ABA-WORK
           END-EVALUATE.
           ADD WS-ABA-WORK TO WS-ABA-SUM.
       1100-EXIT.
           EXIT.
