      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  MealStatement.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTHLY CAFETERIA MEAL
      *               ACCOUNT STATEMENT FROM THE HISTORY
      *               MEALACCOUNT APPENDS (MEALHIST, MEALHFD
      *               LAYOUT). FOR THE REPORT MONTH
      *               (OPTIONAL REPORT-MONTH-PARM, DEFAULT
      *               THE CURRENT MONTH) ONE STATEMENT PER
      *               FAMILY - THE STUDENTS SHARING AN
      *               STM-FAMILY-ID ON STUDENT-MASTER, A
      *               STUDENT WITH NO FAMILY ID ON THEIR OWN -
      *               ADDRESSED TO THE FIRST GUARDIAN ON THE
      *               CONTACT MASTER, WITH EACH STUDENT'S
      *               OPENING BALANCE, TOP-UPS, MEALS AND
      *               CLOSING BALANCE AND THE FAMILY TOTAL. A
      *               FAMILY WITH NO ACTIVITY AND NOTHING
      *               OWING OR HELD IS NOT PRINTED. CALLABLE
      *               FROM MONTHLYCYCLE.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT MEAL-HISTORY ASSIGN TO "MEALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEAL-HISTORY-STATUS.

           SELECT CONTACT-MASTER ASSIGN TO "STUCNTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-MASTER-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT MEAL-STATEMENTS ASSIGN TO "MEALSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  MEAL-HISTORY.
           COPY "mealhfd.cpy".

       FD  CONTACT-MASTER.
       01  CONTACT-MASTER-RECORD.
           05 SC-STUDENT-ID         PIC X(06).
           05 SC-GUARDIAN-NOM       PIC X(20).
           05 SC-POSTAL-ADDR        PIC X(30).
           05 SC-ELECTRONIC-ADDR    PIC X(30).
           05 SC-PREF-CHANNEL       PIC X(01).

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  MEAL-STATEMENTS.
       01  MEAL-STATEMENT-RECORD    PIC X(72).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-MEAL-HISTORY-STATUS   PIC X(02).
       01  WS-CONTACT-MASTER-STATUS PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-STATEMENT-STATUS      PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-HISTORY     VALUE 'Y'.
           05 WS-CONTACT-EOF-SW     PIC X(01) VALUE 'N'.
              88 END-OF-CONTACTS    VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW   PIC X(01).
              88 STUDENT-FOUND      VALUE 'Y'.
           05 WS-CONTACT-FOUND-SW   PIC X(01).
              88 CONTACT-FOUND      VALUE 'Y'.
           05 WS-MEMBER-SW          PIC X(01).
              88 FAMILY-MEMBER      VALUE 'Y'.
           05 WS-FAMILY-ACTIVE-SW   PIC X(01).
              88 FAMILY-ACTIVE      VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-POST-MONTH            PIC 9(06).

      *-------------------------------------------------
      * THE ROSTER IN KEY ORDER, EACH STUDENT CARRYING
      * THE MONTH'S FIGURES BUILT UP FROM THE HISTORY.
      *-------------------------------------------------
       01  WS-MAX-STUDENTS          PIC 9(04) COMP VALUE 1000.
       01  WS-STUDENT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-STUDENT-COUNT
                 INDEXED BY STU-IDX.
              10 WS-STU-ID          PIC X(06).
              10 WS-STU-NOM         PIC X(20).
              10 WS-STU-FAMILY-ID   PIC X(08).
              10 WS-STU-PRINTED-SW  PIC X(01).
              10 WS-STU-OPENING     PIC S9(05)V99.
              10 WS-STU-CLOSING     PIC S9(05)V99.
              10 WS-STU-TOPUPS      PIC 9(07)V99.
              10 WS-STU-MEALS       PIC 9(07)V99.
              10 WS-STU-MEAL-COUNT  PIC 9(03) COMP.
              10 WS-STU-ACTIVITY    PIC 9(05) COMP.

       01  WS-MAX-CONTACTS          PIC 9(04) COMP VALUE 1000.
       01  WS-CONTACT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-CONTACT-COUNT
                 INDEXED BY CON-IDX.
              10 WS-CON-STUDENT-ID  PIC X(06).
              10 WS-CON-GUARDIAN    PIC X(20).
              10 WS-CON-POSTAL      PIC X(30).

       01  WS-LEAD-SUB              PIC 9(04) COMP.
       01  WS-MBR-SUB               PIC 9(04) COMP.
       01  WS-GUARDIAN-SUB          PIC 9(04) COMP.
       01  WS-FAMILY-KEY            PIC X(08).

       01  WS-FAM-OPENING           PIC S9(07)V99.
       01  WS-FAM-CLOSING           PIC S9(07)V99.
       01  WS-FAM-TOPUPS            PIC 9(07)V99.
       01  WS-FAM-MEALS             PIC 9(07)V99.
       01  WS-FAM-MEAL-COUNT        PIC 9(05) COMP.

       01  WS-STATEMENT-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.

       01  WS-EMIT-LINE             PIC X(72).
       01  WS-BALANCE-ED            PIC -ZZZZZ9.99.
       01  WS-BALANCE2-ED           PIC -ZZZZZ9.99.
       01  WS-AMOUNT-ED             PIC ZZZZZZ9.99.
       01  WS-AMOUNT2-ED            PIC ZZZZZZ9.99.
       01  WS-MEAL-COUNT-ED         PIC ZZZ9.
       01  WS-COUNT-ED              PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-MEAL-HISTORY-STATUS = '00' THEN
              PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT
                  UNTIL END-OF-HISTORY
              CLOSE MEAL-HISTORY
           END-IF.

           PERFORM 3000-PRINT-FAMILY THRU 3000-EXIT
               VARYING WS-LEAD-SUB FROM 1 BY 1
               UNTIL WS-LEAD-SUB > WS-STUDENT-COUNT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-UNKNOWN-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO THEN
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

           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = '00' THEN
              SET END-OF-ROSTER TO TRUE
           END-IF.
           PERFORM 1100-LOAD-ONE-STUDENT THRU 1100-EXIT
               UNTIL END-OF-ROSTER.
           IF WS-STUDENT-MASTER-STATUS NOT = '35' THEN
              CLOSE STUDENT-MASTER
           END-IF.

           OPEN INPUT CONTACT-MASTER.
           IF WS-CONTACT-MASTER-STATUS = '00' THEN
              PERFORM 1200-LOAD-ONE-CONTACT THRU 1200-EXIT
                  UNTIL END-OF-CONTACTS
                     OR WS-CONTACT-COUNT >= WS-MAX-CONTACTS
              CLOSE CONTACT-MASTER
           END-IF.

           OPEN INPUT MEAL-HISTORY.
           IF WS-MEAL-HISTORY-STATUS = '00' THEN
              PERFORM 2900-READ-HISTORY THRU 2900-EXIT
           END-IF.

           OPEN OUTPUT MEAL-STATEMENTS.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           IF END-OF-ROSTER THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-STUDENT-COUNT >= WS-MAX-STUDENTS THEN
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.
           SET STU-IDX TO WS-STUDENT-COUNT.
           MOVE STM-STUDENT-ID  TO WS-STU-ID(STU-IDX).
           MOVE STM-STUDENT-NOM TO WS-STU-NOM(STU-IDX).
           MOVE STM-FAMILY-ID   TO WS-STU-FAMILY-ID(STU-IDX).
           MOVE 'N'             TO WS-STU-PRINTED-SW(STU-IDX).
           MOVE ZERO TO WS-STU-OPENING(STU-IDX)
                        WS-STU-CLOSING(STU-IDX)
                        WS-STU-TOPUPS(STU-IDX)
                        WS-STU-MEALS(STU-IDX)
                        WS-STU-MEAL-COUNT(STU-IDX)
                        WS-STU-ACTIVITY(STU-IDX).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-CONTACT.
           READ CONTACT-MASTER
              AT END SET END-OF-CONTACTS TO TRUE
           END-READ.
           IF NOT END-OF-CONTACTS THEN
              ADD 1 TO WS-CONTACT-COUNT
              MOVE SC-STUDENT-ID
                  TO WS-CON-STUDENT-ID(WS-CONTACT-COUNT)
              MOVE SC-GUARDIAN-NOM
                  TO WS-CON-GUARDIAN(WS-CONTACT-COUNT)
              MOVE SC-POSTAL-ADDR
                  TO WS-CON-POSTAL(WS-CONTACT-COUNT)
           END-IF.
       1200-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE HISTORY IS IN POSTING ORDER, SO THE LAST
      * BALANCE BEFORE THE MONTH IS THE OPENING BALANCE
      * AND THE LAST ONE IN IT IS THE CLOSING BALANCE.
      * LINES AFTER THE MONTH ARE LEFT FOR NEXT TIME.
      *-------------------------------------------------
       2000-TALLY-HISTORY.
           MOVE MH-POST-DATE(1:6) TO WS-POST-MONTH.
           IF WS-POST-MONTH > WS-REPORT-MONTH THEN
              GO TO 2000-READ-NEXT
           END-IF.
           PERFORM 5000-FIND-STUDENT THRU 5000-EXIT.
           IF NOT STUDENT-FOUND THEN
              IF WS-POST-MONTH = WS-REPORT-MONTH THEN
                 ADD 1 TO WS-UNKNOWN-COUNT
              END-IF
              GO TO 2000-READ-NEXT
           END-IF.
           MOVE MH-BALANCE-AFTER TO WS-STU-CLOSING(STU-IDX).
           IF WS-POST-MONTH < WS-REPORT-MONTH THEN
              MOVE MH-BALANCE-AFTER TO WS-STU-OPENING(STU-IDX)
              GO TO 2000-READ-NEXT
           END-IF.
           ADD 1 TO WS-STU-ACTIVITY(STU-IDX).
           IF MH-TOP-UP THEN
              ADD MH-AMOUNT TO WS-STU-TOPUPS(STU-IDX)
           ELSE
              ADD MH-AMOUNT TO WS-STU-MEALS(STU-IDX)
              ADD 1 TO WS-STU-MEAL-COUNT(STU-IDX)
           END-IF.

       2000-READ-NEXT.
           PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2900-READ-HISTORY.
           READ MEAL-HISTORY
              AT END SET END-OF-HISTORY TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE FIRST STUDENT OF A FAMILY NOT YET PRINTED
      * LEADS ITS STATEMENT. THE FAMILY IS TOTALLED FIRST
      * SO AN IDLE FAMILY WITH A ZERO BALANCE CAN BE
      * PASSED OVER, THEN PRINTED MEMBER BY MEMBER.
      *-------------------------------------------------
       3000-PRINT-FAMILY.
           IF WS-STU-PRINTED-SW(WS-LEAD-SUB) = 'Y' THEN
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-STU-FAMILY-ID(WS-LEAD-SUB) TO WS-FAMILY-KEY.
           MOVE 'N' TO WS-FAMILY-ACTIVE-SW.
           MOVE ZERO TO WS-FAM-OPENING WS-FAM-CLOSING
                        WS-FAM-TOPUPS WS-FAM-MEALS
                        WS-FAM-MEAL-COUNT WS-GUARDIAN-SUB.
           PERFORM 3100-TOTAL-ONE-MEMBER THRU 3100-EXIT
               VARYING WS-MBR-SUB FROM WS-LEAD-SUB BY 1
               UNTIL WS-MBR-SUB > WS-STUDENT-COUNT.
           IF NOT FAMILY-ACTIVE THEN
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-PRINT-HEADER THRU 3200-EXIT.
           PERFORM 3300-PRINT-ONE-MEMBER THRU 3300-EXIT
               VARYING WS-MBR-SUB FROM WS-LEAD-SUB BY 1
               UNTIL WS-MBR-SUB > WS-STUDENT-COUNT.
           PERFORM 3400-PRINT-FAMILY-TOTAL THRU 3400-EXIT.
           ADD 1 TO WS-STATEMENT-COUNT.
       3000-EXIT.
           EXIT.

       3100-TOTAL-ONE-MEMBER.
           PERFORM 3900-CHECK-MEMBER THRU 3900-EXIT.
           IF NOT FAMILY-MEMBER THEN
              GO TO 3100-EXIT
           END-IF.
           MOVE 'Y' TO WS-STU-PRINTED-SW(WS-MBR-SUB).
           ADD WS-STU-OPENING(WS-MBR-SUB) TO WS-FAM-OPENING.
           ADD WS-STU-CLOSING(WS-MBR-SUB) TO WS-FAM-CLOSING.
           ADD WS-STU-TOPUPS(WS-MBR-SUB)  TO WS-FAM-TOPUPS.
           ADD WS-STU-MEALS(WS-MBR-SUB)   TO WS-FAM-MEALS.
           ADD WS-STU-MEAL-COUNT(WS-MBR-SUB) TO WS-FAM-MEAL-COUNT.
           IF WS-STU-ACTIVITY(WS-MBR-SUB) > ZERO
              OR WS-STU-CLOSING(WS-MBR-SUB) NOT = ZERO THEN
              SET FAMILY-ACTIVE TO TRUE
           END-IF.
           IF WS-GUARDIAN-SUB = ZERO THEN
              PERFORM 5100-FIND-CONTACT THRU 5100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-PRINT-HEADER.
           MOVE ALL '=' TO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING 'ECOLE DU PARC - CAFETERIA STATEMENT  MONTH '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
           MOVE SPACES TO WS-EMIT-LINE.
           IF WS-FAMILY-KEY = SPACES THEN
              STRING 'STUDENT ' WS-STU-ID(WS-LEAD-SUB)
                  DELIMITED BY SIZE INTO WS-EMIT-LINE
           ELSE
              STRING 'FAMILY ' WS-FAMILY-KEY
                  DELIMITED BY SIZE INTO WS-EMIT-LINE
           END-IF.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
           IF WS-GUARDIAN-SUB > ZERO THEN
              MOVE WS-CON-GUARDIAN(WS-GUARDIAN-SUB) TO WS-EMIT-LINE
              PERFORM 8600-EMIT-LINE THRU 8600-EXIT
              MOVE WS-CON-POSTAL(WS-GUARDIAN-SUB) TO WS-EMIT-LINE
              PERFORM 8600-EMIT-LINE THRU 8600-EXIT
           ELSE
              MOVE 'NO CONTACT ON FILE - HAND TO THE SCHOOL OFFICE'
                  TO WS-EMIT-LINE
              PERFORM 8600-EMIT-LINE THRU 8600-EXIT
           END-IF.
           MOVE SPACES TO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
           MOVE 'STUDENT NAME' TO WS-EMIT-LINE.
           MOVE '   OPENING    TOP-UPS      MEALS    CLOSING  NO.'
               TO WS-EMIT-LINE(25:48).
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
       3200-EXIT.
           EXIT.

       3300-PRINT-ONE-MEMBER.
           PERFORM 3900-CHECK-MEMBER THRU 3900-EXIT.
           IF NOT FAMILY-MEMBER THEN
              GO TO 3300-EXIT
           END-IF.
           MOVE WS-STU-OPENING(WS-MBR-SUB)    TO WS-BALANCE-ED.
           MOVE WS-STU-TOPUPS(WS-MBR-SUB)     TO WS-AMOUNT-ED.
           MOVE WS-STU-MEALS(WS-MBR-SUB)      TO WS-AMOUNT2-ED.
           MOVE WS-STU-CLOSING(WS-MBR-SUB)    TO WS-BALANCE2-ED.
           MOVE WS-STU-MEAL-COUNT(WS-MBR-SUB) TO WS-MEAL-COUNT-ED.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING WS-STU-ID(WS-MBR-SUB) ' '
               WS-STU-NOM(WS-MBR-SUB)(1:16) ' '
               WS-BALANCE-ED ' ' WS-AMOUNT-ED ' ' WS-AMOUNT2-ED ' '
               WS-BALANCE2-ED ' ' WS-MEAL-COUNT-ED
               DELIMITED BY SIZE INTO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
       3300-EXIT.
           EXIT.

       3400-PRINT-FAMILY-TOTAL.
           MOVE WS-FAM-OPENING    TO WS-BALANCE-ED.
           MOVE WS-FAM-TOPUPS     TO WS-AMOUNT-ED.
           MOVE WS-FAM-MEALS      TO WS-AMOUNT2-ED.
           MOVE WS-FAM-CLOSING    TO WS-BALANCE2-ED.
           MOVE WS-FAM-MEAL-COUNT TO WS-MEAL-COUNT-ED.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING 'FAMILY TOTAL            '
               WS-BALANCE-ED ' ' WS-AMOUNT-ED ' ' WS-AMOUNT2-ED ' '
               WS-BALANCE2-ED ' ' WS-MEAL-COUNT-ED
               DELIMITED BY SIZE INTO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
           MOVE SPACES TO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
       3400-EXIT.
           EXIT.

      *-------------------------------------------------
      * A STUDENT BELONGS ON THE LEAD STUDENT'S STATEMENT
      * WHEN BOTH CARRY THE SAME FAMILY ID. A STUDENT WITH
      * NO FAMILY ID IS A FAMILY OF ONE.
      *-------------------------------------------------
       3900-CHECK-MEMBER.
           MOVE 'N' TO WS-MEMBER-SW.
           IF WS-MBR-SUB = WS-LEAD-SUB THEN
              SET FAMILY-MEMBER TO TRUE
              GO TO 3900-EXIT
           END-IF.
           IF WS-FAMILY-KEY NOT = SPACES
              AND WS-STU-FAMILY-ID(WS-MBR-SUB) = WS-FAMILY-KEY THEN
              SET FAMILY-MEMBER TO TRUE
           END-IF.
       3900-EXIT.
           EXIT.

       5000-FIND-STUDENT.
           MOVE 'N' TO WS-STUDENT-FOUND-SW.
           SET STU-IDX TO 1.
           PERFORM 5010-COMPARE-STUDENT THRU 5010-EXIT
               UNTIL STU-IDX > WS-STUDENT-COUNT OR STUDENT-FOUND.
       5000-EXIT.
           EXIT.

       5010-COMPARE-STUDENT.
           IF WS-STU-ID(STU-IDX) = MH-STUDENT-ID THEN
              SET STUDENT-FOUND TO TRUE
           ELSE
              SET STU-IDX UP BY 1
           END-IF.
       5010-EXIT.
           EXIT.

       5100-FIND-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND-SW.
           SET CON-IDX TO 1.
           PERFORM 5110-COMPARE-CONTACT THRU 5110-EXIT
               UNTIL CON-IDX > WS-CONTACT-COUNT OR CONTACT-FOUND.
           IF CONTACT-FOUND THEN
              SET WS-GUARDIAN-SUB TO CON-IDX
           END-IF.
       5100-EXIT.
           EXIT.

       5110-COMPARE-CONTACT.
           IF WS-CON-STUDENT-ID(CON-IDX) = WS-STU-ID(WS-MBR-SUB) THEN
              SET CONTACT-FOUND TO TRUE
           ELSE
              SET CON-IDX UP BY 1
           END-IF.
       5110-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE ALL '=' TO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-EMIT-LINE.
           STRING 'STATEMENTS PRINTED FOR MONTH ' WS-REPORT-MONTH
               '  ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-EMIT-LINE.
           PERFORM 8600-EMIT-LINE THRU 8600-EXIT.
           IF WS-UNKNOWN-COUNT > ZERO THEN
              MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-EMIT-LINE
              STRING 'HISTORY LINES FOR STUDENTS NOT ON THE MASTER '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-EMIT-LINE
              PERFORM 8600-EMIT-LINE THRU 8600-EXIT
           END-IF.
           IF WS-OVERFLOW-COUNT > ZERO THEN
              MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-EMIT-LINE
              STRING 'STUDENTS OVER THE TABLE LIMIT - NOT PRINTED '
                  WS-COUNT-ED
                  DELIMITED BY SIZE INTO WS-EMIT-LINE
              PERFORM 8600-EMIT-LINE THRU 8600-EXIT
           END-IF.
           CLOSE MEAL-STATEMENTS.
       8000-EXIT.
           EXIT.

       8600-EMIT-LINE.
           MOVE WS-EMIT-LINE TO MEAL-STATEMENT-RECORD.
           WRITE MEAL-STATEMENT-RECORD.
       8600-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'MEALSTMT'      TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           IF CYC-RETURN-CODE = 4 THEN
              MOVE 'MEAL STATEMENTS - EXCEPTIONS ON HISTORY'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'MEAL STATEMENTS PRINTED'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
