      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  AccessAdmissions.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. MONTHLY ACCESSIBILITY
      *               ADMISSIONS REPORT FROM THE PERMANENT
      *               HISTORY AGE2 APPENDS (ACCSHIST, ACCSFD
      *               LAYOUT). FOR THE REPORT MONTH
      *               (OPTIONAL REPORT-MONTH-PARM, DEFAULT
      *               THE CURRENT MONTH) ONE LINE PER
      *               REGISTERED GUEST WITH THEIR OWN VISITS,
      *               THE COMPANIONS ADMITTED WITH THEM AND
      *               THE GATE PRICE WAIVED, FOLLOWED BY THE
      *               MONTH'S TOTALS. CALLABLE FROM
      *               MONTHLYCYCLE.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-ADMISSIONS ASSIGN TO "ACCSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-ADM-STATUS.

           SELECT REPORT-MONTH-PARM ASSIGN TO "REPMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-PARM-STATUS.

           SELECT ACCESS-REPORT ASSIGN TO "ACCSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-REPORT-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  ACCESS-ADMISSIONS.
           COPY "accsfd.cpy".

       FD  REPORT-MONTH-PARM.
       01  REPORT-MONTH-PARM-RECORD.
           05 RMP-REPORT-MONTH      PIC 9(06).

       FD  ACCESS-REPORT.
       01  ACCESS-REPORT-RECORD     PIC X(80).

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-ADM-STATUS     PIC X(02).
       01  WS-MONTH-PARM-STATUS     PIC X(02).
       01  WS-ACCESS-REPORT-STATUS  PIC X(02).
       01  WS-CYCLE-LOG-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05 WS-ADM-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-ADMISSIONS  VALUE 'Y'.
           05 WS-GUEST-FOUND-SW     PIC X(01).
              88 GUEST-FOUND        VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-REPORT-MONTH          PIC 9(06).
       01  WS-VISIT-MONTH           PIC 9(06).

       01  WS-MAX-GUESTS            PIC 9(04) COMP VALUE 1000.
       01  WS-GUEST-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-GUEST-TABLE.
           05 WS-GUEST-ENTRY OCCURS 1 TO 1000 TIMES
                 DEPENDING ON WS-GUEST-COUNT
                 INDEXED BY GST-IDX.
              10 WS-GST-ID          PIC X(10).
              10 WS-GST-VISITS      PIC 9(05) COMP.
              10 WS-GST-COMPANIONS  PIC 9(05) COMP.
              10 WS-GST-WAIVED      PIC 9(07)V99.

       01  WS-GUEST-VISIT-TOTAL     PIC 9(07) COMP VALUE ZERO.
       01  WS-COMPANION-TOTAL       PIC 9(07) COMP VALUE ZERO.
       01  WS-WAIVED-TOTAL          PIC 9(09)V99 VALUE ZERO.
       01  WS-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(80).
       01  WS-COUNT-ED              PIC ZZZZZZ9.
       01  WS-AMOUNT-ED             PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
           COPY "cycparm.cpy".

      ***************************
       PROCEDURE DIVISION USING CYC-PARM-AREA.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF WS-ACCESS-ADM-STATUS = '00' THEN
              PERFORM 2000-TALLY-ADMISSION THRU 2000-EXIT
                  UNTIL END-OF-ADMISSIONS
              CLOSE ACCESS-ADMISSIONS
           END-IF.

           PERFORM 3000-PRINT-GUESTS THRU 3000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-OVERFLOW-COUNT > ZERO THEN
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

           OPEN INPUT ACCESS-ADMISSIONS.
           IF WS-ACCESS-ADM-STATUS = '00' THEN
              PERFORM 2900-READ-ADMISSION THRU 2900-EXIT
           END-IF.

           OPEN OUTPUT ACCESS-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ACCESSIBILITY ADMISSIONS FOR MONTH '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONLY ADMISSIONS DATED IN THE REPORT MONTH COUNT.
      * AN R RECORD IS THE REGISTERED GUEST'S OWN VISIT,
      * A C RECORD A COMPANION ADMITTED WITH THEM - BOTH
      * ARE CREDITED TO THE GUEST IN AH-GUEST-ID.
      *-------------------------------------------------
       2000-TALLY-ADMISSION.
           DIVIDE AH-VISIT-DATE BY 100 GIVING WS-VISIT-MONTH.
           IF WS-VISIT-MONTH NOT = WS-REPORT-MONTH THEN
              GO TO 2000-READ-NEXT
           END-IF.

           IF AH-COMPANION THEN
              ADD 1 TO WS-COMPANION-TOTAL
              ADD AH-PRICE-WAIVED TO WS-WAIVED-TOTAL
           ELSE
              ADD 1 TO WS-GUEST-VISIT-TOTAL
           END-IF.

           PERFORM 2100-FIND-GUEST THRU 2100-EXIT.
           IF NOT GUEST-FOUND THEN
              ADD 1 TO WS-OVERFLOW-COUNT
              GO TO 2000-READ-NEXT
           END-IF.

           IF AH-COMPANION THEN
              ADD 1 TO WS-GST-COMPANIONS(GST-IDX)
              ADD AH-PRICE-WAIVED TO WS-GST-WAIVED(GST-IDX)
           ELSE
              ADD 1 TO WS-GST-VISITS(GST-IDX)
           END-IF.

       2000-READ-NEXT.
           PERFORM 2900-READ-ADMISSION THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE GUEST TABLE IS BUILT AS GUESTS ARE MET. A
      * GUEST PAST THE TABLE LIMIT STILL COUNTS IN THE
      * MONTH'S TOTALS BUT GETS NO LINE OF THEIR OWN, AND
      * THE STEP RETURNS CODE 4.
      *-------------------------------------------------
       2100-FIND-GUEST.
           MOVE 'N' TO WS-GUEST-FOUND-SW.
           SET GST-IDX TO 1.
           PERFORM 2110-COMPARE-GUEST THRU 2110-EXIT
               UNTIL GST-IDX > WS-GUEST-COUNT OR GUEST-FOUND.
           IF GUEST-FOUND THEN
              GO TO 2100-EXIT
           END-IF.
           IF WS-GUEST-COUNT >= WS-MAX-GUESTS THEN
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-GUEST-COUNT.
           SET GST-IDX TO WS-GUEST-COUNT.
           MOVE AH-GUEST-ID TO WS-GST-ID(GST-IDX).
           MOVE ZERO TO WS-GST-VISITS(GST-IDX).
           MOVE ZERO TO WS-GST-COMPANIONS(GST-IDX).
           MOVE ZERO TO WS-GST-WAIVED(GST-IDX).
           SET GUEST-FOUND TO TRUE.
       2100-EXIT.
           EXIT.

       2110-COMPARE-GUEST.
           IF WS-GST-ID(GST-IDX) = AH-GUEST-ID THEN
              SET GUEST-FOUND TO TRUE
           ELSE
              SET GST-IDX UP BY 1
           END-IF.
       2110-EXIT.
           EXIT.

       2900-READ-ADMISSION.
           READ ACCESS-ADMISSIONS
              AT END SET END-OF-ADMISSIONS TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

       3000-PRINT-GUESTS.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE 'REGISTERED GUEST      VISITS  COMPANIONS  PRICE WAIVED'
               TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           PERFORM 3100-PRINT-ONE-GUEST THRU 3100-EXIT
               VARYING GST-IDX FROM 1 BY 1
               UNTIL GST-IDX > WS-GUEST-COUNT.
           IF WS-GUEST-COUNT = ZERO THEN
              MOVE '  NO ACCESSIBILITY ADMISSIONS IN THE MONTH'
                  TO ACCESS-REPORT-RECORD
              WRITE ACCESS-REPORT-RECORD
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-GUEST.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-GST-ID(GST-IDX) TO WS-REPORT-LINE(1:10).
           MOVE WS-GST-VISITS(GST-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(22:7).
           MOVE WS-GST-COMPANIONS(GST-IDX) TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(34:7).
           MOVE WS-GST-WAIVED(GST-IDX) TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(43:12).
           MOVE WS-REPORT-LINE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
       3100-EXIT.
           EXIT.

       8000-FINALIZE.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 'TOTAL' TO WS-REPORT-LINE(1:5).
           MOVE WS-GUEST-VISIT-TOTAL TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(22:7).
           MOVE WS-COMPANION-TOTAL TO WS-COUNT-ED.
           MOVE WS-COUNT-ED TO WS-REPORT-LINE(34:7).
           MOVE WS-WAIVED-TOTAL TO WS-AMOUNT-ED.
           MOVE WS-AMOUNT-ED TO WS-REPORT-LINE(43:12).
           MOVE WS-REPORT-LINE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.

           MOVE WS-GUEST-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REGISTERED GUESTS SEEN IN MONTH ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.

           IF WS-OVERFLOW-COUNT > ZERO THEN
              MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'ADMISSIONS PAST THE GUEST TABLE LIMIT '
                  WS-COUNT-ED ' - IN TOTALS ONLY'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO ACCESS-REPORT-RECORD
              WRITE ACCESS-REPORT-RECORD
           END-IF.
           CLOSE ACCESS-REPORT.
       8000-EXIT.
           EXIT.

       9800-LOG-CYCLE-STEP.
           OPEN EXTEND CYCLE-LOG.
           MOVE SPACES TO CYCLE-LOG-RECORD.
           MOVE 'ACCESSADMIT'   TO CLR-STEP-NAME.
           MOVE CYC-RUN-DATE    TO CLR-RUN-DATE.
           ACCEPT CLR-TIME FROM TIME.
           MOVE CYC-RETURN-CODE TO CLR-RETURN-CODE.
           IF CYC-RETURN-CODE = 4 THEN
              MOVE 'ACCESS ADMISSIONS - GUEST TABLE FULL'
                  TO CLR-MESSAGE
           ELSE
              MOVE 'ACCESS ADMISSIONS REPORT PRINTED'
                  TO CLR-MESSAGE
           END-IF.
           WRITE CYCLE-LOG-RECORD.
           CLOSE CYCLE-LOG.
       9800-EXIT.
           EXIT.
