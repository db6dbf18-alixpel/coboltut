      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  HealthMaint.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. STUDENT HEALTH RECORD
      *               MAINTENANCE IN PLACE OF THE SCHOOL
      *               NURSE'S CARD INDEX. KEEPS STM-HEALTH-
      *               DATA ON STUDENT-MASTER - ALLERGIES, THE
      *               MEDICAL ALERT THAT PRINTS ON BUS
      *               MANIFESTS AND EXAM SEAT PLANS, AND THE
      *               IMMUNIZATIONS GIVEN (ONE ENTRY PER DOSE,
      *               VACCINE CODE AND DATE). A VACCINE CODE
      *               MUST BE ONE THE DISTRICT REQUIREMENTS
      *               (IMMREQ) KNOW. REMOVING A DOSE ENTERED
      *               IN ERROR NEEDS A SUPERVISOR SIGN-ON.
      *               EVERY CHANGE APPENDS TO THE SHARED
      *               ACTIVITY-AUDIT FILE WITH THE SIGNED-ON
      *               OPERATOR, SAME AS THE OTHER MASTERS.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "stumtsel.cpy".

           SELECT IMMUNIZATION-REQS ASSIGN TO "IMMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMMUNIZATION-REQ-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  IMMUNIZATION-REQS.
           COPY "immrqfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-STUDENT-MASTER-STATUS  PIC X(02).
       01  WS-IMMUNIZATION-REQ-STATUS PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 MAINT-DONE          VALUE 'Y'.
           05 WS-REQ-EOF-SW          PIC X(01) VALUE 'N'.
              88 END-OF-REQUIREMENTS VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW    PIC X(01).
              88 STUDENT-ON-ROSTER   VALUE 'Y'.
           05 WS-VACCINE-FOUND-SW    PIC X(01).
              88 VACCINE-FOUND       VALUE 'Y'.
           05 WS-DOSE-FOUND-SW       PIC X(01).
              88 DOSE-ON-FILE        VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 MEDICAL-DETAILS        VALUE 'M'.
           88 RECORD-IMMUNIZATION    VALUE 'V'.
           88 REMOVE-IMMUNIZATION    VALUE 'R'.
           88 INQUIRE-STUDENT        VALUE 'I'.
           88 EXIT-MAINTENANCE       VALUE 'X'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-STUDENT-ID             PIC X(06).
       01  WS-ALLERGIES              PIC X(30).
       01  WS-MEDICAL-ALERT          PIC X(40).
       01  WS-VACCINE-CODE           PIC X(04).
       01  WS-DOSE-DATE-IN           PIC X(08).
       01  WS-DOSE-DATE-N REDEFINES WS-DOSE-DATE-IN PIC 9(08).
       01  WS-ENTRY-NUMBER           PIC 9(01).
       01  WS-FREE-SLOT              PIC 9(02) COMP.
       01  WS-IMM-SUB                PIC 9(02) COMP.

       01  WS-AUDIT-ACTION           PIC X(01).
       01  WS-AUDIT-BEFORE           PIC X(100).
       01  WS-AUDIT-AFTER            PIC X(100).

       01  WS-LOWER-CASE             PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE             PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *-------------------------------------------------
      * THE VACCINE CODES THE REQUIREMENTS FILE KNOWS,
      * ONCE EACH, WITH THEIR NAMES FOR THE INQUIRY.
      *-------------------------------------------------
       01  WS-MAX-VACCINES           PIC 9(02) COMP VALUE 50.
       01  WS-VACCINE-COUNT          PIC 9(02) COMP VALUE ZERO.
       01  WS-VACCINE-TABLE.
           05 WS-VACCINE-ENTRY OCCURS 1 TO 50 TIMES
                 DEPENDING ON WS-VACCINE-COUNT
                 INDEXED BY VAC-IDX.
              10 WS-VAC-CODE         PIC X(04).
              10 WS-VAC-NAME         PIC X(20).

       01  WS-ENTRY-ED               PIC 9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL MAINT-DONE.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

       0500-OPERATOR-SIGNON.
           MOVE 'HEALTHMNT' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
       0500-EXIT.
           EXIT.

      *-------------------------------------------------
      * THE HEALTH RECORD LIVES ON THE ROSTER, SO WITH NO
      * ROSTER THERE IS NOTHING TO MAINTAIN.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = '00' THEN
              DISPLAY 'STUDENT ROSTER NOT AVAILABLE - STATUS '
                  WS-STUDENT-MASTER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT IMMUNIZATION-REQS.
           IF WS-IMMUNIZATION-REQ-STATUS = '00' THEN
              PERFORM 1100-LOAD-REQUIREMENT THRU 1100-EXIT
                  UNTIL END-OF-REQUIREMENTS
              CLOSE IMMUNIZATION-REQS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-REQUIREMENT.
           READ IMMUNIZATION-REQS
              AT END SET END-OF-REQUIREMENTS TO TRUE
           END-READ.
           IF END-OF-REQUIREMENTS THEN
              GO TO 1100-EXIT
           END-IF.
           MOVE IR-VACCINE-CODE TO WS-VACCINE-CODE.
           PERFORM 2200-FIND-VACCINE THRU 2200-EXIT.
           IF VACCINE-FOUND
              OR WS-VACCINE-COUNT >= WS-MAX-VACCINES THEN
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-VACCINE-COUNT.
           SET VAC-IDX TO WS-VACCINE-COUNT.
           MOVE IR-VACCINE-CODE TO WS-VAC-CODE(VAC-IDX).
           MOVE IR-VACCINE-NAME TO WS-VAC-NAME(VAC-IDX).
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- STUDENT HEALTH RECORDS --------'.
           DISPLAY 'M - MEDICAL DETAILS    V - RECORD IMMUNIZATION'.
           DISPLAY 'R - REMOVE IMMUNIZATION'.
           DISPLAY 'I - INQUIRE            X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.
           INSPECT WS-FUNCTION-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

           EVALUATE TRUE
              WHEN MEDICAL-DETAILS
                 PERFORM 3000-MEDICAL-DETAILS THRU 3000-EXIT
              WHEN RECORD-IMMUNIZATION
                 PERFORM 4000-RECORD-IMMUNIZATION THRU 4000-EXIT
              WHEN REMOVE-IMMUNIZATION
                 PERFORM 5000-REMOVE-IMMUNIZATION THRU 5000-EXIT
              WHEN INQUIRE-STUDENT
                 PERFORM 6000-INQUIRE-STUDENT THRU 6000-EXIT
              WHEN EXIT-MAINTENANCE
                 SET MAINT-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-CHECK-ROSTER.
           DISPLAY 'STUDENT ID ?'.
           ACCEPT WS-STUDENT-ID.
           INSPECT WS-STUDENT-ID
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           MOVE 'Y' TO WS-STUDENT-FOUND-SW.
           MOVE WS-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER
              INVALID KEY
                 MOVE 'N' TO WS-STUDENT-FOUND-SW
                 DISPLAY 'STUDENT ' WS-STUDENT-ID ' NOT ON FILE'
           END-READ.
       2100-EXIT.
           EXIT.

       2200-FIND-VACCINE.
           MOVE 'N' TO WS-VACCINE-FOUND-SW.
           SET VAC-IDX TO 1.
           PERFORM 2210-COMPARE-VACCINE THRU 2210-EXIT
               UNTIL VAC-IDX > WS-VACCINE-COUNT OR VACCINE-FOUND.
       2200-EXIT.
           EXIT.

       2210-COMPARE-VACCINE.
           IF WS-VAC-CODE(VAC-IDX) = WS-VACCINE-CODE THEN
              SET VACCINE-FOUND TO TRUE
           ELSE
              SET VAC-IDX UP BY 1
           END-IF.
       2210-EXIT.
           EXIT.

      *-------------------------------------------------
      * ALLERGIES AND THE MEDICAL ALERT. A BLANK ANSWER
      * KEEPS WHAT IS ON FILE; NONE CLEARS IT.
      *-------------------------------------------------
       3000-MEDICAL-DETAILS.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF NOT STUDENT-ON-ROSTER THEN
              GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING STM-ALLERGIES STM-MEDICAL-ALERT
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.

           DISPLAY 'ALLERGIES     : ' STM-ALLERGIES.
           DISPLAY 'NEW ALLERGIES (BLANK TO KEEP, NONE TO CLEAR) ?'.
           MOVE SPACES TO WS-ALLERGIES.
           ACCEPT WS-ALLERGIES.
           INSPECT WS-ALLERGIES
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-ALLERGIES = 'NONE' THEN
              MOVE SPACES TO STM-ALLERGIES
           ELSE
              IF WS-ALLERGIES NOT = SPACES THEN
                 MOVE WS-ALLERGIES TO STM-ALLERGIES
              END-IF
           END-IF.

           DISPLAY 'MEDICAL ALERT : ' STM-MEDICAL-ALERT.
           DISPLAY 'NEW MEDICAL ALERT (BLANK TO KEEP, NONE TO CLEAR) ?'.
           MOVE SPACES TO WS-MEDICAL-ALERT.
           ACCEPT WS-MEDICAL-ALERT.
           INSPECT WS-MEDICAL-ALERT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           IF WS-MEDICAL-ALERT = 'NONE' THEN
              MOVE SPACES TO STM-MEDICAL-ALERT
           ELSE
              IF WS-MEDICAL-ALERT NOT = SPACES THEN
                 MOVE WS-MEDICAL-ALERT TO STM-MEDICAL-ALERT
              END-IF
           END-IF.

           REWRITE STUDENT-MASTER-RECORD.
           DISPLAY 'STUDENT ' WS-STUDENT-ID ' MEDICAL DETAILS SAVED'.
           MOVE 'C' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING STM-ALLERGIES STM-MEDICAL-ALERT
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       3000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE DOSE - A KNOWN VACCINE CODE AND A DATE NOT IN
      * THE FUTURE, INTO THE FIRST FREE ENTRY. THE SAME
      * VACCINE ON THE SAME DATE IS ALREADY ON FILE.
      *-------------------------------------------------
       4000-RECORD-IMMUNIZATION.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF NOT STUDENT-ON-ROSTER THEN
              GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO WS-FREE-SLOT.
           PERFORM 4100-FIND-FREE-SLOT THRU 4100-EXIT
               VARYING WS-IMM-SUB FROM 8 BY -1
               UNTIL WS-IMM-SUB < 1.
           IF WS-FREE-SLOT = ZERO THEN
              DISPLAY 'IMMUNIZATION RECORD FULL - REMOVE AN ENTRY'
              GO TO 4000-EXIT
           END-IF.

           DISPLAY 'VACCINE CODE ?'.
           MOVE SPACES TO WS-VACCINE-CODE.
           ACCEPT WS-VACCINE-CODE.
           INSPECT WS-VACCINE-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           PERFORM 2200-FIND-VACCINE THRU 2200-EXIT.
           IF NOT VACCINE-FOUND THEN
              DISPLAY 'VACCINE ' WS-VACCINE-CODE
                  ' NOT IN THE REQUIREMENTS - NOT RECORDED'
              GO TO 4000-EXIT
           END-IF.

           DISPLAY 'DATE GIVEN (YYYYMMDD) ?'.
           MOVE SPACES TO WS-DOSE-DATE-IN.
           ACCEPT WS-DOSE-DATE-IN.
           IF WS-DOSE-DATE-IN IS NOT NUMERIC
              OR WS-DOSE-DATE-N < 19000101
              OR WS-DOSE-DATE-N > WS-RUN-DATE THEN
              DISPLAY 'DATE GIVEN MUST BE YYYYMMDD, NOT AFTER TODAY'
              GO TO 4000-EXIT
           END-IF.

           MOVE 'N' TO WS-DOSE-FOUND-SW.
           PERFORM 4200-CHECK-DUPLICATE THRU 4200-EXIT
               VARYING WS-IMM-SUB FROM 1 BY 1
               UNTIL WS-IMM-SUB > 8.
           IF DOSE-ON-FILE THEN
              DISPLAY 'DOSE ALREADY ON FILE - NOT RECORDED'
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-VACCINE-CODE TO STM-IMM-CODE(WS-FREE-SLOT).
           MOVE WS-DOSE-DATE-N  TO STM-IMM-DATE(WS-FREE-SLOT).
           REWRITE STUDENT-MASTER-RECORD.
           DISPLAY 'STUDENT ' WS-STUDENT-ID ' ' WS-VACCINE-CODE
               ' DOSE OF ' WS-DOSE-DATE-IN ' RECORDED'.
           MOVE 'A' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER.
           STRING WS-VACCINE-CODE WS-DOSE-DATE-IN
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       4000-EXIT.
           EXIT.

       4100-FIND-FREE-SLOT.
           IF STM-IMM-CODE(WS-IMM-SUB) = SPACES THEN
              MOVE WS-IMM-SUB TO WS-FREE-SLOT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-CHECK-DUPLICATE.
           IF STM-IMM-CODE(WS-IMM-SUB) = WS-VACCINE-CODE
              AND STM-IMM-DATE(WS-IMM-SUB) = WS-DOSE-DATE-N THEN
              SET DOSE-ON-FILE TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *-------------------------------------------------
      * A DOSE ENTERED IN ERROR COMES OFF BY ITS ENTRY
      * NUMBER ON THE INQUIRY - SUPERVISOR ONLY.
      *-------------------------------------------------
       5000-REMOVE-IMMUNIZATION.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'REMOVE REQUIRES A SUPERVISOR SIGN-ON'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF NOT STUDENT-ON-ROSTER THEN
              GO TO 5000-EXIT
           END-IF.
           PERFORM 6100-SHOW-IMMUNIZATIONS THRU 6100-EXIT.
           DISPLAY 'ENTRY NUMBER TO REMOVE (1-8) ?'.
           ACCEPT WS-ENTRY-NUMBER.
           IF WS-ENTRY-NUMBER < 1 OR WS-ENTRY-NUMBER > 8 THEN
              DISPLAY 'ENTRY NUMBER MUST BE 1 TO 8'
              GO TO 5000-EXIT
           END-IF.
           IF STM-IMM-CODE(WS-ENTRY-NUMBER) = SPACES THEN
              DISPLAY 'ENTRY ' WS-ENTRY-NUMBER ' IS EMPTY'
              GO TO 5000-EXIT
           END-IF.

           MOVE 'D' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-BEFORE WS-AUDIT-AFTER.
           STRING STM-IMM-CODE(WS-ENTRY-NUMBER)
               STM-IMM-DATE(WS-ENTRY-NUMBER)
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO STM-IMM-CODE(WS-ENTRY-NUMBER).
           MOVE ZERO   TO STM-IMM-DATE(WS-ENTRY-NUMBER).
           REWRITE STUDENT-MASTER-RECORD.
           DISPLAY 'STUDENT ' WS-STUDENT-ID ' ENTRY '
               WS-ENTRY-NUMBER ' REMOVED'.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.
       5000-EXIT.
           EXIT.

       6000-INQUIRE-STUDENT.
           PERFORM 2100-CHECK-ROSTER THRU 2100-EXIT.
           IF NOT STUDENT-ON-ROSTER THEN
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'STUDENT       : ' STM-STUDENT-ID ' '
               STM-STUDENT-NOM.
           DISPLAY 'YEAR LEVEL    : ' STM-YEAR-LEVEL.
           DISPLAY 'ALLERGIES     : ' STM-ALLERGIES.
           DISPLAY 'MEDICAL ALERT : ' STM-MEDICAL-ALERT.
           IF STM-HEALTH-NOTICE-DATE NOT = ZERO THEN
              DISPLAY 'GUARDIAN WRITTEN TO ABOUT IMMUNIZATIONS ON '
                  STM-HEALTH-NOTICE-DATE
           END-IF.
           PERFORM 6100-SHOW-IMMUNIZATIONS THRU 6100-EXIT.
       6000-EXIT.
           EXIT.

       6100-SHOW-IMMUNIZATIONS.
           DISPLAY 'IMMUNIZATIONS :'.
           PERFORM 6110-SHOW-ONE-DOSE THRU 6110-EXIT
               VARYING WS-IMM-SUB FROM 1 BY 1
               UNTIL WS-IMM-SUB > 8.
       6100-EXIT.
           EXIT.

       6110-SHOW-ONE-DOSE.
           IF STM-IMM-CODE(WS-IMM-SUB) = SPACES THEN
              GO TO 6110-EXIT
           END-IF.
           MOVE STM-IMM-CODE(WS-IMM-SUB) TO WS-VACCINE-CODE.
           PERFORM 2200-FIND-VACCINE THRU 2200-EXIT.
           MOVE WS-IMM-SUB TO WS-ENTRY-ED.
           IF VACCINE-FOUND THEN
              DISPLAY '  ' WS-ENTRY-ED '  ' STM-IMM-CODE(WS-IMM-SUB)
                  '  ' STM-IMM-DATE(WS-IMM-SUB) '  '
                  WS-VAC-NAME(VAC-IDX)
           ELSE
              DISPLAY '  ' WS-ENTRY-ED '  ' STM-IMM-CODE(WS-IMM-SUB)
                  '  ' STM-IMM-DATE(WS-IMM-SUB)
           END-IF.
       6110-EXIT.
           EXIT.

       8000-FINALIZE.
           CLOSE STUDENT-MASTER.
       8000-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE. THE
      * CALLER SETS THE ACTION AND THE TWO IMAGES.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'HEALTHMNT'   TO AA-PROGRAM.
           MOVE WS-SIGNON-ID  TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-ACTION TO AA-ACTION.
           MOVE WS-STUDENT-ID   TO AA-RECORD-KEY.
           MOVE WS-AUDIT-BEFORE TO AA-BEFORE-IMAGE.
           MOVE WS-AUDIT-AFTER  TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.
