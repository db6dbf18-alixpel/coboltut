      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  ImmunCheck.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. IMMUNIZATION COMPLIANCE RUN.
      *               EVERY STUDENT ON STUDENT-MASTER IS
      *               CHECKED AGAINST THE DISTRICT
      *               REQUIREMENTS FOR THEIR YEAR LEVEL
      *               (IMMREQ, IMMRQFD LAYOUT) - EACH VACCINE
      *               NEEDS ITS NUMBER OF DOSES ON THE HEALTH
      *               RECORD HEALTHMAINT KEEPS. A STUDENT
      *               SHORT OF ANY IS LISTED WITH WHAT IS
      *               MISSING (IMMLIST). THE FIRST TIME, A
      *               REMINDER LETTER GOES TO THE GUARDIAN ON
      *               THE CONTACT MASTER'S PREFERRED CHANNEL,
      *               SAME RULE AS MEALACCOUNT - PRINT
      *               (IMMNOTP) OR THE ELECTRONIC EXTRACT
      *               (IMMNOTE) - AND THE DATE IS KEPT ON THE
      *               MASTER (STM-HEALTH-NOTICE-DATE). ONCE
      *               THE GRACE PERIOD (IMMPARM, DEFAULT 30
      *               DAYS) FROM THAT LETTER HAS PASSED THE
      *               STUDENT IS ON THE EXCLUSION LIST
      *               (IMMEXCL). A STUDENT WHO BECOMES
      *               COMPLIANT HAS THE DATE CLEARED. RETURN
      *               CODE 4 WHEN ANYONE IS NON-COMPLIANT, 8
      *               WITH NO REQUIREMENTS.
      * 15/10/26  AP  THE GUARDIAN REMINDER IS NOW QUEUED ON
      *               THE SHARED NOTIFICATION QUEUE (NTFQFD,
      *               TEMPLATE IMMREM) FOR NOTIFYDISPATCH TO
      *               WORD AND SEND ON THE GUARDIAN'S CHANNEL
      *               - IMMNOTP, IMMNOTE AND THE CONTACT
      *               MASTER LOOKUP ARE GONE FROM THIS RUN.
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

           SELECT IMMUNIZATION-PARM ASSIGN TO "IMMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMMUNIZATION-PARM-STATUS.

           SELECT COMPLIANCE-LIST ASSIGN TO "IMMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLIANCE-LIST-STATUS.

           SELECT EXCLUSION-LIST ASSIGN TO "IMMEXCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCLUSION-LIST-STATUS.

           COPY "ntfqsel.cpy".

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
           COPY "stumtfd.cpy".

       FD  IMMUNIZATION-REQS.
           COPY "immrqfd.cpy".

       FD  IMMUNIZATION-PARM.
       01  IMMUNIZATION-PARM-RECORD.
           05 IP-GRACE-DAYS         PIC 9(03).

       FD  COMPLIANCE-LIST.
       01  COMPLIANCE-LIST-RECORD   PIC X(72).

       FD  EXCLUSION-LIST.
       01  EXCLUSION-LIST-RECORD    PIC X(72).

           COPY "ntfqfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-MASTER-STATUS PIC X(02).
       01  WS-IMMUNIZATION-REQ-STATUS PIC X(02).
       01  WS-IMMUNIZATION-PARM-STATUS PIC X(02).
       01  WS-COMPLIANCE-LIST-STATUS PIC X(02).
       01  WS-EXCLUSION-LIST-STATUS PIC X(02).
       01  WS-NOTIFY-QUEUE-STATUS   PIC X(02).

       01  WS-SWITCHES.
           05 WS-ROSTER-EOF-SW      PIC X(01) VALUE 'N'.
              88 END-OF-ROSTER      VALUE 'Y'.
           05 WS-REQ-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-REQUIREMENTS VALUE 'Y'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-RUN-DATE-INT          PIC S9(09) COMP.
       01  WS-NOTICE-DATE-INT       PIC S9(09) COMP.
       01  WS-GRACE-DAYS            PIC 9(03) VALUE 030.
       01  WS-DAYS-SINCE-NOTICE     PIC S9(05) COMP.
       01  WS-GRACE-END-DATE        PIC 9(08).
       01  WS-STATUS-TEXT           PIC X(24).

      *-------------------------------------------------
      * THE REQUIREMENTS, ONE ENTRY PER VACCINE PER YEAR
      * LEVEL AS ON IMMREQ.
      *-------------------------------------------------
       01  WS-MAX-REQUIREMENTS      PIC 9(03) COMP VALUE 200.
       01  WS-REQ-COUNT             PIC 9(03) COMP VALUE ZERO.
       01  WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 1 TO 200 TIMES
                 DEPENDING ON WS-REQ-COUNT
                 INDEXED BY REQ-IDX.
              10 WS-REQ-LEVEL       PIC 9(02).
              10 WS-REQ-CODE        PIC X(04).
              10 WS-REQ-DOSES       PIC 9(01).
              10 WS-REQ-NAME        PIC X(20).

      *-------------------------------------------------
      * WHAT THE CURRENT STUDENT IS SHORT OF - THE
      * VACCINE, THE DOSES ON FILE AND THE DOSES NEEDED.
      *-------------------------------------------------
       01  WS-MISSING-COUNT         PIC 9(02) COMP.
       01  WS-MISSING-TABLE.
           05 WS-MISSING-ENTRY OCCURS 20 TIMES
                 INDEXED BY MIS-IDX.
              10 WS-MIS-CODE        PIC X(04).
              10 WS-MIS-NAME        PIC X(20).
              10 WS-MIS-HAVE        PIC 9(01).
              10 WS-MIS-NEED        PIC 9(01).

       01  WS-DOSES-ON-FILE         PIC 9(02) COMP.
       01  WS-IMM-SUB               PIC 9(02) COMP.

       01  WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-NONCOMPLIANT-COUNT    PIC 9(05) COMP VALUE ZERO.
       01  WS-EXCLUDED-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-CLEARED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-REMINDER-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-VAR-SUB               PIC 9(01) COMP.
       01  WS-MORE-COUNT            PIC 9(02) COMP.
       01  WS-MORE-ED               PIC Z9.

       01  WS-REPORT-LINE           PIC X(72).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-DAYS-ED               PIC ZZZ9.
       01  WS-HAVE-ED               PIC 9.
       01  WS-NEED-ED               PIC 9.

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-CHECK-STUDENT THRU 2000-EXIT
               UNTIL END-OF-ROSTER.

           PERFORM 8000-FINALIZE THRU 8000-EXIT.

           IF WS-NONCOMPLIANT-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-------------------------------------------------
      * THE REQUIREMENTS ARE THE ONE INPUT THE RUN CANNOT
      * DO WITHOUT. THE GRACE PERIOD PARM IS OPTIONAL.
      *-------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT IMMUNIZATION-REQS.
           IF WS-IMMUNIZATION-REQ-STATUS = '00' THEN
              PERFORM 1100-LOAD-REQUIREMENT THRU 1100-EXIT
                  UNTIL END-OF-REQUIREMENTS
              CLOSE IMMUNIZATION-REQS
           END-IF.
           IF WS-REQ-COUNT = ZERO THEN
              DISPLAY 'IMMREQ HAS NO REQUIREMENTS - '
                  'NO COMPLIANCE RUN'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT IMMUNIZATION-PARM.
           IF WS-IMMUNIZATION-PARM-STATUS = '00' THEN
              READ IMMUNIZATION-PARM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF IP-GRACE-DAYS IS NUMERIC THEN
                       MOVE IP-GRACE-DAYS TO WS-GRACE-DAYS
                    END-IF
              END-READ
              CLOSE IMMUNIZATION-PARM
           END-IF.

           OPEN I-O STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = '00' THEN
              SET END-OF-ROSTER TO TRUE
           END-IF.

           OPEN OUTPUT COMPLIANCE-LIST.
           OPEN OUTPUT EXCLUSION-LIST.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTIFY-QUEUE-STATUS = '35' THEN
              OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.

           MOVE WS-GRACE-DAYS TO WS-DAYS-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'IMMUNIZATION COMPLIANCE  RUN DATE ' WS-RUN-DATE
               '  GRACE ' WS-DAYS-ED ' DAYS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STUDENTS EXCLUDED FROM ' WS-RUN-DATE
               ' UNTIL PROOF OF IMMUNIZATION IS RECEIVED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXCLUSION-LIST-RECORD.
           WRITE EXCLUSION-LIST-RECORD.
           MOVE SPACES TO EXCLUSION-LIST-RECORD.
           WRITE EXCLUSION-LIST-RECORD.
       1000-EXIT.
           EXIT.

       1100-LOAD-REQUIREMENT.
           READ IMMUNIZATION-REQS
              AT END SET END-OF-REQUIREMENTS TO TRUE
           END-READ.
           IF END-OF-REQUIREMENTS THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-REQ-COUNT >= WS-MAX-REQUIREMENTS THEN
              DISPLAY 'REQUIREMENT TABLE FULL - ' IR-YEAR-LEVEL
                  ' ' IR-VACCINE-CODE ' NOT LOADED'
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           SET REQ-IDX TO WS-REQ-COUNT.
           MOVE IR-YEAR-LEVEL     TO WS-REQ-LEVEL(REQ-IDX).
           MOVE IR-VACCINE-CODE   TO WS-REQ-CODE(REQ-IDX).
           MOVE IR-DOSES-REQUIRED TO WS-REQ-DOSES(REQ-IDX).
           MOVE IR-VACCINE-NAME   TO WS-REQ-NAME(REQ-IDX).
       1100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE STUDENT. COMPLIANT CLEARS ANY OLD LETTER DATE;
      * OTHERWISE THE FIRST LETTER IS SENT, OR THE GRACE
      * PERIOD FROM IT IS CHECKED.
      *-------------------------------------------------
       2000-CHECK-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
              AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           IF END-OF-ROSTER THEN
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-STUDENT-COUNT.

           MOVE ZERO TO WS-MISSING-COUNT.
           PERFORM 2100-CHECK-REQUIREMENT THRU 2100-EXIT
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQ-COUNT.

           IF WS-MISSING-COUNT = ZERO THEN
              IF STM-HEALTH-NOTICE-DATE NOT = ZERO THEN
                 MOVE ZERO TO STM-HEALTH-NOTICE-DATE
                 REWRITE STUDENT-MASTER-RECORD
                 ADD 1 TO WS-CLEARED-COUNT
              END-IF
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-NONCOMPLIANT-COUNT.
           IF STM-HEALTH-NOTICE-DATE = ZERO THEN
              MOVE WS-RUN-DATE TO STM-HEALTH-NOTICE-DATE
              REWRITE STUDENT-MASTER-RECORD
              PERFORM 2300-GRACE-END THRU 2300-EXIT
              PERFORM 4000-QUEUE-REMINDER THRU 4000-EXIT
              MOVE 'REMINDER SENT TODAY' TO WS-STATUS-TEXT
           ELSE
              PERFORM 2300-GRACE-END THRU 2300-EXIT
              IF WS-DAYS-SINCE-NOTICE > WS-GRACE-DAYS THEN
                 PERFORM 3100-WRITE-EXCLUSION THRU 3100-EXIT
                 MOVE 'EXCLUDED' TO WS-STATUS-TEXT
              ELSE
                 MOVE SPACES TO WS-STATUS-TEXT
                 STRING 'REMINDED ' STM-HEALTH-NOTICE-DATE
                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
              END-IF
           END-IF.
           PERFORM 3000-WRITE-NONCOMPLIANT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-REQUIREMENT.
           IF WS-REQ-LEVEL(REQ-IDX) NOT = STM-YEAR-LEVEL THEN
              GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-DOSES-ON-FILE.
           PERFORM 2110-COUNT-DOSE THRU 2110-EXIT
               VARYING WS-IMM-SUB FROM 1 BY 1
               UNTIL WS-IMM-SUB > 8.
           IF WS-DOSES-ON-FILE >= WS-REQ-DOSES(REQ-IDX)
              OR WS-MISSING-COUNT >= 20 THEN
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           SET MIS-IDX TO WS-MISSING-COUNT.
           MOVE WS-REQ-CODE(REQ-IDX)  TO WS-MIS-CODE(MIS-IDX).
           MOVE WS-REQ-NAME(REQ-IDX)  TO WS-MIS-NAME(MIS-IDX).
           MOVE WS-DOSES-ON-FILE      TO WS-MIS-HAVE(MIS-IDX).
           MOVE WS-REQ-DOSES(REQ-IDX) TO WS-MIS-NEED(MIS-IDX).
       2100-EXIT.
           EXIT.

       2110-COUNT-DOSE.
           IF STM-IMM-CODE(WS-IMM-SUB) = WS-REQ-CODE(REQ-IDX)
              AND STM-IMM-DATE(WS-IMM-SUB) NOT = ZERO THEN
              ADD 1 TO WS-DOSES-ON-FILE
           END-IF.
       2110-EXIT.
           EXIT.

      *-------------------------------------------------
      * DAYS SINCE THE FIRST LETTER AND THE LAST DAY OF
      * GRACE IT GAVE.
      *-------------------------------------------------
       2300-GRACE-END.
           COMPUTE WS-NOTICE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(STM-HEALTH-NOTICE-DATE).
           COMPUTE WS-DAYS-SINCE-NOTICE =
               WS-RUN-DATE-INT - WS-NOTICE-DATE-INT.
           COMPUTE WS-GRACE-END-DATE = FUNCTION DATE-OF-INTEGER(
               WS-NOTICE-DATE-INT + WS-GRACE-DAYS).
       2300-EXIT.
           EXIT.

       3000-WRITE-NONCOMPLIANT.
           MOVE SPACES TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING STM-STUDENT-ID ' ' STM-STUDENT-NOM
               ' YEAR ' STM-YEAR-LEVEL '  ' WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
           PERFORM 3010-WRITE-MISSING THRU 3010-EXIT
               VARYING MIS-IDX FROM 1 BY 1
               UNTIL MIS-IDX > WS-MISSING-COUNT.
       3000-EXIT.
           EXIT.

       3010-WRITE-MISSING.
           MOVE WS-MIS-HAVE(MIS-IDX) TO WS-HAVE-ED.
           MOVE WS-MIS-NEED(MIS-IDX) TO WS-NEED-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '       MISSING ' WS-MIS-CODE(MIS-IDX) ' '
               WS-MIS-NAME(MIS-IDX) '  ' WS-HAVE-ED ' OF '
               WS-NEED-ED ' DOSES'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
       3010-EXIT.
           EXIT.

       3100-WRITE-EXCLUSION.
           ADD 1 TO WS-EXCLUDED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING STM-STUDENT-ID ' ' STM-STUDENT-NOM
               ' YEAR ' STM-YEAR-LEVEL
               '  GRACE ENDED ' WS-GRACE-END-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXCLUSION-LIST-RECORD.
           WRITE EXCLUSION-LIST-RECORD.
       3100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE REMINDER FOR THE GUARDIAN, QUEUED FOR
      * NOTIFYDISPATCH - IT PICKS THE CHANNEL FROM THE
      * CONTACT MASTER AND WORDS THE LETTER. THE FILL-INS
      * ARE THE STUDENT'S NAME, THE LAST DAY OF GRACE AND
      * UP TO THREE MISSING VACCINES WITH THEIR DOSES;
      * WHEN MORE ARE MISSING THE THIRD SLOT SAYS HOW
      * MANY MORE THE SCHOOL NURSE HAS ON THE LIST.
      *-------------------------------------------------
       4000-QUEUE-REMINDER.
           MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
           MOVE WS-RUN-DATE      TO NQ-QUEUED-DATE.
           MOVE 'IMMCHECK'       TO NQ-SOURCE.
           SET NQ-PARENT         TO TRUE.
           MOVE STM-STUDENT-ID   TO NQ-RECIPIENT-ID.
           MOVE 'IMMREM'         TO NQ-TEMPLATE-CODE.
           MOVE STM-STUDENT-NOM  TO NQ-VARIABLE(1).
           MOVE WS-GRACE-END-DATE TO NQ-VARIABLE(2).
           PERFORM 4100-QUEUE-MISSING THRU 4100-EXIT
               VARYING MIS-IDX FROM 1 BY 1
               UNTIL MIS-IDX > WS-MISSING-COUNT
                  OR MIS-IDX > 3.
           IF WS-MISSING-COUNT > 3 THEN
              COMPUTE WS-MORE-COUNT = WS-MISSING-COUNT - 2
              MOVE WS-MORE-COUNT TO WS-MORE-ED
              MOVE SPACES TO NQ-VARIABLE(5)
              STRING 'AND ' WS-MORE-ED ' MORE - SEE THE NURSE'
                  DELIMITED BY SIZE INTO NQ-VARIABLE(5)
           END-IF.
           WRITE NOTIFICATION-QUEUE-RECORD.
           ADD 1 TO WS-REMINDER-COUNT.
       4000-EXIT.
           EXIT.

       4100-QUEUE-MISSING.
           SET WS-VAR-SUB TO MIS-IDX.
           ADD 2 TO WS-VAR-SUB.
           MOVE WS-MIS-HAVE(MIS-IDX) TO WS-HAVE-ED.
           MOVE WS-MIS-NEED(MIS-IDX) TO WS-NEED-ED.
           STRING WS-MIS-NAME(MIS-IDX) ' ' WS-HAVE-ED
               ' OF ' WS-NEED-ED
               DELIMITED BY SIZE INTO NQ-VARIABLE(WS-VAR-SUB).
       4100-EXIT.
           EXIT.

       8000-FINALIZE.
           IF WS-STUDENT-MASTER-STATUS NOT = '35' THEN
              CLOSE STUDENT-MASTER
           END-IF.
           MOVE SPACES TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
           MOVE WS-STUDENT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STUDENTS CHECKED     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
           MOVE WS-NONCOMPLIANT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NON-COMPLIANT        ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
           MOVE WS-EXCLUDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EXCLUDED             ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.
           MOVE WS-REMINDER-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REMINDERS QUEUED     ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COMPLIANCE-LIST-RECORD.
           WRITE COMPLIANCE-LIST-RECORD.

           MOVE SPACES TO EXCLUSION-LIST-RECORD.
           WRITE EXCLUSION-LIST-RECORD.
           MOVE WS-EXCLUDED-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STUDENTS EXCLUDED    ' WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           MOVE WS-REPORT-LINE TO EXCLUSION-LIST-RECORD.
           WRITE EXCLUSION-LIST-RECORD.

           CLOSE COMPLIANCE-LIST.
           CLOSE EXCLUSION-LIST.
           CLOSE NOTIFICATION-QUEUE.
           DISPLAY 'STUDENTS CHECKED : ' WS-STUDENT-COUNT.
           DISPLAY 'NON-COMPLIANT    : ' WS-NONCOMPLIANT-COUNT.
           DISPLAY 'EXCLUDED         : ' WS-EXCLUDED-COUNT.
           DISPLAY 'LETTERS CLEARED  : ' WS-CLEARED-COUNT.
       8000-EXIT.
           EXIT.
