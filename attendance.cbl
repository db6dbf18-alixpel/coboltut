      *               END STEP; LOGS COMPLETION TO CYCLE-LOG
      *               AND RETURNS ITS CONDITION THROUGH
      *               CYC-PARM-AREA.
      * 15/10/26  AP  LISTS EVERY SECTION TAUGHT BY A
      *               SUBSTITUTE (COVERS) ON THE DATES POSTED,
      *               WITH THE TEACHER WHO TOOK THE REGISTER,
      *               AND ANY SECTION LEFT UNCOVERED.
      **************************

      **************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-RPT-STATUS.

           SELECT COVER-FILE ASSIGN TO "COVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVER-STATUS.

           COPY "cyclgsel.cpy".

      **************************
       FD  ABSENCE-REPORT.
       01  ABSENCE-REPORT-RECORD    PIC X(60).

       FD  COVER-FILE.
           COPY "covrfd.cpy".

           COPY "cyclgfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ATTEND-MST-IN-STATUS  PIC X(02).
       01  WS-ATTEND-MST-OUT-STATUS PIC X(02).
       01  WS-ABSENCE-RPT-STATUS    PIC X(02).
       01  WS-COVER-STATUS          PIC X(02).

       01  WS-UNEXCUSED-THRESHOLD   PIC 9(03) VALUE 10.

              88 END-OF-ATT-MASTER  VALUE 'Y'.
           05 WS-STUDENT-FOUND-SW   PIC X(01).
              88 STUDENT-FOUND      VALUE 'Y'.
           05 WS-COVER-EOF-SW       PIC X(01) VALUE 'N'.
              88 END-OF-COVERS      VALUE 'Y'.

       01  WS-MAX-STUDENTS          PIC 9(04) COMP VALUE 1000.
       01  WS-STUDENT-COUNT         PIC 9(04) COMP VALUE ZERO.
       01  WS-WORK-STUDENT-ID       PIC X(06).
       01  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-FLAGGED-COUNT         PIC 9(05) COMP VALUE ZERO.
       01  WS-FIRST-DATE-POSTED     PIC 9(08) VALUE 99999999.
       01  WS-LAST-DATE-POSTED      PIC 9(08) VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(60).
       01  WS-COUNT-ED              PIC ZZ9.
               UNTIL END-OF-TRX.
           PERFORM 8000-WRITE-MASTER-OUT THRU 8000-EXIT.
           PERFORM 8100-PRINT-ABSENCE-REPORT THRU 8100-EXIT.
           PERFORM 8150-LIST-COVERED-SECTIONS THRU 8150-EXIT.
           PERFORM 8900-FINALIZE THRU 8900-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO
       2000-APPLY-TRANSACTION.
           MOVE AT-STUDENT-ID TO WS-WORK-STUDENT-ID.
           PERFORM 2100-FIND-STUDENT THRU 2100-EXIT.
           IF AT-ATTEND-DATE < WS-FIRST-DATE-POSTED THEN
              MOVE AT-ATTEND-DATE TO WS-FIRST-DATE-POSTED
           END-IF.
           IF AT-ATTEND-DATE > WS-LAST-DATE-POSTED THEN
              MOVE AT-ATTEND-DATE TO WS-LAST-DATE-POSTED
           END-IF.

           EVALUATE TRUE
              WHEN NOT STUDENT-FOUND
       8110-EXIT.
           EXIT.

      *-------------------------------------------------
      * A LESSON COVERED FOR AN ABSENT TEACHER HAD ITS
      * REGISTER TAKEN BY THE SUBSTITUTE - THE COVER FILE
      * SAYS WHO, FOR EVERY DATE THIS RUN POSTED.
      *-------------------------------------------------
       8150-LIST-COVERED-SECTIONS.
           OPEN INPUT COVER-FILE.
           IF WS-COVER-STATUS NOT = '00' THEN
              GO TO 8150-EXIT
           END-IF.
           PERFORM 8160-LIST-COVER THRU 8160-EXIT
               UNTIL END-OF-COVERS.
           CLOSE COVER-FILE.
       8150-EXIT.
           EXIT.

       8160-LIST-COVER.
           READ COVER-FILE
              AT END SET END-OF-COVERS TO TRUE
           END-READ.
           IF END-OF-COVERS
              OR CV-COVER-DATE < WS-FIRST-DATE-POSTED
              OR CV-COVER-DATE > WS-LAST-DATE-POSTED THEN
              GO TO 8160-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           IF CV-SUBSTITUTE = SPACES THEN
              STRING 'COVER ' CV-COVER-DATE ' P' CV-PERIOD ' '
                  CV-SUBJECT-CODE ' ' CV-SECTION-ID
                  ' NOT COVERED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              STRING 'COVER ' CV-COVER-DATE ' P' CV-PERIOD ' '
                  CV-SUBJECT-CODE ' ' CV-SECTION-ID
                  ' TAKEN BY ' CV-SUBSTITUTE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           MOVE WS-REPORT-LINE TO ABSENCE-REPORT-RECORD.
           WRITE ABSENCE-REPORT-RECORD.
       8160-EXIT.
           EXIT.

       8200-WRITE-EXCEPTION.
           MOVE WS-REPORT-LINE(1:25) TO WS-REPORT-LINE(31:25).
           MOVE SPACES TO WS-REPORT-LINE(1:30).
