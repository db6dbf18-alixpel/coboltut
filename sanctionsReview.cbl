      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  SanctionsReview.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. SUPERVISOR REVIEW OF THE
      *               SANCTIONS SCREENING HOLDS ON SCRNHOLD -
      *               TRANAPPROVE'S SHAPE. THE SESSION SIGNS
      *               ON THROUGH OPERSIGNON AND IS REFUSED
      *               WITHOUT THE SUPERVISOR ROLE. L LISTS THE
      *               OPEN HOLDS BY NUMBER WITH THE NAME THAT
      *               WAS MATCHED AND THE LISTED NAME IT CAME
      *               CLOSE TO; C CLEARS ONE AS A FALSE MATCH
      *               AND F CONFIRMS ONE. THE DECIDING
      *               OPERATOR AND DATE ARE STAMPED ON THE
      *               HOLD, EVERY DECISION GOES TO THE
      *               OPERATOR-ACTIVITY AUDIT WITH ITS BEFORE
      *               AND AFTER IMAGES, AND THE FILE IS
      *               REWRITTEN WHOLE AT EXIT. A CLEARED PARTY
      *               IS PAID OR POSTED BY THE NEXT RUN THAT
      *               HELD IT BACK; A CONFIRMED ONE NEVER IS.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREENING-HOLDS ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACTIVITY-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-AUDIT-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  SCREENING-HOLDS.
           COPY "scrhfd.cpy".

       FD  ACTIVITY-AUDIT.
           COPY "actafd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS            PIC X(02).
       01  WS-ACTIVITY-AUDIT-STATUS  PIC X(02).

       01  WS-SIGNON-ID              PIC X(06).
       01  WS-SIGNON-ROLE            PIC X(01).
           88 SIGNON-SUPERVISOR      VALUE 'S'.

       COPY "signparm.cpy".

       01  WS-SWITCHES.
           05 WS-DONE-SW             PIC X(01) VALUE 'N'.
              88 REVIEW-DONE         VALUE 'Y'.
           05 WS-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
              88 END-OF-HOLDS        VALUE 'Y'.
           05 WS-DIRTY-SW            PIC X(01) VALUE 'N'.
              88 HOLDS-CHANGED       VALUE 'Y'.

       01  WS-FUNCTION-CODE          PIC X(01).
           88 LIST-HOLDS             VALUE 'L'.
           88 CLEAR-HOLD             VALUE 'C'.
           88 CONFIRM-HOLD           VALUE 'F'.
           88 EXIT-REVIEW            VALUE 'X'.

       01  WS-CONFIRM-ANSWER         PIC X(01).
           88 DECISION-CONFIRMED     VALUE 'Y'.

       01  WS-RUN-DATE               PIC 9(08).
       01  WS-ITEM-NUMBER            PIC 9(04).
       01  WS-HOLDS-SHOWN            PIC 9(04) COMP.
       01  WS-SOURCE-LABEL           PIC X(08).
       01  WS-DISTANCE-ED            PIC Z9.
       01  WS-AUDIT-BEFORE           PIC X(106).

       01  WS-MAX-HOLDS              PIC 9(04) COMP VALUE 2000.
       01  WS-HOLD-COUNT             PIC 9(04) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1 TO 2000 TIMES
                 DEPENDING ON WS-HOLD-COUNT
                 INDEXED BY HLD-IDX.
              10 WS-HLD-RECORD       PIC X(106).
              10 WS-HLD-FIELDS REDEFINES WS-HLD-RECORD.
                 15 WS-HLD-STATUS    PIC X(01).
                 15 WS-HLD-SOURCE    PIC X(01).
                 15 WS-HLD-PARTY-ID  PIC X(10).
                 15 WS-HLD-ENTRY-ID  PIC X(10).
                 15 WS-HLD-HELD-DATE PIC 9(08).
                 15 WS-HLD-DECIDED-OPER PIC X(06).
                 15 WS-HLD-DECIDED-DATE PIC 9(08).
                 15 WS-HLD-DISTANCE  PIC 9(02).
                 15 WS-HLD-PARTY-NAME PIC X(30).
                 15 WS-HLD-LIST-NAME PIC X(30).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 0500-OPERATOR-SIGNON THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL REVIEW-DONE.

           IF HOLDS-CHANGED THEN
              PERFORM 8000-REWRITE-HOLDS THRU 8000-EXIT
           END-IF.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

      *-------------------------------------------------
      * ONLY A SUPERVISOR-ROLE OPERATOR MAY DECIDE A
      * SCREENING HOLD.
      *-------------------------------------------------
       0500-OPERATOR-SIGNON.
           MOVE 'SANCTREVIEW' TO SGN-PROGRAM.
           CALL 'OPERSIGNON' USING SGN-PARM-AREA.
           IF NOT SGN-OK THEN
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-SIGNON-ID.
           MOVE SGN-ROLE        TO WS-SIGNON-ROLE.
           IF NOT SIGNON-SUPERVISOR THEN
              DISPLAY 'SANCTIONS REVIEW REQUIRES THE'
                  ' SUPERVISOR ROLE - REFUSED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
       0500-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SCREENING-HOLDS.
           IF WS-HOLD-STATUS = '00' THEN
              PERFORM 1100-LOAD-HOLD THRU 1100-EXIT
                  UNTIL END-OF-HOLDS
              CLOSE SCREENING-HOLDS
           END-IF.
           IF WS-HOLD-COUNT = ZERO THEN
              DISPLAY 'NO SANCTIONS SCREENING HOLDS ON FILE'
           END-IF.
       1000-EXIT.
           EXIT.

      *-------------------------------------------------
      * A FILE TOO BIG FOR THE TABLE STOPS THE SESSION -
      * THE REWRITE WOULD OTHERWISE DROP THE OVERFLOW.
      *-------------------------------------------------
       1100-LOAD-HOLD.
           READ SCREENING-HOLDS
              AT END SET END-OF-HOLDS TO TRUE
           END-READ.
           IF END-OF-HOLDS THEN
              GO TO 1100-EXIT
           END-IF.
           IF WS-HOLD-COUNT >= WS-MAX-HOLDS THEN
              DISPLAY 'SANCTIONSREVIEW - HOLD TABLE FULL AT '
                  WS-MAX-HOLDS ' - SESSION REFUSED'
              CLOSE SCREENING-HOLDS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE SCREENING-HOLD-RECORD
               TO WS-HLD-RECORD(WS-HOLD-COUNT).
       1100-EXIT.
           EXIT.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- SANCTIONS SCREENING REVIEW --------'.
           DISPLAY 'L - LIST OPEN HOLDS  C - CLEAR (FALSE MATCH)'.
           DISPLAY 'F - CONFIRM MATCH    X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN LIST-HOLDS
                 PERFORM 3000-LIST-HOLDS THRU 3000-EXIT
              WHEN CLEAR-HOLD
                 PERFORM 4000-DECIDE-HOLD THRU 4000-EXIT
              WHEN CONFIRM-HOLD
                 PERFORM 4000-DECIDE-HOLD THRU 4000-EXIT
              WHEN EXIT-REVIEW
                 SET REVIEW-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-LIST-HOLDS.
           MOVE ZERO TO WS-HOLDS-SHOWN.
           DISPLAY 'ITEM HELD ON  PARTY    ID         NAME'.
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT.
           IF WS-HOLDS-SHOWN = ZERO THEN
              DISPLAY 'NOTHING AWAITING A DECISION'
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           IF WS-HLD-STATUS(HLD-IDX) NOT = 'H' THEN
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-HOLDS-SHOWN.
           SET WS-ITEM-NUMBER TO HLD-IDX.
           PERFORM 3200-SET-SOURCE-LABEL THRU 3200-EXIT.
           MOVE WS-HLD-DISTANCE(HLD-IDX) TO WS-DISTANCE-ED.
           DISPLAY WS-ITEM-NUMBER ' '
               WS-HLD-HELD-DATE(HLD-IDX) ' '
               WS-SOURCE-LABEL ' '
               WS-HLD-PARTY-ID(HLD-IDX) ' '
               WS-HLD-PARTY-NAME(HLD-IDX).
           DISPLAY '     LISTED AS ' WS-HLD-ENTRY-ID(HLD-IDX) ' '
               WS-HLD-LIST-NAME(HLD-IDX) ' DIFF' WS-DISTANCE-ED.
       3100-EXIT.
           EXIT.

       3200-SET-SOURCE-LABEL.
           EVALUATE WS-HLD-SOURCE(HLD-IDX)
              WHEN 'A' MOVE 'ACCOUNT'  TO WS-SOURCE-LABEL
              WHEN 'W' MOVE 'WINNER'   TO WS-SOURCE-LABEL
              WHEN 'E' MOVE 'EMPLOYEE' TO WS-SOURCE-LABEL
              WHEN 'V' MOVE 'VENDOR'   TO WS-SOURCE-LABEL
              WHEN OTHER MOVE 'UNKNOWN' TO WS-SOURCE-LABEL
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE HOLD, CLEARED OR CONFIRMED BY ITS LIST
      * NUMBER AFTER A Y TO THE READ-BACK. THE DECISION
      * IS AUDITED AT ONCE, NOT AT EXIT, SO A SESSION
      * THAT DIES STILL LEAVES THE TRAIL.
      *-------------------------------------------------
       4000-DECIDE-HOLD.
           DISPLAY 'ITEM NUMBER ?'.
           ACCEPT WS-ITEM-NUMBER.
           IF WS-ITEM-NUMBER < 1
              OR WS-ITEM-NUMBER > WS-HOLD-COUNT THEN
              DISPLAY 'NO SUCH ITEM'
              GO TO 4000-EXIT
           END-IF.
           SET HLD-IDX TO WS-ITEM-NUMBER.
           IF WS-HLD-STATUS(HLD-IDX) NOT = 'H' THEN
              DISPLAY 'HOLD IS ALREADY DECIDED'
              GO TO 4000-EXIT
           END-IF.

           PERFORM 3200-SET-SOURCE-LABEL THRU 3200-EXIT.
           DISPLAY WS-SOURCE-LABEL ' ' WS-HLD-PARTY-ID(HLD-IDX)
               ' ' WS-HLD-PARTY-NAME(HLD-IDX).
           DISPLAY 'LISTED AS ' WS-HLD-ENTRY-ID(HLD-IDX) ' '
               WS-HLD-LIST-NAME(HLD-IDX).
           IF CLEAR-HOLD THEN
              DISPLAY 'CLEAR AS A FALSE MATCH (Y/N) ?'
           ELSE
              DISPLAY 'CONFIRM AS A TRUE MATCH (Y/N) ?'
           END-IF.
           ACCEPT WS-CONFIRM-ANSWER.
           IF NOT DECISION-CONFIRMED THEN
              DISPLAY 'NOTHING CHANGED'
              GO TO 4000-EXIT
           END-IF.

           MOVE WS-HLD-RECORD(HLD-IDX) TO WS-AUDIT-BEFORE.
           IF CLEAR-HOLD THEN
              MOVE 'C' TO WS-HLD-STATUS(HLD-IDX)
           ELSE
              MOVE 'F' TO WS-HLD-STATUS(HLD-IDX)
           END-IF.
           MOVE WS-SIGNON-ID TO WS-HLD-DECIDED-OPER(HLD-IDX).
           MOVE WS-RUN-DATE  TO WS-HLD-DECIDED-DATE(HLD-IDX).
           SET HOLDS-CHANGED TO TRUE.
           PERFORM 8900-WRITE-ACTIVITY-AUDIT THRU 8900-EXIT.

           IF CONFIRM-HOLD THEN
              DISPLAY 'MATCH CONFIRMED - NOTHING WILL BE PAID OR'
                  ' POSTED FOR THIS PARTY'
              GO TO 4000-EXIT
           END-IF.
           EVALUATE WS-HLD-SOURCE(HLD-IDX)
              WHEN 'A'
                 DISPLAY 'CLEARED - HELD POSTINGS RELEASE ON THE'
                     ' NEXT EDIT RUN'
              WHEN 'W'
                 DISPLAY 'CLEARED - THE PRIZE DESK MAY PAY THE'
                     ' WINNER'
              WHEN 'E'
                 DISPLAY 'CLEARED - PAID IN THE NEXT PAYROLL RUN'
              WHEN 'V'
                 DISPLAY 'CLEARED - INVOICES PAID IN THE NEXT'
                     ' SUPPLIER RUN'
              WHEN OTHER
                 DISPLAY 'CLEARED'
           END-EVALUATE.
       4000-EXIT.
           EXIT.

       8000-REWRITE-HOLDS.
           OPEN OUTPUT SCREENING-HOLDS.
           PERFORM 8100-WRITE-ONE-HOLD THRU 8100-EXIT
               VARYING HLD-IDX FROM 1 BY 1
               UNTIL HLD-IDX > WS-HOLD-COUNT.
           CLOSE SCREENING-HOLDS.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-HOLD.
           MOVE WS-HLD-RECORD(HLD-IDX) TO SCREENING-HOLD-RECORD.
           WRITE SCREENING-HOLD-RECORD.
       8100-EXIT.
           EXIT.

      *-------------------------------------------------
      * ONE LINE TO THE SHARED ACTIVITY-AUDIT FILE - THE
      * HOLD BEFORE AND AFTER THE DECISION.
      *-------------------------------------------------
       8900-WRITE-ACTIVITY-AUDIT.
           OPEN EXTEND ACTIVITY-AUDIT.
           IF WS-ACTIVITY-AUDIT-STATUS = '35' THEN
              OPEN OUTPUT ACTIVITY-AUDIT
           END-IF.
           MOVE SPACES TO ACTIVITY-AUDIT-RECORD.
           MOVE 'SANCTREVIEW' TO AA-PROGRAM.
           MOVE WS-SIGNON-ID  TO AA-OPERATOR-ID.
           ACCEPT AA-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AA-AUDIT-TIME FROM TIME.
           MOVE 'C'           TO AA-ACTION.
           MOVE WS-HLD-SOURCE(HLD-IDX)   TO AA-RECORD-KEY(1:1).
           MOVE WS-HLD-PARTY-ID(HLD-IDX) TO AA-RECORD-KEY(2:10).
           MOVE WS-AUDIT-BEFORE          TO AA-BEFORE-IMAGE.
           MOVE WS-HLD-RECORD(HLD-IDX)   TO AA-AFTER-IMAGE.
           WRITE ACTIVITY-AUDIT-RECORD.
           CLOSE ACTIVITY-AUDIT.
       8900-EXIT.
           EXIT.
