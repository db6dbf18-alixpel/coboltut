      **************************
       IDENTIFICATION DIVISION.
      **************************
       PROGRAM-ID.  NotifyInquiry.
       AUTHOR. ALIXPEL.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.

      **************************
      * MODIFICATION HISTORY
      * 15/10/26  AP  NEW PROGRAM. GUEST SERVICES' "WAS I
      *               TOLD?" LOOKUP OVER THE NOTIFICATION
      *               HISTORY NOTIFYDISPATCH APPENDS - GIVEN
      *               THE RECIPIENT TYPE (G GUEST, P PARENT BY
      *               STUDENT ID, S EMPLOYEE) AND ID, LISTS
      *               EVERY NOTICE LINE OLDEST FIRST WITH ITS
      *               CHANNEL, ADDRESS, STATUS AND REASON, SO
      *               A BOUNCE AND THE RE-MAILING THAT
      *               FOLLOWED IT READ IN ORDER. THE LAST
      *               LINE FOR A NOTICE ID IS ITS CURRENT
      *               STATUS. SAME REQUEST-LOOP STYLE AS
      *               ACCOUNTINQUIRY.
      **************************

      **************************
       ENVIRONMENT DIVISION.
      **************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-HISTORY ASSIGN TO "NTFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-HISTORY-STATUS.

      **************************
       DATA DIVISION.
      **************************
       FILE SECTION.
       FD  NOTIFY-HISTORY.
           COPY "ntfhfd.cpy".

       WORKING-STORAGE SECTION.
       01  WS-NOTIFY-HISTORY-STATUS PIC X(02).

       01  WS-SWITCHES.
           05 WS-DONE-SW            PIC X(01) VALUE 'N'.
              88 INQUIRY-DONE       VALUE 'Y'.
           05 WS-HISTORY-EOF-SW     PIC X(01).
              88 END-OF-HISTORY     VALUE 'Y'.

       01  WS-FUNCTION-CODE         PIC X(01).
           88 RUN-INQUIRY           VALUE 'I'.
           88 EXIT-INQUIRY          VALUE 'X'.

       01  WS-RECIPIENT-TYPE        PIC X(01).
           88 VALID-RECIPIENT-TYPE  VALUES 'G' 'P' 'S'.
       01  WS-RECIPIENT-ID          PIC X(10).
       01  WS-MATCH-COUNT           PIC 9(05) COMP.
       01  WS-STATUS-TEXT           PIC X(13).

      ***************************
       PROCEDURE DIVISION.
      ***************************
       0000-MAINLINE.
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL INQUIRY-DONE.

           MOVE ZERO TO RETURN-CODE.

           STOP RUN.

       2000-PROCESS-REQUEST.
           DISPLAY ' '.
           DISPLAY '-------- NOTIFICATION HISTORY INQUIRY --------'.
           DISPLAY 'I - INQUIRE   X - EXIT'.
           DISPLAY 'FUNCTION ?'.
           ACCEPT WS-FUNCTION-CODE.

           EVALUATE TRUE
              WHEN RUN-INQUIRY
                 PERFORM 3000-RUN-INQUIRY THRU 3000-EXIT
              WHEN EXIT-INQUIRY
                 SET INQUIRY-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'INVALID FUNCTION CODE - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-RUN-INQUIRY.
           DISPLAY 'RECIPIENT TYPE (G-GUEST P-PARENT S-STAFF) ?'.
           ACCEPT WS-RECIPIENT-TYPE.
           IF NOT VALID-RECIPIENT-TYPE THEN
              DISPLAY 'RECIPIENT TYPE MUST BE G, P OR S'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'VISITOR, STUDENT OR EMPLOYEE ID ?'.
           ACCEPT WS-RECIPIENT-ID.

           MOVE 'N' TO WS-HISTORY-EOF-SW.
           MOVE ZERO TO WS-MATCH-COUNT.

           OPEN INPUT NOTIFY-HISTORY.
           IF WS-NOTIFY-HISTORY-STATUS NOT = '00' THEN
              DISPLAY 'NO NOTIFICATION HISTORY ON FILE'
              GO TO 3000-EXIT
           END-IF.

           DISPLAY 'NOTICE ID      DATE     TEMPLATE C STATUS'
               '        REASON'.

           PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE NOTIFY-HISTORY.

           IF WS-MATCH-COUNT = ZERO THEN
              DISPLAY 'NO NOTICES FOR THIS RECIPIENT'
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SCAN-HISTORY.
           READ NOTIFY-HISTORY
              AT END
                 SET END-OF-HISTORY TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           IF NH-RECIPIENT-TYPE NOT = WS-RECIPIENT-TYPE
              OR NH-RECIPIENT-ID NOT = WS-RECIPIENT-ID THEN
              GO TO 3100-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN NH-MAILED
                 MOVE 'MAILED'        TO WS-STATUS-TEXT
              WHEN NH-SENT
                 MOVE 'SENT'          TO WS-STATUS-TEXT
              WHEN NH-BOUNCED
                 MOVE 'BOUNCED'       TO WS-STATUS-TEXT
              WHEN NH-WITHHELD
                 MOVE 'WITHHELD'      TO WS-STATUS-TEXT
              WHEN NH-UNDELIVERABLE
                 MOVE 'UNDELIVERABLE' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE NH-STATUS       TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY NH-NOTICE-ID ' ' NH-STATUS-DATE ' '
               NH-TEMPLATE-CODE ' ' NH-CHANNEL ' '
               WS-STATUS-TEXT ' ' NH-REASON.
           IF NH-ADDRESS NOT = SPACES THEN
              DISPLAY '               TO ' NH-RECIPIENT-NOM ' '
                  NH-ADDRESS
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
       3100-EXIT.
           EXIT.
