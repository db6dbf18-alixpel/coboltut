      *               PURGE-AUDIT REPORT SHOWING EXACTLY WHO
      *               WAS REMOVED AND WHY. CUSTOMERRESTORE
      *               BRINGS AN ARCHIVED CUSTOMER BACK.
      * 15/10/26  AP  A CUSTOMER WHOSE SELF-EXCLUSION HAS
      *               NOT YET ENDED IS NEVER PURGED, SO THE
      *               EXCLUSION CANNOT BE LOST WITH THE
      *               RECORD.
      **************************

      **************************

       2000-CHECK-CUSTOMER.
           ADD 1 TO WS-EXAMINED-COUNT.
           IF CUM-MEMBERSHIP-EXPIRY < WS-PURGE-CUTOFF-DATE
              AND NOT (CUM-SELF-EXCLUDED
                       AND CUM-SELF-EXCL-END NOT < WS-RUN-DATE) THEN
              PERFORM 3000-ARCHIVE-AND-DELETE THRU 3000-EXIT
           END-IF.
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT.
