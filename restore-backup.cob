      * live file.  expenses.dat restores under the same crash-safe
      * rewrite.flg protocol the other rewrite passes use, so a
      * crash mid-restore is put right by RECOVER-EXPENSES; the
      * line-sequential files restore by straight copy.  The
      * access log is never put back: an older generation would
      * wipe out the entries made since.
      **
           IF WS-SIGNON-LEVEL IS NOT EQUAL TO 'A'
              DISPLAY "RESTORING A BACKUP IS FOR THE ADMINISTRATOR"
              GO TO MAIN-EXIT
           END-IF
           PERFORM R020-FETCH-CHOICE THRU R020-EXIT
           IF WS-SEL-LIVE IS EQUAL TO "access.dat"
              DISPLAY "THE ACCESS LOG IS ONLY EVER ADDED TO - ITS "
                      "GENERATIONS ARE KEPT FOR READING, NOT RESTORE"
              GO TO MAIN-EXIT
           END-IF
           IF WS-SEL-VERDICT IS NOT EQUAL TO "GOOD"
              DISPLAY "THAT GENERATION FAILED ITS VERIFICATION - "
                      "RESTORE IT ANYWAY? (Y/N)"
                  MOVE 'Y' TO WS-MTR-EOF
               NOT AT END
                  IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                     EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G' AND
                     EXP-KEY IN FS-RECORD (1:6) IS NUMERIC
                     PERFORM T530-BUCKET-MONTH THRU T530-EXIT
                  END-IF
