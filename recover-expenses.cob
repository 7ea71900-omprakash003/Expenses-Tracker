                  MOVE 'Y' TO WS-MTR-EOF
               NOT AT END
                  IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                     EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G' AND
                     EXP-KEY IN FS-RECORD (1:6) IS NUMERIC
                     PERFORM T530-BUCKET-MONTH THRU T530-EXIT
                  END-IF
