       01 WS-VMM-TXT                      PIC X(2).
       01 WS-REC-OK                       PIC X(1).
       01 WS-BAD-COUNT                    PIC 9(6) VALUE 0.
       01 WS-READ-COUNT                   PIC 9(7) VALUE 0.
       01 WS-ACCESS-PROGRAM               PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON                PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM                  PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO                    PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS               PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS                 PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
                  ELSE
                     MOVE EXP-DATE(7:4) TO WS-REC-YYYY
                     IF WS-REC-YYYY IS EQUAL TO WS-SYS-YYYY
                        ADD 1 TO WS-READ-COUNT
                        IF EXP-TYPE IS EQUAL TO 'I'
                           ADD EXP-AMOUNT TO WS-MONTH-IN(WS-REC-MM)
                           ADD EXP-AMOUNT TO WS-TOTAL-IN
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           PERFORM N900-LOG-ACCESS THRU N900-EXIT
           IF WS-BAD-COUNT > 0
              DISPLAY WS-BAD-COUNT " BAD RECORD(S) SKIPPED"
           END-IF
           .
       N010-EXIT.
           EXIT.

       N900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: every member's money in
      * and out for the current year, and how many records it took
      * in.
      **
           MOVE "CASH-FLOW-REPORT"  TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE WS-SYS-DATE         TO WS-ACCESS-FROM
           MOVE "0101"              TO WS-ACCESS-FROM(5:4)
           MOVE WS-SYS-DATE         TO WS-ACCESS-TO
           MOVE "1231"              TO WS-ACCESS-TO(5:4)
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE "NET CASH FLOW"     TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       N900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM CASH-FLOW-REPORT.
