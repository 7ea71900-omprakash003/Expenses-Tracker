       01 WS-AMT-DISP                     PIC Z(5)9.99.
       01 WS-CAND-DATE                    PIC X(10).
       01 WS-CAND-DESC                    PIC X(30).
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
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-TYPE IS NOT EQUAL TO 'I'
                     ADD 1 TO WS-READ-COUNT
                     MOVE EXP-AMOUNT      TO WS-CAND-AMOUNT
                     MOVE EXP-DATE        TO WS-CAND-DATE
                     MOVE EXP-DESCRIPTION TO WS-CAND-DESC
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           PERFORM J900-LOG-ACCESS THRU J900-EXIT
           DISPLAY "TOP " WS-TOPN-COUNT " LARGEST EXPENSES"
           DISPLAY "DATE          AMOUNT     DESCRIPTION"
           DISPLAY "-----------------------------------------"
           .
       J100-EXIT.
           EXIT.

       J900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: every member's spending
      * over the whole file, and how many records it took in.
      **
           MOVE "TOP-EXPENSES"      TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE "00000000"          TO WS-ACCESS-FROM
           MOVE "99999999"          TO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE "TOP 10 LARGEST"    TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       J900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM TOP-EXPENSES.
