       01 WS-MATCH-FOUND                  PIC X(1).
       01 WS-CDATE-OK                     PIC X(1).
       01 WS-BAD-COUNT                    PIC 9(6) VALUE 0.
       01 WS-SHOWN-COUNT                  PIC 9(7) VALUE 0.
       01 WS-ACCESS-PROGRAM               PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON                PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM                  PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO                    PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS               PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS                 PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
                  AND (WS-PERSON-FILTER IS EQUAL TO SPACES
                       OR EXP-PERSON IS EQUAL TO WS-PERSON-FILTER)
                  AND WS-MATCH-FOUND IS EQUAL TO 'Y'
                  ADD 1 TO WS-SHOWN-COUNT
                  IF WS-MODE IS EQUAL TO 'E' OR WS-MODE IS EQUAL TO 'e'
      * Income rows stay off the export: the file feeds IMPORT-CSV,
      * which books every row as an expense, so carrying them would
              DISPLAY "----------END OF RECORDS ------------"
           END-IF.
           CLOSE EXP-FILE.
           PERFORM B900-LOG-ACCESS.
       MAIN-EXIT.
            GOBACK.
       B200-CONVERT-DATE.
              END-PERFORM
           END-IF
           .
       B900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: whose records (the
      * person filter, or every member's), the date range and how
      * many records the selection took in.
      **
           MOVE "VIEW-RECORDS"   TO WS-ACCESS-PROGRAM
           MOVE WS-PERSON-FILTER TO WS-ACCESS-PERSON
           MOVE WS-START-CMP     TO WS-ACCESS-FROM
           MOVE WS-END-CMP       TO WS-ACCESS-TO
           MOVE WS-SHOWN-COUNT   TO WS-ACCESS-RECORDS
           MOVE SPACES           TO WS-ACCESS-PARMS
           STRING "MODE "        DELIMITED BY SIZE
                  WS-MODE        DELIMITED BY SIZE
                  " KEYWORD "    DELIMITED BY SIZE
                  WS-KEYWORD     DELIMITED BY SIZE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
      ** add other procedures here
       END PROGRAM VIEW-RECORDS.
