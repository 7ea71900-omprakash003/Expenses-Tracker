       01 WS-TOT-DISP                     PIC Z(10)9.99.
       01 WS-REM-DISP                     PIC +Z(9)9.99.
       01 WS-BAD-COUNT                    PIC 9(6) VALUE 0.
       01 WS-READ-COUNT                   PIC 9(7) VALUE 0.
       01 WS-MONTH-EXPENSE                PIC 9(11)V99 VALUE 0.
       01 WS-REIMB-EXCL                   PIC X(1) VALUE 'N'.
       01 WS-ACC-CATEGORY                 PIC X(15).
       01 WS-SPL-IDX                      PIC 9(1).
       01 WS-CUR-STATUS                   PIC X(2).
       01 WS-CUR-EOF                      PIC X(1).
       01 WS-RATE-COUNT                   PIC 9(4) VALUE 0.
       01 WS-RATE-FULL                    PIC X(1) VALUE 'N'.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 2000 TIMES.
             10 WS-RATE-CODE              PIC X(3).
             10 WS-RATE-FROM              PIC 9(8).
             10 WS-RATE-RATE              PIC 9(3)V9(6).
       01 WS-RATE-IDX                     PIC 9(4).
       01 WS-CVT-CMP                      PIC 9(8).
       01 WS-CVT-BEST                     PIC 9(8).
       01 WS-CVT-RATE                     PIC 9(3)V9(6).
          05 WS-SYS-YYYY                  PIC 9(4).
          05 WS-SYS-MM                    PIC 9(2).
          05 WS-SYS-DD                    PIC 9(2).
       01 WS-ACCESS-PROGRAM               PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON                PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM                  PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO                    PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS               PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS                 PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
                          OR EXP-REIMB-FLAG IS NOT EQUAL TO 'R')
                     AND (WS-PERSON-FILTER IS EQUAL TO SPACES
                          OR EXP-PERSON IS EQUAL TO WS-PERSON-FILTER)
                     ADD 1 TO WS-READ-COUNT
                     ADD WS-HOME-AMOUNT TO WS-TOTAL-EXPENSE
                     PERFORM B105-SPREAD-CATEGORY
                     PERFORM B110-ACCUM-PAYMENT
           MOVE WS-TOTAL-EXPENSE TO WS-TOT-DISP
           DISPLAY "YOUR TOTAL EXPENSE  " WS-TOT-DISP
           CLOSE EXP-FILE.
           PERFORM B900-LOG-ACCESS.
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - MORE THAN 2000 RATES "
                      "ON FILE, SOME AMOUNTS NOT CONVERTED"
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CATEGORY            SUBTOTAL"
           DISPLAY "----------------------------"
           MOVE 0 TO WS-CAT-IDX
           .
       B130-ACCUM-MONTH.
           IF EXP-TYPE IS NOT EQUAL TO 'I'
              AND EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
              AND (WS-REIMB-EXCL IS NOT EQUAL TO 'Y'
                   OR EXP-REIMB-FLAG IS NOT EQUAL TO 'R')
              AND (WS-PERSON-FILTER IS EQUAL TO SPACES
      * currency at the rate in force on their own date; with no
      * master on file every record reports at face value.
      **
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-FULL
           MOVE 'N' TO WS-CUR-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
               AT END
                  MOVE 'Y' TO WS-CUR-EOF
               NOT AT END
                  IF CUR-FROM IS NUMERIC AND WS-RATE-COUNT < 2000
                     ADD 1 TO WS-RATE-COUNT
                     MOVE CUR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
                     MOVE CUR-FROM TO WS-RATE-FROM(WS-RATE-COUNT)
                     MOVE CUR-RATE TO WS-RATE-RATE(WS-RATE-COUNT)
                  ELSE
                     IF CUR-FROM IS NUMERIC
                        MOVE 'Y' TO WS-RATE-FULL
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE CUR-FILE
           .
       T510-EXIT.
           EXIT.
       B900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: whose records (the
      * person filter, or every member's), the date range and how
      * many records the totals took in.
      **
           MOVE "VIEW-TOTAL"     TO WS-ACCESS-PROGRAM
           MOVE WS-PERSON-FILTER TO WS-ACCESS-PERSON
           MOVE WS-START-CMP     TO WS-ACCESS-FROM
           MOVE WS-END-CMP       TO WS-ACCESS-TO
           MOVE WS-READ-COUNT    TO WS-ACCESS-RECORDS
           MOVE SPACES           TO WS-ACCESS-PARMS
           STRING "EXCL REIMB "  DELIMITED BY SIZE
                  WS-REIMB-EXCL  DELIMITED BY SIZE
                  " ROLLUP "     DELIMITED BY SIZE
                  WS-ROLLUP      DELIMITED BY SIZE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
      ** add other procedures here
       END PROGRAM VIEW-TOTAL.
