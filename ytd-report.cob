          05 WS-MONTH-TOTAL OCCURS 12 TIMES PIC 9(10)V99.
       01 WS-MONTH-IDX                    PIC 9(2).
       01 WS-YTD-TOTAL                    PIC 9(10)V99.
       01 WS-GOAL-TOTAL                   PIC 9(10)V99.
       01 WS-TOT-DISP                     PIC Z(9)9.99.
       01 WS-REC-YYYY                     PIC 9(4).
       01 WS-REC-MM                       PIC 9(2).
       01 WS-VMM-TXT                      PIC X(2).
       01 WS-REC-OK                       PIC X(1).
       01 WS-BAD-COUNT                    PIC 9(6) VALUE 0.
       01 WS-READ-COUNT                   PIC 9(7) VALUE 0.
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
       01 WS-CVT-CMP-X.
          05 WS-CVT-X-YYYY                PIC X(4).
          05 WS-CVT-X-MM                  PIC X(2).
             10 WS-PAR-CHILD              PIC X(15).
             10 WS-PAR-PARENT             PIC X(15).
       01 WS-PAR-IDX                      PIC 9(3).
       01 WS-ACCESS-PROGRAM               PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON                PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM                  PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO                    PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS               PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS                 PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Buckets EXP-AMOUNT by month
      * for the current system year and prints a month-by-month table
      * ending in a year-to-date grand total.  Spending paid out of a
      * savings goal is shown on its own line above the grand total.
      **
           MOVE 0 TO WS-MONTH-IDX
           PERFORM UNTIL WS-MONTH-IDX IS EQUAL TO 12
               MOVE 0 TO WS-MONTH-TOTAL(WS-MONTH-IDX)
           END-PERFORM
           MOVE 0 TO WS-YTD-TOTAL
           MOVE 0 TO WS-GOAL-TOTAL
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           DISPLAY "CATEGORY FILTER (BLANK FOR ALL - A PARENT "
                   "CATEGORY INCLUDES ITS CHILDREN)"
                     IF WS-REC-YYYY IS EQUAL TO WS-SYS-YYYY
                        AND EXP-TYPE IS NOT EQUAL TO 'I'
                        AND WS-FILTER-HIT IS EQUAL TO 'Y'
                        ADD 1 TO WS-READ-COUNT
                        PERFORM Z110-RATE-FOR-RECORD THRU Z110-EXIT
                        COMPUTE WS-HOME-AMOUNT ROUNDED =
                                EXP-AMOUNT * WS-CVT-RATE
      * paid out of a savings goal - counted in the year, but not
      * against the month it happened to fall in
                        IF EXP-GOAL-FLAG IS EQUAL TO 'G'
                           ADD WS-HOME-AMOUNT TO WS-GOAL-TOTAL
                        ELSE
                           ADD WS-HOME-AMOUNT
                            TO WS-MONTH-TOTAL(WS-REC-MM)
                        END-IF
                        ADD WS-HOME-AMOUNT TO WS-YTD-TOTAL
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           PERFORM Y900-LOG-ACCESS THRU Y900-EXIT
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - MORE THAN 2000 RATES "
                      "ON FILE, SOME AMOUNTS NOT CONVERTED"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BAD-COUNT > 0
              DISPLAY WS-BAD-COUNT " BAD RECORD(S) SKIPPED"
           END-IF
               DISPLAY WS-MONTH-NAME(WS-MONTH-IDX) "      "
                       WS-TOT-DISP
           END-PERFORM
           IF WS-GOAL-TOTAL > 0
              MOVE WS-GOAL-TOTAL TO WS-TOT-DISP
              DISPLAY "FROM SAVINGS GOALS   " WS-TOT-DISP
           END-IF
           DISPLAY "--------------------"
           MOVE WS-YTD-TOTAL TO WS-TOT-DISP
           DISPLAY "YEAR-TO-DATE TOTAL   " WS-TOT-DISP.
       Z200-EXIT.
           EXIT.

       Y900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: every member's spending
      * for the current year, the category filter, and how many
      * records it took in.
      **
           MOVE "YTD-REPORT"        TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE WS-SYS-DATE         TO WS-ACCESS-FROM
           MOVE "0101"              TO WS-ACCESS-FROM(5:4)
           MOVE WS-SYS-DATE         TO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE SPACES              TO WS-ACCESS-PARMS
           STRING "CATEGORY "       DELIMITED BY SIZE
                  WS-CAT-FILTER     DELIMITED BY SIZE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       Y900-EXIT.
           EXIT.

       Z100-LOAD-RATES.
      **
      * Loads the exchange-rate master into a table once per run.
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
