       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-CUR-STATUS            PIC X(2).
       01 WS-CUR-EOF               PIC X(1).
       01 WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01 WS-RATE-FULL             PIC X(1) VALUE 'N'.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 2000 TIMES.
             10 WS-RATE-CODE       PIC X(3).
             10 WS-RATE-FROM       PIC 9(8).
             10 WS-RATE-RATE       PIC 9(3)V9(6).
       01 WS-RATE-IDX              PIC 9(4).
       01 WS-CVT-CMP-X.
          05 WS-CVT-X-YYYY         PIC X(4).
          05 WS-CVT-X-MM           PIC X(2).
             10 WS-PAR-PARENT      PIC X(15).
       01 WS-PAR-IDX               PIC 9(3).
       01 WS-ONE-CAT               PIC X(15) VALUE SPACES.
       01 WS-GOAL-ACTUAL           PIC 9(11)V99 VALUE 0.
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM Z100-LOAD-RATES THRU Z100-EXIT
           PERFORM W010-LOAD-BUDGETS THRU W010-EXIT
           PERFORM W020-LOAD-ACTUALS THRU W020-EXIT
           PERFORM W900-LOG-ACCESS THRU W900-EXIT

           IF WS-VAR-COUNT IS EQUAL TO 0
              DISPLAY "NOTHING TO REPORT FOR " WS-YYYY-IN
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-GOAL-ACTUAL > 0
              MOVE WS-GOAL-ACTUAL TO WS-ACT-DISP
              DISPLAY "PAID FROM SAVINGS GOALS (NOT IN ACTUALS): "
                      WS-ACT-DISP
           END-IF
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL"
              DISPLAY "MORE THAN 300 MONTH/CATEGORY LINES - THE REST "
                      "ARE NOT SHOWN"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL"
              DISPLAY "MORE THAN 2000 RATES ON FILE - SOME ACTUALS ARE "
                      "NOT CONVERTED"
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.
                     IF EXP-DATE(7:4) IS EQUAL TO WS-YYYY-IN AND
                        EXP-DATE(4:2) IS NUMERIC AND
                        EXP-TYPE IS NOT EQUAL TO 'I'
                        ADD 1 TO WS-READ-COUNT
                        MOVE EXP-DATE(4:2) TO WS-ACC-MM
                        PERFORM Z110-RATE-FOR-RECORD THRU Z110-EXIT
      * paid out of a savings goal - put by in earlier months, so
      * not spending against this month's budget
                        IF EXP-GOAL-FLAG IS EQUAL TO 'G'
                           COMPUTE WS-GOAL-ACTUAL ROUNDED =
                                   WS-GOAL-ACTUAL
                                 + EXP-AMOUNT * WS-CVT-RATE
                        ELSE
                           PERFORM W030-SPREAD-RECORD THRU W030-EXIT
                        END-IF
                     END-IF
                  END-IF
           END-PERFORM
       W040-EXIT.
           EXIT.

       W900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: every member's spending
      * for the year, the category when only one was asked for, and
      * how many records it took in.
      **
           MOVE "BUDGET-VARIANCE"   TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE SPACES              TO WS-ACCESS-FROM
           STRING WS-YYYY-IN        DELIMITED BY SIZE
                  "0101"            DELIMITED BY SIZE
             INTO WS-ACCESS-FROM
           MOVE SPACES              TO WS-ACCESS-TO
           STRING WS-YYYY-IN        DELIMITED BY SIZE
                  "1231"            DELIMITED BY SIZE
             INTO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE SPACES              TO WS-ACCESS-PARMS
           STRING "CATEGORY "       DELIMITED BY SIZE
                  WS-ONE-CAT        DELIMITED BY SIZE
                  " ROLLUP "        DELIMITED BY SIZE
                  WS-ROLLUP         DELIMITED BY SIZE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       W900-EXIT.
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
