       01 WS-SPL-IDX               PIC 9(1).
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
       01 WS-TOTAL-EDIT            PIC Z(10)9.99.
       01 WS-LINE                  PIC X(80).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
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
           PERFORM Y010-LOAD-MONTH THRU Y010-EXIT
           PERFORM Y800-LOG-ACCESS THRU Y800-EXIT
           IF WS-STMT-COUNT IS EQUAL TO 0
              DISPLAY "NOTHING RECORDED FOR " WS-MM-IN "/" WS-YYYY-IN
              GO TO MAIN-EXIT
           PERFORM Y210-PAYMENT-SUMMARY THRU Y210-EXIT
           PERFORM Y220-BUDGET-RESULT THRU Y220-EXIT
           PERFORM Y230-FINAL-TOTALS THRU Y230-EXIT
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE "MORE THAN 500 RECORDS IN THE MONTH - THE REST ARE "
                TO PRINT-RECORD
              MOVE "NOT ON THE STATEMENT" TO PRINT-RECORD(51:20)
              WRITE PRINT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO PRINT-RECORD
              WRITE PRINT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - SOME AMOUNTS ARE "
                TO PRINT-RECORD
              MOVE "NOT CONVERTED" TO PRINT-RECORD(49:13)
              WRITE PRINT-RECORD
           END-IF
           CLOSE PRINT-FILE
           MOVE "statement.rpt"     TO WS-SPOOL-REPORT
           MOVE "MONTHLY-STATEMENT" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "PERIOD "        DELIMITED BY SIZE
                  WS-MM-IN         DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-YYYY-IN       DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           MOVE "MONTHLY-STATEMENT" TO WS-ACCESS-PROGRAM
           CALL "SPOOL-REPORT"
           DISPLAY "STATEMENT WRITTEN TO statement.rpt"
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE statement.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.
                     EXP-DATE(7:4) IS EQUAL TO WS-YYYY-IN AND
                     EXP-DATE(1:2) IS NUMERIC AND
                     EXP-TYPE IS NOT EQUAL TO 'I'
                     ADD 1 TO WS-READ-COUNT
                     PERFORM Y020-TABLE-RECORD THRU Y020-EXIT
                  END-IF
           END-PERFORM
       Y230-EXIT.
           EXIT.

       Y800-LOG-ACCESS.
      **
      * Puts the run on the access log: every member's spending for
      * the month and how many records it took in.  The statement
      * is logged here, so the name is put back in WS-ACCESS-PROGRAM
      * before the spool call to keep SPOOL-REPORT from logging it
      * a second time.
      **
           MOVE "MONTHLY-STATEMENT" TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE SPACES              TO WS-ACCESS-FROM
           STRING WS-YYYY-IN        DELIMITED BY SIZE
                  WS-MM-IN          DELIMITED BY SIZE
                  "01"              DELIMITED BY SIZE
             INTO WS-ACCESS-FROM
           MOVE WS-ACCESS-FROM      TO WS-ACCESS-TO
           MOVE "31"                TO WS-ACCESS-TO(7:2)
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE SPACES              TO WS-ACCESS-PARMS
           STRING "PERIOD "         DELIMITED BY SIZE
                  WS-MM-IN          DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-YYYY-IN        DELIMITED BY SIZE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       Y800-EXIT.
           EXIT.

       Y900-WRITE-LINE.
      **
      * All statement output funnels through here so the 60-line page
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
