             10 WS-PAR-CHILD       PIC X(15).
             10 WS-PAR-PARENT      PIC X(15).
       01 WS-PAR-IDX               PIC 9(3).
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
           PERFORM X010-READ-ARCHIVE THRU X010-EXIT
               UNTIL WS-THIS-YEAR > WS-END-YEAR
           PERFORM X020-READ-LIVE THRU X020-EXIT
           PERFORM X900-LOG-ACCESS THRU X900-EXIT

           PERFORM X060-PRINT-CATEGORIES THRU X060-EXIT
           PERFORM X070-PRINT-MONTHS THRU X070-EXIT
           IF WS-REC-YEAR-IDX IS EQUAL TO 0
              GO TO X030-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           ADD EXP-AMOUNT IN FS-RECORD
            TO WS-TM-TOTAL(WS-REC-MM, WS-REC-YEAR-IDX)
           ADD EXP-AMOUNT IN FS-RECORD
       X080-EXIT.
           EXIT.

       X900-LOG-ACCESS.
      **
      * Puts the run on the access log: every member's spending over
      * the range of years, live and archived, and how many records
      * it took in.
      **
           MOVE "TREND-REPORT"      TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE SPACES              TO WS-ACCESS-FROM
           STRING WS-START-YEAR-IN  DELIMITED BY SIZE
                  "0101"            DELIMITED BY SIZE
             INTO WS-ACCESS-FROM
           MOVE SPACES              TO WS-ACCESS-TO
           STRING WS-END-YEAR-IN    DELIMITED BY SIZE
                  "1231"            DELIMITED BY SIZE
             INTO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE SPACES              TO WS-ACCESS-PARMS
           STRING "YEARS "          DELIMITED BY SIZE
                  WS-START-YEAR-IN  DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-END-YEAR-IN    DELIMITED BY SIZE
                  " ROLLUP "        DELIMITED BY SIZE
                  WS-ROLLUP         DELIMITED BY SIZE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       X900-EXIT.
           EXIT.

       Z200-LOAD-PARENTS.
      **
      * Loads the category master's parent links so detail
