          05 USR-PASSWORD          PIC X(10).
          05 USR-LEVEL             PIC X(1).
          05 USR-ALLOWANCE         PIC 9(6)V99.
          05 FILLER                PIC X(49).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-ALLOW-DISP            PIC Z(5)9.99.
       01 WS-SPENT-DISP            PIC Z(9)9.99.
       01 WS-REM-DISP              PIC +Z(9)9.99.
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
                     IF EXP-DATE(4:2) IS EQUAL TO WS-SYS-MM-X AND
                        EXP-DATE(7:4) IS EQUAL TO WS-SYS-YYYY-X AND
                        EXP-TYPE IS NOT EQUAL TO 'I'
                        ADD 1 TO WS-READ-COUNT
                        PERFORM A100-ADD-TO-MEMBER THRU A100-EXIT
                     END-IF
              END-PERFORM
              CLOSE EXP-FILE
           END-IF
           PERFORM A900-LOG-ACCESS THRU A900-EXIT

           DISPLAY "ALLOWANCES FOR " WS-SYS-MM "/" WS-SYS-YYYY
           DISPLAY "MEMBER      ALLOWANCE   SPENT        REMAINING"
           .
       A100-EXIT.
           EXIT.

       A900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: every member's spending
      * so far this month and how many records it took in.
      **
           MOVE "ALLOWANCE-REPORT"  TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE WS-SYS-DATE         TO WS-ACCESS-FROM
           MOVE "01"                TO WS-ACCESS-FROM(7:2)
           MOVE WS-SYS-DATE         TO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE "ALLOWANCES THIS MONTH" TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       A900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM ALLOWANCE-REPORT.
