      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GOAL-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GOAL-FILE  ASSIGN TO "goals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GOAL-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "goal-report.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD GOAL-FILE.
       01 GOAL-RECORD.
          05 GOAL-CODE             PIC X(10).
          05 GOAL-NAME             PIC X(30).
          05 GOAL-TARGET           PIC 9(7)V99.
          05 GOAL-START            PIC X(10).
          05 GOAL-DATE             PIC X(10).
          05 GOAL-CATEGORY         PIC X(15).
          05 GOAL-SAVED            PIC 9(7)V99.
          05 GOAL-SPENT            PIC 9(7)V99.
          05 GOAL-STATUS           PIC X(1).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-GOAL-STATUS           PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
       01 WS-D-YYYY                PIC 9(4).
       01 WS-D-MM                  PIC 9(2).
       01 WS-NOW-MON               PIC 9(6).
       01 WS-START-MON             PIC 9(6).
       01 WS-END-MON               PIC 9(6).
       01 WS-TOTAL-MONTHS          PIC S9(6).
       01 WS-GONE-MONTHS           PIC S9(6).
       01 WS-LEFT-MONTHS           PIC S9(6).
       01 WS-HOLDS                 PIC S9(8)V99.
       01 WS-SHORT                 PIC S9(8)V99.
       01 WS-EXPECTED              PIC 9(8)V99.
       01 WS-NEEDED                PIC 9(8)V99.
       01 WS-NEEDED-BACK           PIC 9(10)V99.
       01 WS-GOAL-STATE            PIC X(1).
       01 WS-GOAL-COUNT            PIC 9(4) VALUE 0.
       01 WS-BEHIND-COUNT          PIC 9(4) VALUE 0.
       01 WS-TOTAL-TARGET          PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-SAVED           PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-NEEDED          PIC 9(10)V99 VALUE 0.
       01 WS-AMT-EDIT              PIC -(9)9.99.
       01 WS-TOT-EDIT              PIC Z(9)9.99.
       01 WS-MONTHS-EDIT           PIC -(5)9.
       01 WS-COUNT-EDIT            PIC Z(3)9.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Reports where every open
      * savings goal on goals.dat stands today: the target, what
      * has been saved towards it, what spending has drawn from it
      * and what it holds now, the months left to the date it is
      * wanted by and the contribution needed each month to get
      * there.  A goal is falling behind when the saving to date is
      * short of a straight-line build-up from its start date to
      * its target date.  Written to goal-report.rpt, with the
      * goals falling behind repeated on the terminal.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           COMPUTE WS-NOW-MON = WS-SYS-YYYY * 12 + WS-SYS-MM
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO SAVINGS GOALS ON FILE - SET THEM UP IN "
                      "MAINTAIN-GOALS FIRST"
              GO TO MAIN-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "SAVINGS GOALS STATUS AT " DELIMITED BY SIZE
                  WS-SYS-DD                  DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-SYS-MM                  DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-SYS-YYYY                DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF GOAL-STATUS IS EQUAL TO 'A'
                     PERFORM R100-ONE-GOAL THRU R100-EXIT
                  END-IF
           END-PERFORM
           CLOSE GOAL-FILE
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GOAL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-COUNT-EDIT         DELIMITED BY SIZE
                  " OPEN GOAL(S)"       DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-TARGET TO WS-TOT-EDIT
           MOVE "  TOTAL TARGET" TO REPORT-RECORD
           MOVE WS-TOT-EDIT TO REPORT-RECORD(41:13)
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-SAVED TO WS-TOT-EDIT
           MOVE "  TOTAL SAVED TO DATE" TO REPORT-RECORD
           MOVE WS-TOT-EDIT TO REPORT-RECORD(41:13)
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-NEEDED TO WS-TOT-EDIT
           MOVE "  TOTAL TO PUT BY EACH MONTH" TO REPORT-RECORD
           MOVE WS-TOT-EDIT TO REPORT-RECORD(41:13)
           WRITE REPORT-RECORD
           MOVE WS-BEHIND-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-COUNT-EDIT                DELIMITED BY SIZE
                  " GOAL(S) FALLING BEHIND"    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "goal-report.rpt" TO WS-SPOOL-REPORT
           MOVE "GOAL-REPORT"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "OPEN GOALS AT " DELIMITED BY SIZE
                  WS-SYS-DD        DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-SYS-MM        DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-SYS-YYYY      DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY WS-COUNT-EDIT " GOAL(S) FALLING BEHIND"
           DISPLAY "GOALS STATUS WRITTEN TO goal-report.rpt".
       MAIN-EXIT.
           GOBACK.

       R100-ONE-GOAL.
      **
      * Works out and prints one goal.  Months count by calendar
      * month: a goal wanted by this month or earlier has no months
      * left, so the whole shortfall is needed now.  The monthly
      * figure is rounded up to the next cent so the target is met.
      **
           ADD 1 TO WS-GOAL-COUNT
           ADD GOAL-TARGET TO WS-TOTAL-TARGET
           ADD GOAL-SAVED  TO WS-TOTAL-SAVED
           COMPUTE WS-HOLDS = GOAL-SAVED - GOAL-SPENT
           MOVE GOAL-START(7:4) TO WS-D-YYYY
           MOVE GOAL-START(4:2) TO WS-D-MM
           COMPUTE WS-START-MON = WS-D-YYYY * 12 + WS-D-MM
           MOVE GOAL-DATE(7:4) TO WS-D-YYYY
           MOVE GOAL-DATE(4:2) TO WS-D-MM
           COMPUTE WS-END-MON = WS-D-YYYY * 12 + WS-D-MM
           COMPUTE WS-TOTAL-MONTHS = WS-END-MON - WS-START-MON
           IF WS-TOTAL-MONTHS < 1
              MOVE 1 TO WS-TOTAL-MONTHS
           END-IF
           COMPUTE WS-GONE-MONTHS = WS-NOW-MON - WS-START-MON
           IF WS-GONE-MONTHS < 0
              MOVE 0 TO WS-GONE-MONTHS
           END-IF
           IF WS-GONE-MONTHS > WS-TOTAL-MONTHS
              MOVE WS-TOTAL-MONTHS TO WS-GONE-MONTHS
           END-IF
           COMPUTE WS-LEFT-MONTHS = WS-END-MON - WS-NOW-MON
           IF WS-LEFT-MONTHS < 0
              MOVE 0 TO WS-LEFT-MONTHS
           END-IF
           COMPUTE WS-EXPECTED ROUNDED =
                   GOAL-TARGET * WS-GONE-MONTHS / WS-TOTAL-MONTHS
           COMPUTE WS-SHORT = GOAL-TARGET - GOAL-SAVED
           MOVE 0 TO WS-NEEDED
           IF WS-SHORT > 0
              IF WS-LEFT-MONTHS IS EQUAL TO 0
                 MOVE WS-SHORT TO WS-NEEDED
              ELSE
                 COMPUTE WS-NEEDED = WS-SHORT / WS-LEFT-MONTHS
                 COMPUTE WS-NEEDED-BACK = WS-NEEDED * WS-LEFT-MONTHS
                 IF WS-NEEDED-BACK < WS-SHORT
                    ADD 0.01 TO WS-NEEDED
                 END-IF
              END-IF
           END-IF
           ADD WS-NEEDED TO WS-TOTAL-NEEDED
      * R reached, O overdue, B behind, space on track
           MOVE SPACE TO WS-GOAL-STATE
           IF WS-SHORT IS NOT GREATER THAN 0
              MOVE 'R' TO WS-GOAL-STATE
           ELSE
              IF WS-LEFT-MONTHS IS EQUAL TO 0
                 MOVE 'O' TO WS-GOAL-STATE
              ELSE
                 IF GOAL-SAVED < WS-EXPECTED
                    MOVE 'B' TO WS-GOAL-STATE
                 END-IF
              END-IF
           END-IF
           IF WS-GOAL-STATE IS EQUAL TO 'O' OR
              WS-GOAL-STATE IS EQUAL TO 'B'
              ADD 1 TO WS-BEHIND-COUNT
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING "GOAL: "  DELIMITED BY SIZE
                  GOAL-CODE DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  GOAL-NAME DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE GOAL-TARGET TO WS-AMT-EDIT
           MOVE "  TARGET" TO REPORT-RECORD
           MOVE WS-AMT-EDIT TO REPORT-RECORD(41:13)
           MOVE "WANTED BY" TO REPORT-RECORD(56:9)
           MOVE GOAL-DATE TO REPORT-RECORD(66:10)
           WRITE REPORT-RECORD
           MOVE GOAL-SAVED TO WS-AMT-EDIT
           MOVE "  SAVED TO DATE" TO REPORT-RECORD
           MOVE WS-AMT-EDIT TO REPORT-RECORD(41:13)
           MOVE "SINCE" TO REPORT-RECORD(56:5)
           MOVE GOAL-START TO REPORT-RECORD(66:10)
           WRITE REPORT-RECORD
           IF GOAL-SPENT > 0
              MOVE GOAL-SPENT TO WS-AMT-EDIT
              MOVE "  SPENT FROM THE GOAL" TO REPORT-RECORD
              MOVE WS-AMT-EDIT TO REPORT-RECORD(41:13)
              WRITE REPORT-RECORD
              MOVE WS-HOLDS TO WS-AMT-EDIT
              MOVE "  HOLDS NOW" TO REPORT-RECORD
              MOVE WS-AMT-EDIT TO REPORT-RECORD(41:13)
              WRITE REPORT-RECORD
           END-IF
           MOVE WS-EXPECTED TO WS-AMT-EDIT
           MOVE "  SHOULD HAVE SAVED BY NOW" TO REPORT-RECORD
           MOVE WS-AMT-EDIT TO REPORT-RECORD(41:13)
           WRITE REPORT-RECORD
           MOVE WS-LEFT-MONTHS TO WS-MONTHS-EDIT
           MOVE "  MONTHS LEFT" TO REPORT-RECORD
           MOVE WS-MONTHS-EDIT TO REPORT-RECORD(48:6)
           WRITE REPORT-RECORD
           MOVE WS-NEEDED TO WS-AMT-EDIT
           IF WS-LEFT-MONTHS IS EQUAL TO 0
              MOVE "  STILL NEEDED NOW" TO REPORT-RECORD
           ELSE
              MOVE "  NEEDED EACH MONTH" TO REPORT-RECORD
           END-IF
           MOVE WS-AMT-EDIT TO REPORT-RECORD(41:13)
           WRITE REPORT-RECORD
           EVALUATE WS-GOAL-STATE
               WHEN 'R'
                   MOVE "  *** TARGET REACHED ***" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               WHEN 'O'
                   MOVE "  *** PAST ITS DATE AND SHORT ***"
                     TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY "PAST ITS DATE AND SHORT: " GOAL-CODE " "
                           GOAL-NAME
               WHEN 'B'
                   MOVE "  *** FALLING BEHIND ***" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   DISPLAY "FALLING BEHIND: " GOAL-CODE " " GOAL-NAME
           END-EVALUATE
           .
       R100-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM GOAL-REPORT.
