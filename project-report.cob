      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROJECT-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXP-FILE  ASSIGN TO "expenses.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EXP-KEY
            ALTERNATE RECORD KEY IS EXP-PERSON
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EXP-CATEGORY
                WITH DUPLICATES
            FILE STATUS IS WS-EXP-STATUS.
           SELECT ARC-FILE  ASSIGN TO WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARC-STATUS.
           SELECT PRJ-FILE  ASSIGN TO "projects.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRJ-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "project-report.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD ARC-FILE.
       01 ARC-RECORD.
        COPY expense_record.
       FD PRJ-FILE.
       01 PRJ-RECORD.
          05 PRJ-CODE              PIC X(8).
          05 PRJ-DESC              PIC X(30).
          05 PRJ-OPEN              PIC X(10).
          05 PRJ-CLOSE             PIC X(10).
          05 PRJ-BUDGET            PIC 9(7)V99.
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE              PIC X(3).
          05 CUR-FROM              PIC X(8).
          05 CUR-RATE              PIC 9(3)V9(6).
          05 CUR-ACTIVE            PIC X(1).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-PRJ-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-PROJECT               PIC X(8).
       01 WS-THIS-YEAR             PIC 9(4).
       01 WS-END-YEAR              PIC 9(4).
       01 WS-OPEN-YYYY             PIC 9(4).
       01 WS-OPEN-MM               PIC 9(2).
       01 WS-LAST-YYYY             PIC 9(4).
       01 WS-LAST-MM               PIC 9(2).
       01 WS-REC-YYYY              PIC 9(4).
       01 WS-REC-MM                PIC 9(2).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
       01 WS-MONTH-NAMES-DATA.
          05 FILLER                   PIC X(3) VALUE "JAN".
          05 FILLER                   PIC X(3) VALUE "FEB".
          05 FILLER                   PIC X(3) VALUE "MAR".
          05 FILLER                   PIC X(3) VALUE "APR".
          05 FILLER                   PIC X(3) VALUE "MAY".
          05 FILLER                   PIC X(3) VALUE "JUN".
          05 FILLER                   PIC X(3) VALUE "JUL".
          05 FILLER                   PIC X(3) VALUE "AUG".
          05 FILLER                   PIC X(3) VALUE "SEP".
          05 FILLER                   PIC X(3) VALUE "OCT".
          05 FILLER                   PIC X(3) VALUE "NOV".
          05 FILLER                   PIC X(3) VALUE "DEC".
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-DATA.
          05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).
       01 WS-PC-COUNT              PIC 9(3) VALUE 0.
       01 WS-PC-TABLE.
          05 WS-PC-ENTRY OCCURS 50 TIMES.
             10 WS-PC-CATEGORY     PIC X(15).
             10 WS-PC-TOTAL        PIC 9(9)V99.
       01 WS-PC-IDX                PIC 9(3).
       01 WS-PP-COUNT              PIC 9(3) VALUE 0.
       01 WS-PP-TABLE.
          05 WS-PP-ENTRY OCCURS 30 TIMES.
             10 WS-PP-PERSON       PIC X(10).
             10 WS-PP-TOTAL        PIC 9(9)V99.
       01 WS-PP-IDX                PIC 9(3).
       01 WS-PM-COUNT              PIC 9(3) VALUE 0.
       01 WS-PM-TABLE.
          05 WS-PM-TOTAL OCCURS 120 TIMES PIC 9(9)V99.
       01 WS-PM-IDX                PIC 9(3).
       01 WS-PM-OFFSET             PIC S9(5).
       01 WS-HIT-IDX               PIC 9(3).
       01 WS-ACC-CATEGORY          PIC X(15).
       01 WS-ACC-AMOUNT            PIC 9(8)V99.
       01 WS-REC-AMOUNT            PIC 9(8)V99.
       01 WS-SPL-IDX               PIC 9(1).
       01 WS-REC-COUNT             PIC 9(6) VALUE 0.
       01 WS-SPENT                 PIC 9(9)V99 VALUE 0.
       01 WS-CUMULATIVE            PIC 9(9)V99 VALUE 0.
       01 WS-REMAINING             PIC S9(9)V99.
       01 WS-PCT                   PIC 9(5)V9.
       01 WS-PCT-EDIT              PIC ZZZZ9.9.
       01 WS-AMT-EDIT              PIC Z(8)9.99.
       01 WS-REM-EDIT              PIC -(8)9.99.
       01 WS-COUNT-EDIT            PIC Z(5)9.
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
          05 WS-CVT-X-DD           PIC X(2).
       01 WS-CVT-CMP REDEFINES WS-CVT-CMP-X PIC 9(8).
       01 WS-CVT-BEST              PIC 9(8).
       01 WS-CVT-RATE              PIC 9(3)V9(6).
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Sets everything tagged
      * with one project on projects.dat against the project's
      * overall budget: spend to date by category with the share
      * of the budget each has taken, spend by person, and month by
      * month over the life of the project with the running total.
      * A project can run across a year end, so the archive files
      * expenses-YYYY.dat for every year the project was open are
      * read as well as the live expenses.dat.  Foreign-currency
      * spending is converted to home currency at the rate in force
      * on its own date; income is left out.  Written to
      * project-report.rpt with the totals repeated on the terminal.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           DISPLAY "ENTER PROJECT CODE"
           ACCEPT WS-PROJECT
           PERFORM R100-FIND-PROJECT THRU R100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "PROJECT NOT FOUND: " WS-PROJECT
              GO TO MAIN-EXIT
           END-IF
           MOVE PRJ-OPEN(7:4) TO WS-OPEN-YYYY
           MOVE PRJ-OPEN(4:2) TO WS-OPEN-MM
           IF PRJ-CLOSE IS EQUAL TO SPACES
              MOVE WS-SYS-YYYY TO WS-LAST-YYYY
              MOVE WS-SYS-MM   TO WS-LAST-MM
           ELSE
              MOVE PRJ-CLOSE(7:4) TO WS-LAST-YYYY
              MOVE PRJ-CLOSE(4:2) TO WS-LAST-MM
           END-IF
           COMPUTE WS-PM-OFFSET = (WS-LAST-YYYY - WS-OPEN-YYYY) * 12
                                + WS-LAST-MM - WS-OPEN-MM + 1
           IF WS-PM-OFFSET < 1
              MOVE 1 TO WS-PM-OFFSET
           END-IF
           IF WS-PM-OFFSET > 120
              MOVE 120 TO WS-PM-OFFSET
           END-IF
           MOVE WS-PM-OFFSET TO WS-PM-COUNT
           MOVE 0 TO WS-PM-IDX
           PERFORM UNTIL WS-PM-IDX IS EQUAL TO 120
               ADD 1 TO WS-PM-IDX
               MOVE 0 TO WS-PM-TOTAL(WS-PM-IDX)
           END-PERFORM

           MOVE 'N' TO WS-OVERFLOW
           PERFORM Z100-LOAD-RATES THRU Z100-EXIT
           MOVE WS-OPEN-YYYY TO WS-THIS-YEAR
           MOVE WS-LAST-YYYY TO WS-END-YEAR
           PERFORM X010-READ-ARCHIVE THRU X010-EXIT
               UNTIL WS-THIS-YEAR > WS-END-YEAR
           PERFORM X020-READ-LIVE THRU X020-EXIT

           OPEN OUTPUT REPORT-FILE
           PERFORM R200-PRINT-HEADING THRU R200-EXIT
           PERFORM R210-PRINT-CATEGORIES THRU R210-EXIT
           PERFORM R220-PRINT-PERSONS THRU R220-EXIT
           PERFORM R230-PRINT-MONTHS THRU R230-EXIT
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "OVER 50 CATEGORIES, 30 PERSONS OR 120 MONTHS - "
                TO REPORT-RECORD
              MOVE "SOME SPENDING NOT SHOWN" TO REPORT-RECORD(48:23)
              WRITE REPORT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - SOME SPENDING IS "
                TO REPORT-RECORD
              MOVE "NOT CONVERTED" TO REPORT-RECORD(49:13)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "project-report.rpt" TO WS-SPOOL-REPORT
           MOVE "PROJECT-REPORT"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "PROJECT "       DELIMITED BY SIZE
                  WS-PROJECT       DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"

           MOVE WS-SPENT TO WS-AMT-EDIT
           DISPLAY PRJ-CODE " " PRJ-DESC " SPENT " WS-AMT-EDIT
           MOVE WS-REMAINING TO WS-REM-EDIT
           IF WS-REMAINING < 0
              DISPLAY "OVER BUDGET BY " WS-REM-EDIT
           ELSE
              DISPLAY "BUDGET REMAINING " WS-REM-EDIT
           END-IF
           DISPLAY "PROJECT COSTS WRITTEN TO project-report.rpt"
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE project-report.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.

       R100-FIND-PROJECT.
      **
      * Looks WS-PROJECT up on projects.dat; WS-FOUND comes back 'Y'
      * with the record in PRJ-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PRJ-FILE
           IF WS-PRJ-STATUS IS NOT EQUAL TO "00"
              GO TO R100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y' OR WS-FOUND = 'Y'
               READ PRJ-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF PRJ-CODE IS EQUAL TO WS-PROJECT
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE PRJ-FILE
           .
       R100-EXIT.
           EXIT.

       X010-READ-ARCHIVE.
           STRING "expenses-"    DELIMITED BY SIZE
                  WS-THIS-YEAR   DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS NOT EQUAL TO "00"
              ADD 1 TO WS-THIS-YEAR
              GO TO X010-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ARC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE ARC-RECORD TO FS-RECORD
                  PERFORM X030-TAKE-RECORD THRU X030-EXIT
           END-PERFORM
           CLOSE ARC-FILE
           ADD 1 TO WS-THIS-YEAR
           .
       X010-EXIT.
           EXIT.

       X020-READ-LIVE.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO X020-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  PERFORM X030-TAKE-RECORD THRU X030-EXIT
           END-PERFORM
           CLOSE EXP-FILE
           .
       X020-EXIT.
           EXIT.

       X030-TAKE-RECORD.
      **
      * Adds the expense in FS-RECORD to the project totals when it
      * carries the project code: split allocations spread to their
      * own categories, the whole amount to the person and to the
      * month it fell in.
      **
           IF EXP-PROJECT IN FS-RECORD IS NOT EQUAL TO WS-PROJECT OR
              EXP-TYPE IN FS-RECORD IS EQUAL TO 'I'
              GO TO X030-EXIT
           END-IF
           IF EXP-DATE IN FS-RECORD (4:2) IS NOT NUMERIC OR
              EXP-DATE IN FS-RECORD (7:4) IS NOT NUMERIC
              GO TO X030-EXIT
           END-IF
           PERFORM Z110-RATE-FOR-RECORD THRU Z110-EXIT
           ADD 1 TO WS-REC-COUNT
           COMPUTE WS-REC-AMOUNT ROUNDED =
                   EXP-AMOUNT IN FS-RECORD * WS-CVT-RATE
           ADD WS-REC-AMOUNT TO WS-SPENT
           IF EXP-SPLIT-COUNT IN FS-RECORD IS NUMERIC AND
              EXP-SPLIT-COUNT IN FS-RECORD > 0
              MOVE 0 TO WS-SPL-IDX
              PERFORM UNTIL WS-SPL-IDX IS EQUAL TO
                            EXP-SPLIT-COUNT IN FS-RECORD
                  ADD 1 TO WS-SPL-IDX
                  MOVE EXP-SPLIT-CATEGORY IN FS-RECORD (WS-SPL-IDX)
                    TO WS-ACC-CATEGORY
                  COMPUTE WS-ACC-AMOUNT ROUNDED =
                          EXP-SPLIT-AMOUNT IN FS-RECORD (WS-SPL-IDX)
                        * WS-CVT-RATE
                  PERFORM X040-ACCUM-CATEGORY THRU X040-EXIT
              END-PERFORM
           ELSE
              MOVE EXP-CATEGORY IN FS-RECORD TO WS-ACC-CATEGORY
              MOVE WS-REC-AMOUNT TO WS-ACC-AMOUNT
              PERFORM X040-ACCUM-CATEGORY THRU X040-EXIT
           END-IF
           PERFORM X050-ACCUM-PERSON THRU X050-EXIT
           MOVE EXP-DATE IN FS-RECORD (7:4) TO WS-REC-YYYY
           MOVE EXP-DATE IN FS-RECORD (4:2) TO WS-REC-MM
           COMPUTE WS-PM-OFFSET = (WS-REC-YYYY - WS-OPEN-YYYY) * 12
                                + WS-REC-MM - WS-OPEN-MM + 1
           IF WS-PM-OFFSET < 1 OR WS-PM-OFFSET > WS-PM-COUNT
              MOVE 'Y' TO WS-OVERFLOW
           ELSE
              MOVE WS-PM-OFFSET TO WS-PM-IDX
              ADD WS-REC-AMOUNT TO WS-PM-TOTAL(WS-PM-IDX)
           END-IF
           .
       X030-EXIT.
           EXIT.

       X040-ACCUM-CATEGORY.
           MOVE 0 TO WS-HIT-IDX
           MOVE 0 TO WS-PC-IDX
           PERFORM UNTIL WS-PC-IDX IS EQUAL TO WS-PC-COUNT
                      OR WS-HIT-IDX > 0
               ADD 1 TO WS-PC-IDX
               IF WS-PC-CATEGORY(WS-PC-IDX) IS EQUAL TO WS-ACC-CATEGORY
                  MOVE WS-PC-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-HIT-IDX > 0
              ADD WS-ACC-AMOUNT TO WS-PC-TOTAL(WS-HIT-IDX)
           ELSE
              IF WS-PC-COUNT < 50
                 ADD 1 TO WS-PC-COUNT
                 MOVE WS-ACC-CATEGORY TO WS-PC-CATEGORY(WS-PC-COUNT)
                 MOVE WS-ACC-AMOUNT   TO WS-PC-TOTAL(WS-PC-COUNT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           END-IF
           .
       X040-EXIT.
           EXIT.

       X050-ACCUM-PERSON.
           MOVE 0 TO WS-HIT-IDX
           MOVE 0 TO WS-PP-IDX
           PERFORM UNTIL WS-PP-IDX IS EQUAL TO WS-PP-COUNT
                      OR WS-HIT-IDX > 0
               ADD 1 TO WS-PP-IDX
               IF WS-PP-PERSON(WS-PP-IDX) IS EQUAL TO
                  EXP-PERSON IN FS-RECORD
                  MOVE WS-PP-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-HIT-IDX > 0
              ADD WS-REC-AMOUNT TO WS-PP-TOTAL(WS-HIT-IDX)
           ELSE
              IF WS-PP-COUNT < 30
                 ADD 1 TO WS-PP-COUNT
                 MOVE EXP-PERSON IN FS-RECORD
                   TO WS-PP-PERSON(WS-PP-COUNT)
                 MOVE WS-REC-AMOUNT TO WS-PP-TOTAL(WS-PP-COUNT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           END-IF
           .
       X050-EXIT.
           EXIT.

       R200-PRINT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING "PROJECT COST REPORT - " DELIMITED BY SIZE
                  PRJ-CODE                 DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  PRJ-DESC                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF PRJ-CLOSE IS EQUAL TO SPACES
              STRING "OPENED " DELIMITED BY SIZE
                     PRJ-OPEN  DELIMITED BY SIZE
                     " - STILL RUNNING" DELIMITED BY SIZE
                INTO REPORT-RECORD
           ELSE
              STRING "OPENED " DELIMITED BY SIZE
                     PRJ-OPEN  DELIMITED BY SIZE
                     " - CLOSED " DELIMITED BY SIZE
                     PRJ-CLOSE DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE PRJ-BUDGET TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "OVERALL BUDGET" TO REPORT-RECORD(3:25)
           MOVE WS-AMT-EDIT TO REPORT-RECORD(30:12)
           WRITE REPORT-RECORD
           MOVE WS-SPENT TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "SPENT TO DATE" TO REPORT-RECORD(3:25)
           MOVE WS-AMT-EDIT TO REPORT-RECORD(30:12)
           IF PRJ-BUDGET > 0
              COMPUTE WS-PCT ROUNDED = WS-SPENT * 100 / PRJ-BUDGET
              MOVE WS-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO REPORT-RECORD(44:7)
              MOVE "% OF BUDGET" TO REPORT-RECORD(52:11)
           END-IF
           WRITE REPORT-RECORD
           COMPUTE WS-REMAINING = PRJ-BUDGET - WS-SPENT
           MOVE WS-REMAINING TO WS-REM-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF WS-REMAINING < 0
              MOVE "OVER BUDGET BY" TO REPORT-RECORD(3:25)
           ELSE
              MOVE "BUDGET REMAINING" TO REPORT-RECORD(3:25)
           END-IF
           MOVE WS-REM-EDIT TO REPORT-RECORD(30:12)
           WRITE REPORT-RECORD
           MOVE WS-REC-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "EXPENSES TAGGED" TO REPORT-RECORD(3:25)
           MOVE WS-COUNT-EDIT TO REPORT-RECORD(36:6)
           WRITE REPORT-RECORD
           .
       R200-EXIT.
           EXIT.

       R210-PRINT-CATEGORIES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SPEND BY CATEGORY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  CATEGORY                          SPENT  % OF BUDGET"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-PC-IDX
           PERFORM UNTIL WS-PC-IDX IS EQUAL TO WS-PC-COUNT
               ADD 1 TO WS-PC-IDX
               MOVE WS-PC-TOTAL(WS-PC-IDX) TO WS-AMT-EDIT
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-PC-CATEGORY(WS-PC-IDX) TO REPORT-RECORD(3:15)
               MOVE WS-AMT-EDIT TO REPORT-RECORD(30:12)
               IF PRJ-BUDGET > 0
                  COMPUTE WS-PCT ROUNDED =
                          WS-PC-TOTAL(WS-PC-IDX) * 100 / PRJ-BUDGET
                  MOVE WS-PCT TO WS-PCT-EDIT
                  MOVE WS-PCT-EDIT TO REPORT-RECORD(44:7)
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           .
       R210-EXIT.
           EXIT.

       R220-PRINT-PERSONS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SPEND BY PERSON" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  PERSON                            SPENT"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-PP-IDX
           PERFORM UNTIL WS-PP-IDX IS EQUAL TO WS-PP-COUNT
               ADD 1 TO WS-PP-IDX
               MOVE WS-PP-TOTAL(WS-PP-IDX) TO WS-AMT-EDIT
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-PP-PERSON(WS-PP-IDX) TO REPORT-RECORD(3:10)
               MOVE WS-AMT-EDIT TO REPORT-RECORD(30:12)
               WRITE REPORT-RECORD
           END-PERFORM
           .
       R220-EXIT.
           EXIT.

       R230-PRINT-MONTHS.
      **
      * One line per month from the month the project opened to the
      * month it closed (or this month while it is still running),
      * with the month's spend and the running total to date.
      **
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SPEND OVER THE LIFE OF THE PROJECT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  MONTH                             SPENT    TO DATE"
             TO REPORT-RECORD
           MOVE "  % OF BUDGET" TO REPORT-RECORD(54:13)
           WRITE REPORT-RECORD
           MOVE WS-OPEN-YYYY TO WS-REC-YYYY
           MOVE WS-OPEN-MM   TO WS-REC-MM
           MOVE 0 TO WS-CUMULATIVE
           MOVE 0 TO WS-PM-IDX
           PERFORM UNTIL WS-PM-IDX IS EQUAL TO WS-PM-COUNT
               ADD 1 TO WS-PM-IDX
               ADD WS-PM-TOTAL(WS-PM-IDX) TO WS-CUMULATIVE
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-MONTH-NAME(WS-REC-MM) TO REPORT-RECORD(3:3)
               MOVE WS-REC-YYYY TO REPORT-RECORD(7:4)
               MOVE WS-PM-TOTAL(WS-PM-IDX) TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO REPORT-RECORD(30:12)
               MOVE WS-CUMULATIVE TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO REPORT-RECORD(43:12)
               IF PRJ-BUDGET > 0
                  COMPUTE WS-PCT ROUNDED =
                          WS-CUMULATIVE * 100 / PRJ-BUDGET
                  MOVE WS-PCT TO WS-PCT-EDIT
                  MOVE WS-PCT-EDIT TO REPORT-RECORD(58:7)
               END-IF
               WRITE REPORT-RECORD
               ADD 1 TO WS-REC-MM
               IF WS-REC-MM > 12
                  MOVE 1 TO WS-REC-MM
                  ADD 1 TO WS-REC-YYYY
               END-IF
           END-PERFORM
           .
       R230-EXIT.
           EXIT.

       Z100-LOAD-RATES.
      **
      * Loads the exchange-rate master into a table once per run.
      * Records keyed in a foreign currency are converted to home
      * currency at the rate in force on their own date; with no
      * master on file every record reports at face value.
      **
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-FULL
           MOVE 'N' TO WS-CUR-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
              GO TO Z100-EXIT
           END-IF
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CUR-FILE
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
       Z100-EXIT.
           EXIT.
       Z110-RATE-FOR-RECORD.
      **
      * Sets WS-CVT-RATE for the record in FS-RECORD: the dated rate
      * entry for EXP-CURRENCY with the latest effective-from on or
      * before the expense's own date.  Home currency records and
      * codes with no usable rate convert at 1.
      **
           MOVE 1 TO WS-CVT-RATE
           IF EXP-CURRENCY IN FS-RECORD IS EQUAL TO SPACES OR
              WS-RATE-COUNT IS EQUAL TO 0
              GO TO Z110-EXIT
           END-IF
           IF EXP-DATE IN FS-RECORD (1:2) IS NUMERIC AND
              EXP-DATE IN FS-RECORD (4:2) IS NUMERIC AND
              EXP-DATE IN FS-RECORD (7:4) IS NUMERIC
              MOVE EXP-DATE IN FS-RECORD (7:4) TO WS-CVT-X-YYYY
              MOVE EXP-DATE IN FS-RECORD (4:2) TO WS-CVT-X-MM
              MOVE EXP-DATE IN FS-RECORD (1:2) TO WS-CVT-X-DD
           ELSE
              MOVE 0 TO WS-CVT-CMP
           END-IF
           MOVE 0 TO WS-CVT-BEST
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-CODE(WS-RATE-IDX) IS EQUAL TO
                  EXP-CURRENCY IN FS-RECORD
                  AND WS-RATE-FROM(WS-RATE-IDX) <= WS-CVT-CMP
                  AND WS-RATE-FROM(WS-RATE-IDX) >= WS-CVT-BEST
                  MOVE WS-RATE-FROM(WS-RATE-IDX) TO WS-CVT-BEST
                  MOVE WS-RATE-RATE(WS-RATE-IDX) TO WS-CVT-RATE
               END-IF
           END-PERFORM
           .
       Z110-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM PROJECT-REPORT.
