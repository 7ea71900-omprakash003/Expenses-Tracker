           SELECT BUDM-FILE  ASSIGN TO "budget-master.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUDM-STATUS.
           SELECT BILL-FILE  ASSIGN TO "bills.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BILL-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
          05 BUDM-MM                    PIC X(2).
          05 BUDM-CATEGORY              PIC X(15).
          05 BUDM-AMOUNT                PIC 9(10).
       FD BILL-FILE.
       01 BILL-RECORD.
          05 BILL-NO                    PIC 9(6).
          05 BILL-PAYEE                 PIC X(15).
          05 BILL-DESC                  PIC X(30).
          05 BILL-AMOUNT                PIC 9(6)V99.
          05 BILL-CATEGORY              PIC X(15).
          05 BILL-RECEIVED              PIC X(10).
          05 BILL-DUE                   PIC X(10).
          05 BILL-REF                   PIC X(15).
          05 BILL-STATUS                PIC X(1).
          05 BILL-PAID-DATE             PIC X(10).
          05 BILL-EXP-KEY               PIC X(16).
          05 BILL-PERSON                PIC X(10).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-RECUR-STATUS          PIC X(2).
       01 WS-BUDGET-STATUS         PIC X(2).
       01 WS-BUDM-STATUS           PIC X(2).
       01 WS-BILL-STATUS           PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-SYS-DATE                PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
       01 WS-REC-YYYYMM            PIC X(6).
       01 WS-CUR-YYYYMM            PIC X(6).
       01 WS-IS-RECURRING          PIC X(1).
       01 WS-IS-BILL               PIC X(1).
       01 WS-BILL-YYYYMM           PIC X(6).
       01 WS-PAID-COUNT            PIC 9(3) VALUE 0.
       01 WS-PAID-TABLE.
          05 WS-PAID-KEY OCCURS 500 TIMES PIC X(16).
       01 WS-PAID-IDX              PIC 9(3).
       01 WS-HIST-BILLS            PIC 9(12)V99 VALUE 0.
       01 WS-AVG-BILLS             PIC 9(10)V99 VALUE 0.
       01 WS-BILLS-MONTH           PIC 9(10)V99 VALUE 0.
       01 WS-BILLS-OVERDUE         PIC 9(10)V99 VALUE 0.
       01 WS-BILLS-LATER           PIC 9(10)V99 VALUE 0.
       01 WS-BILLS-RUNRATE         PIC 9(12)V99 VALUE 0.
       01 WS-FC-COUNT              PIC 9(2) VALUE 0.
       01 WS-FC-TABLE.
          05 WS-FC-ENTRY OCCURS 30 TIMES.
       01 WS-ACC-AMOUNT            PIC 9(6)V99.
       01 WS-SPL-IDX               PIC 9(1).
       01 WS-FC-OVERFLOW           PIC X(1) VALUE 'N'.
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-HIST-DISC             PIC 9(12)V99 VALUE 0.
       01 WS-MTD-TOTAL             PIC 9(11)V99 VALUE 0.
       01 WS-YTD-TOTAL             PIC 9(12)V99 VALUE 0.
       01 WS-POSITION-EDIT         PIC +9(11).99.
       01 WS-TOT-DISP              PIC Z(11)9.99.
       01 WS-BUD-DISP              PIC Z(11)9.
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
      * month computed from expenses.dat history (recurring postings
      * and income left out), projected to month end and year end and
      * set against the budget - so a tight month shows up in its
      * first week, not at VIEW-TOTAL time.  Open bills on bills.dat
      * are known money still to go out: those due by month end
      * (overdue ones included) go into the month projection and
      * the rest due this year into the year projection.  Postings
      * that paid a bill are kept out of the discretionary average
      * and give an average bills-per-month instead, which the year
      * projection uses for the months the open bills do not cover.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-YYYY TO WS-SYS-YYYY-X
                  WS-SYS-MM-X   DELIMITED BY SIZE
             INTO WS-CUR-YYYYMM

           MOVE 'N' TO WS-FC-OVERFLOW
           MOVE 'N' TO WS-OVERFLOW
           PERFORM F010-LOAD-RECURRING THRU F010-EXIT
           PERFORM F060-LOAD-BILLS THRU F060-EXIT
           PERFORM F020-SCAN-EXPENSES THRU F020-EXIT
           PERFORM F900-LOG-ACCESS THRU F900-EXIT
           PERFORM F030-MONTH-BUDGET THRU F030-EXIT

           IF WS-MONTH-COUNT > 0
              COMPUTE WS-AVG-DISC = WS-HIST-DISC / WS-MONTH-COUNT
              COMPUTE WS-AVG-BILLS = WS-HIST-BILLS / WS-MONTH-COUNT
           ELSE
              MOVE 0 TO WS-AVG-DISC
              MOVE 0 TO WS-AVG-BILLS
           END-IF

           MOVE 0 TO WS-UNPOSTED-RECUR
                   (WS-AVG-DISC * WS-REMAIN-DAYS)
                   / WS-DAYS-IN-MONTH(WS-SYS-MM)
           COMPUTE WS-EOM-PROJ = WS-MTD-TOTAL + WS-UNPOSTED-RECUR
                               + WS-PRORATED-DISC + WS-BILLS-MONTH
           COMPUTE WS-REMAIN-MONTHS = 12 - WS-SYS-MM
      * bills not in yet for the rest of the year run at the
      * historical average, less what the open bills already cover
           COMPUTE WS-BILLS-RUNRATE = WS-REMAIN-MONTHS * WS-AVG-BILLS
           IF WS-BILLS-RUNRATE > WS-BILLS-LATER
              SUBTRACT WS-BILLS-LATER FROM WS-BILLS-RUNRATE
           ELSE
              MOVE 0 TO WS-BILLS-RUNRATE
           END-IF
           COMPUTE WS-EOY-PROJ = WS-YTD-TOTAL
                               + WS-UNPOSTED-RECUR + WS-PRORATED-DISC
                               + WS-BILLS-MONTH + WS-BILLS-LATER
                               + WS-BILLS-RUNRATE
                               + WS-REMAIN-MONTHS
                                 * (WS-AVG-DISC + WS-RECUR-MONTHLY)

           DISPLAY "CASH FLOW FORECAST AS AT " WS-SYS-DD "/"
                   WS-SYS-MM "/" WS-SYS-YYYY
           DISPLAY "-------------------------------------------"
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - OVER 50 COMMITMENTS, "
                      "120 MONTHS OR 500 PAID BILLS"
           END-IF
           IF WS-FC-OVERFLOW IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - OVER 30 CATEGORIES"
           END-IF
           MOVE WS-MTD-TOTAL TO WS-TOT-DISP
           DISPLAY "SPENT SO FAR THIS MONTH        " WS-TOT-DISP
           MOVE WS-UNPOSTED-RECUR TO WS-TOT-DISP
           DISPLAY "RECURRING STILL TO POST        " WS-TOT-DISP
           MOVE WS-BILLS-MONTH TO WS-TOT-DISP
           DISPLAY "OPEN BILLS DUE BY MONTH END    " WS-TOT-DISP
           IF WS-BILLS-OVERDUE > 0
              MOVE WS-BILLS-OVERDUE TO WS-TOT-DISP
              DISPLAY "  (OF WHICH ALREADY OVERDUE    " WS-TOT-DISP ")"
           END-IF
           MOVE WS-AVG-DISC TO WS-TOT-DISP
           DISPLAY "AVERAGE DISCRETIONARY / MONTH  " WS-TOT-DISP
           DISPLAY "  (FROM " WS-MONTH-COUNT " MONTH(S) OF HISTORY)"
           DISPLAY "-------------------------------------------"
           MOVE WS-YTD-TOTAL TO WS-TOT-DISP
           DISPLAY "SPENT SO FAR THIS YEAR         " WS-TOT-DISP
           MOVE WS-BILLS-LATER TO WS-TOT-DISP
           DISPLAY "OPEN BILLS DUE LATER THIS YEAR " WS-TOT-DISP
           MOVE WS-AVG-BILLS TO WS-TOT-DISP
           DISPLAY "AVERAGE BILLS PAID / MONTH     " WS-TOT-DISP
           MOVE WS-EOY-PROJ TO WS-TOT-DISP
           DISPLAY "PROJECTED END-OF-YEAR SPEND    " WS-TOT-DISP
           IF WS-YEAR-BUDGET > 0
                      WS-BUD-DISP
              DISPLAY "PROJECTED YEAR POSITION        "
                      WS-POSITION-EDIT
           END-IF
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-FC-OVERFLOW IS EQUAL TO 'Y'
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.
                     MOVE RECUR-CATEGORY
                       TO WS-RT-CATEGORY(WS-RECUR-COUNT)
                     MOVE 'N' TO WS-RT-POSTED(WS-RECUR-COUNT)
                  ELSE
                     MOVE 'Y' TO WS-OVERFLOW
                  END-IF
           END-PERFORM
           CLOSE RECUR-FILE
                     STRING EXP-DATE(7:4) DELIMITED BY SIZE
                            EXP-DATE(4:2) DELIMITED BY SIZE
                       INTO WS-REC-YYYYMM
                     ADD 1 TO WS-READ-COUNT
                     PERFORM F040-CLASSIFY-RECORD THRU F040-EXIT
                  END-IF
           END-PERFORM

       F040-CLASSIFY-RECORD.
           MOVE 'N' TO WS-IS-RECURRING
           MOVE 'N' TO WS-IS-BILL
           MOVE 0 TO WS-PAID-IDX
           PERFORM UNTIL WS-PAID-IDX IS EQUAL TO WS-PAID-COUNT
                      OR WS-IS-BILL IS EQUAL TO 'Y'
               ADD 1 TO WS-PAID-IDX
               IF WS-PAID-KEY(WS-PAID-IDX) IS EQUAL TO EXP-KEY
                  MOVE 'Y' TO WS-IS-BILL
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RECUR-IDX
           PERFORM UNTIL WS-RECUR-IDX IS EQUAL TO WS-RECUR-COUNT
               ADD 1 TO WS-RECUR-IDX
           IF WS-REC-YYYYMM IS EQUAL TO WS-CUR-YYYYMM
              ADD EXP-AMOUNT TO WS-MTD-TOTAL
           ELSE
              IF WS-IS-BILL IS EQUAL TO 'Y'
                 ADD EXP-AMOUNT TO WS-HIST-BILLS
                 PERFORM F050-NOTE-MONTH THRU F050-EXIT
                 GO TO F040-EXIT
              END-IF
              IF WS-IS-RECURRING IS EQUAL TO 'N'
                 ADD EXP-AMOUNT TO WS-HIST-DISC
                 PERFORM F045-SPREAD-CATEGORY THRU F045-EXIT
                  MOVE 'Y' TO WS-MONTH-FOUND
               END-IF
           END-PERFORM
           IF WS-MONTH-FOUND IS EQUAL TO 'N'
              IF WS-MONTH-COUNT < 120
                 ADD 1 TO WS-MONTH-COUNT
                 MOVE WS-REC-YYYYMM TO WS-MONTH-KEY(WS-MONTH-COUNT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           END-IF
           .
       F050-EXIT.
           EXIT.

       F060-LOAD-BILLS.
      **
      * Totals the open bills on bills.dat by when they fall due -
      * by the end of this month (overdue ones included, they are
      * still to be paid) or later this year - and keeps the
      * expense keys the paid ones were posted under, so F040 can
      * tell a bill payment from discretionary spending.  No bills
      * file leaves every figure at nought.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS IS NOT EQUAL TO "00"
              GO TO F060-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ BILL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE SPACES TO WS-BILL-YYYYMM
                  STRING BILL-DUE(7:4) DELIMITED BY SIZE
                         BILL-DUE(4:2) DELIMITED BY SIZE
                    INTO WS-BILL-YYYYMM
                  IF BILL-STATUS IS EQUAL TO 'O'
                     IF WS-BILL-YYYYMM IS NOT GREATER THAN
                        WS-CUR-YYYYMM
                        ADD BILL-AMOUNT TO WS-BILLS-MONTH
                        IF WS-BILL-YYYYMM < WS-CUR-YYYYMM OR
                           BILL-DUE(1:2) < WS-SYS-DD
                           ADD BILL-AMOUNT TO WS-BILLS-OVERDUE
                        END-IF
                     ELSE
                        IF BILL-DUE(7:4) IS EQUAL TO WS-SYS-YYYY-X
                           ADD BILL-AMOUNT TO WS-BILLS-LATER
                        END-IF
                     END-IF
                  END-IF
                  IF BILL-STATUS IS EQUAL TO 'P'
                     IF WS-PAID-COUNT < 500
                        ADD 1 TO WS-PAID-COUNT
                        MOVE BILL-EXP-KEY
                          TO WS-PAID-KEY(WS-PAID-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-OVERFLOW
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE BILL-FILE
           .
       F060-EXIT.
           EXIT.

       F030-MONTH-BUDGET.
      **
      * Month budget from the budget master (falling back to the
           .
       F030-EXIT.
           EXIT.

       F900-LOG-ACCESS.
      **
      * Puts the inquiry on the access log: every member's spending
      * history up to today, and how many records it took in.
      **
           MOVE "FORECAST-REPORT"   TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE "00000000"          TO WS-ACCESS-FROM
           MOVE WS-SYS-DATE         TO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE "SPENDING FORECAST" TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       F900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM FORECAST-REPORT.
