      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BILLS-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT BILL-FILE  ASSIGN TO "bills.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BILL-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "bills-report.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD BILL-FILE.
       01 BILL-RECORD.
          05 BILL-NO               PIC 9(6).
          05 BILL-PAYEE            PIC X(15).
          05 BILL-DESC             PIC X(30).
          05 BILL-AMOUNT           PIC 9(6)V99.
          05 BILL-CATEGORY         PIC X(15).
          05 BILL-RECEIVED         PIC X(10).
          05 BILL-DUE              PIC X(10).
          05 BILL-REF              PIC X(15).
          05 BILL-STATUS           PIC X(1).
          05 BILL-PAID-DATE        PIC X(10).
          05 BILL-EXP-KEY          PIC X(16).
          05 BILL-PERSON           PIC X(10).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-BILL-STATUS           PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
       01 WS-TODAY-DAYS            PIC 9(8).
       01 WS-DN-YYYY               PIC 9(4).
       01 WS-DN-MM                 PIC 9(2).
       01 WS-DN-DD                 PIC 9(2).
       01 WS-DN-A                  PIC 9(1).
       01 WS-DN-Y                  PIC 9(5).
       01 WS-DN-M                  PIC 9(2).
       01 WS-DN-P1                 PIC 9(4).
       01 WS-DN-P2                 PIC 9(5).
       01 WS-DN-P3                 PIC 9(4).
       01 WS-DN-P4                 PIC 9(3).
       01 WS-DN-DAYS               PIC 9(8).
       01 WS-BILL-COUNT            PIC 9(3) VALUE 0.
       01 WS-BILL-TABLE.
          05 WS-BILL-ENTRY OCCURS 500 TIMES.
             10 WS-TB-NO           PIC 9(6).
             10 WS-TB-PAYEE        PIC X(15).
             10 WS-TB-DESC         PIC X(30).
             10 WS-TB-DUE          PIC X(10).
             10 WS-TB-AMOUNT       PIC 9(6)V99.
             10 WS-TB-DAYS         PIC S9(6).
             10 WS-TB-BUCKET       PIC 9(1).
       01 WS-BILL-IDX              PIC 9(3).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-BUCKET-TABLE.
          05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
             10 WS-BK-COUNT        PIC 9(4).
             10 WS-BK-TOTAL        PIC 9(9)V99.
       01 WS-BUCKET-NAMES.
          05 FILLER                PIC X(25)
             VALUE "NOT YET DUE".
          05 FILLER                PIC X(25)
             VALUE "1 TO 30 DAYS OVERDUE".
          05 FILLER                PIC X(25)
             VALUE "31 TO 60 DAYS OVERDUE".
          05 FILLER                PIC X(25)
             VALUE "61 TO 90 DAYS OVERDUE".
          05 FILLER                PIC X(25)
             VALUE "OVER 90 DAYS OVERDUE".
       01 WS-BUCKET-NAME-TAB REDEFINES WS-BUCKET-NAMES.
          05 WS-BUCKET-NAME        PIC X(25) OCCURS 5 TIMES.
       01 WS-BK-IDX                PIC 9(1).
       01 WS-OPEN-COUNT            PIC 9(4) VALUE 0.
       01 WS-OVERDUE-COUNT         PIC 9(4) VALUE 0.
       01 WS-OPEN-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-OVERDUE-TOTAL         PIC 9(9)V99 VALUE 0.
       01 WS-AMT-EDIT              PIC Z(5)9.99.
       01 WS-TOT-EDIT              PIC Z(8)9.99.
       01 WS-DAYS-EDIT             PIC -(5)9.
       01 WS-COUNT-EDIT            PIC Z(3)9.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Ages the open bills on
      * bills.dat against today's date: each one is placed in a
      * bucket - not yet due, 1 to 30, 31 to 60, 61 to 90 or over
      * 90 days past its due date - listed bucket by bucket with
      * the days to go or the days overdue, and totalled per
      * bucket.  Written to bills-report.rpt; the overdue count
      * and total are repeated on the terminal.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-YYYY TO WS-DN-YYYY
           MOVE WS-SYS-MM   TO WS-DN-MM
           MOVE WS-SYS-DD   TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS
           MOVE 0 TO WS-BK-IDX
           PERFORM UNTIL WS-BK-IDX IS EQUAL TO 5
               ADD 1 TO WS-BK-IDX
               MOVE 0 TO WS-BK-COUNT(WS-BK-IDX)
               MOVE 0 TO WS-BK-TOTAL(WS-BK-IDX)
           END-PERFORM
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO BILLS ON FILE - RECORD THEM IN "
                      "MAINTAIN-BILLS FIRST"
              GO TO MAIN-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ BILL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF BILL-STATUS IS EQUAL TO 'O'
                     PERFORM R100-AGE-BILL THRU R100-EXIT
                  END-IF
           END-PERFORM
           CLOSE BILL-FILE
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              DISPLAY "MORE THAN 500 OPEN BILLS - LATER ONES "
                      "ARE LEFT OFF THE LISTING"
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "BILLS DUE AND OVERDUE AT " DELIMITED BY SIZE
                  WS-SYS-DD                   DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-SYS-MM                   DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-SYS-YYYY                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-BK-IDX
           PERFORM UNTIL WS-BK-IDX IS EQUAL TO 5
               ADD 1 TO WS-BK-IDX
               IF WS-BK-COUNT(WS-BK-IDX) > 0
                  PERFORM R200-PRINT-BUCKET THRU R200-EXIT
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "AGING SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-BK-IDX
           PERFORM UNTIL WS-BK-IDX IS EQUAL TO 5
               ADD 1 TO WS-BK-IDX
               MOVE WS-BK-COUNT(WS-BK-IDX) TO WS-COUNT-EDIT
               MOVE WS-BK-TOTAL(WS-BK-IDX) TO WS-TOT-EDIT
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-BUCKET-NAME(WS-BK-IDX) TO REPORT-RECORD(3:25)
               MOVE WS-COUNT-EDIT TO REPORT-RECORD(30:4)
               MOVE WS-TOT-EDIT TO REPORT-RECORD(41:13)
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
           MOVE WS-OPEN-TOTAL TO WS-TOT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "TOTAL OPEN BILLS" TO REPORT-RECORD(3:25)
           MOVE WS-COUNT-EDIT TO REPORT-RECORD(30:4)
           MOVE WS-TOT-EDIT TO REPORT-RECORD(41:13)
           WRITE REPORT-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
           MOVE WS-OVERDUE-TOTAL TO WS-TOT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "OF WHICH OVERDUE" TO REPORT-RECORD(3:25)
           MOVE WS-COUNT-EDIT TO REPORT-RECORD(30:4)
           MOVE WS-TOT-EDIT TO REPORT-RECORD(41:13)
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "bills-report.rpt" TO WS-SPOOL-REPORT
           MOVE "BILLS-REPORT"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "OPEN BILLS AGED AT " DELIMITED BY SIZE
                  WS-SYS-DD             DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-SYS-MM             DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-SYS-YYYY           DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY WS-COUNT-EDIT " BILL(S) OVERDUE TOTALLING "
                   WS-TOT-EDIT
           DISPLAY "BILLS AGING WRITTEN TO bills-report.rpt".
       MAIN-EXIT.
           GOBACK.

       R100-AGE-BILL.
      **
      * Works out how many days the bill in BILL-RECORD is past its
      * due date (negative while it is still to come), buckets it
      * and keeps it in the table for the listing.
      **
           MOVE BILL-DUE(7:4) TO WS-DN-YYYY
           MOVE BILL-DUE(4:2) TO WS-DN-MM
           MOVE BILL-DUE(1:2) TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           IF WS-BILL-COUNT IS EQUAL TO 500
              MOVE 'Y' TO WS-OVERFLOW
              GO TO R100-EXIT
           END-IF
           ADD 1 TO WS-BILL-COUNT
           MOVE BILL-NO     TO WS-TB-NO(WS-BILL-COUNT)
           MOVE BILL-PAYEE  TO WS-TB-PAYEE(WS-BILL-COUNT)
           MOVE BILL-DESC   TO WS-TB-DESC(WS-BILL-COUNT)
           MOVE BILL-DUE    TO WS-TB-DUE(WS-BILL-COUNT)
           MOVE BILL-AMOUNT TO WS-TB-AMOUNT(WS-BILL-COUNT)
           COMPUTE WS-TB-DAYS(WS-BILL-COUNT) =
                   WS-TODAY-DAYS - WS-DN-DAYS
           EVALUATE TRUE
               WHEN WS-TB-DAYS(WS-BILL-COUNT) < 1
                   MOVE 1 TO WS-BK-IDX
               WHEN WS-TB-DAYS(WS-BILL-COUNT) < 31
                   MOVE 2 TO WS-BK-IDX
               WHEN WS-TB-DAYS(WS-BILL-COUNT) < 61
                   MOVE 3 TO WS-BK-IDX
               WHEN WS-TB-DAYS(WS-BILL-COUNT) < 91
                   MOVE 4 TO WS-BK-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BK-IDX
           END-EVALUATE
           MOVE WS-BK-IDX TO WS-TB-BUCKET(WS-BILL-COUNT)
           ADD 1 TO WS-BK-COUNT(WS-BK-IDX)
           ADD BILL-AMOUNT TO WS-BK-TOTAL(WS-BK-IDX)
           ADD 1 TO WS-OPEN-COUNT
           ADD BILL-AMOUNT TO WS-OPEN-TOTAL
           IF WS-BK-IDX > 1
              ADD 1 TO WS-OVERDUE-COUNT
              ADD BILL-AMOUNT TO WS-OVERDUE-TOTAL
           END-IF
           .
       R100-EXIT.
           EXIT.

       R200-PRINT-BUCKET.
      **
      * Lists the bills in bucket WS-BK-IDX with the bucket total.
      * DAYS is the days overdue, or the days still to go shown as
      * a negative figure.
      **
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BUCKET-NAME(WS-BK-IDX) TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  BILL   PAYEE           DESCRIPTION          DUE    "
             TO REPORT-RECORD
           MOVE "        AMOUNT   DAYS" TO REPORT-RECORD(55:21)
           WRITE REPORT-RECORD
           MOVE 0 TO WS-BILL-IDX
           PERFORM UNTIL WS-BILL-IDX IS EQUAL TO WS-BILL-COUNT
               ADD 1 TO WS-BILL-IDX
               IF WS-TB-BUCKET(WS-BILL-IDX) IS EQUAL TO WS-BK-IDX
                  MOVE WS-TB-AMOUNT(WS-BILL-IDX) TO WS-AMT-EDIT
                  MOVE WS-TB-DAYS(WS-BILL-IDX) TO WS-DAYS-EDIT
                  MOVE SPACES TO REPORT-RECORD
                  MOVE WS-TB-NO(WS-BILL-IDX)    TO REPORT-RECORD(3:6)
                  MOVE WS-TB-PAYEE(WS-BILL-IDX) TO REPORT-RECORD(10:15)
                  MOVE WS-TB-DESC(WS-BILL-IDX)  TO REPORT-RECORD(26:20)
                  MOVE WS-TB-DUE(WS-BILL-IDX)   TO REPORT-RECORD(47:10)
                  MOVE WS-AMT-EDIT              TO REPORT-RECORD(61:9)
                  MOVE WS-DAYS-EDIT             TO REPORT-RECORD(71:6)
                  WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE WS-BK-TOTAL(WS-BK-IDX) TO WS-TOT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "  BUCKET TOTAL" TO REPORT-RECORD
           MOVE WS-TOT-EDIT TO REPORT-RECORD(58:12)
           WRITE REPORT-RECORD
           .
       R200-EXIT.
           EXIT.

       D100-DAY-NUMBER.
      **
      * Turns the date in WS-DN-YYYY/MM/DD into a running day
      * number in WS-DN-DAYS, so two dates can be subtracted to
      * give the days between them.  The year is counted from
      * March so the leap day falls at the end; every division is
      * a whole-number one.
      **
           IF WS-DN-MM < 3
              MOVE 1 TO WS-DN-A
           ELSE
              MOVE 0 TO WS-DN-A
           END-IF
           COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MM + (12 * WS-DN-A) - 3
           COMPUTE WS-DN-P1 = (153 * WS-DN-M + 2) / 5
           DIVIDE 4 INTO WS-DN-Y GIVING WS-DN-P2
           DIVIDE 100 INTO WS-DN-Y GIVING WS-DN-P3
           DIVIDE 400 INTO WS-DN-Y GIVING WS-DN-P4
           COMPUTE WS-DN-DAYS = WS-DN-DD + WS-DN-P1
                              + (365 * WS-DN-Y) + WS-DN-P2
                              - WS-DN-P3 + WS-DN-P4 - 32045
           .
       D100-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM BILLS-REPORT.
