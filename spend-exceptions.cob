      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SPEND-EXCEPTIONS.
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
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT PARM-FILE  ASSIGN TO "exceptions.par"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT CTL-FILE  ASSIGN TO "exceptions.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.
           SELECT EXC-FILE  ASSIGN TO "exceptions.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "exceptions.rpt"
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
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE                  PIC X(3).
          05 CUR-FROM                  PIC X(8).
          05 CUR-RATE                  PIC 9(3)V9(6).
          05 CUR-ACTIVE                PIC X(1).
      * SPREAD is how many standard deviations from the average an
      * amount may lie before it is unusual (3.0 = three); HISTORY
      * is the fewest earlier postings a category or payee needs
      * before its range is trusted; ODD-FROM and ODD-TO are the
      * hours (00-23) of the odd-hours window, which may run past
      * midnight (22 and 06 = 22:00 to 05:59).  Anything blank or
      * not digits takes the default.
       FD PARM-FILE.
       01 PARM-RECORD.
          05 PARM-SPREAD               PIC X(3).
          05 PARM-HISTORY              PIC X(3).
          05 PARM-ODD-FROM             PIC X(2).
          05 PARM-ODD-TO               PIC X(2).
      * The journal stamp of the last entry the previous run read.
       FD CTL-FILE.
       01 CTL-RECORD.
          05 CTL-LAST-STAMP            PIC X(14).
       FD EXC-FILE.
       01 EXC-RECORD.
        COPY exception_record.
       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-CUR-STATUS            PIC X(2).
       01 WS-PARM-STATUS           PIC X(2).
       01 WS-CTL-STATUS            PIC X(2).
       01 WS-EXC-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-CUR-EOF               PIC X(1).
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
       01 WS-LAST-YEAR             PIC 9(4).
       01 WS-SPREAD                PIC 9V9 VALUE 3.
       01 WS-SPREAD-BUILD          PIC X(2).
       01 WS-SPREAD-BUILD-N REDEFINES WS-SPREAD-BUILD PIC 9V9.
       01 WS-MIN-HISTORY           PIC 9(3) VALUE 5.
       01 WS-ODD-FROM              PIC 9(2) VALUE 22.
       01 WS-ODD-TO                PIC 9(2) VALUE 6.
       01 WS-ODD-HOUR              PIC 9(2).
       01 WS-LAST-STAMP            PIC X(14).
       01 WS-HIGH-STAMP            PIC X(14).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
      * The postings journalled since the last run, with their image.
       01 WS-NEW-COUNT             PIC 9(4) VALUE 0.
       01 WS-NEW-TABLE.
          05 WS-NEW-ENTRY OCCURS 1000 TIMES.
             10 WS-NEW-KEY         PIC X(16).
             10 WS-NEW-STAMP       PIC X(14).
             10 WS-NEW-PERSON      PIC X(10).
             10 WS-NEW-PROGRAM     PIC X(18).
             10 WS-NEW-IMAGE       PIC X(250).
       01 WS-NEW-IDX               PIC 9(4).
       01 WS-NEW-HIT               PIC X(1).
      * What history says is normal, per category and per payee,
      * in home currency.
       01 WS-CST-COUNT             PIC 9(3) VALUE 0.
       01 WS-CST-TABLE.
          05 WS-CST-ENTRY OCCURS 200 TIMES.
             10 WS-CST-CATEGORY    PIC X(15).
             10 WS-CST-N           PIC 9(6).
             10 WS-CST-SUM         PIC 9(11)V99.
             10 WS-CST-SUMSQ       PIC 9(16)V99.
       01 WS-CST-IDX               PIC 9(3).
       01 WS-CST-HIT               PIC 9(3).
       01 WS-PST-COUNT             PIC 9(3) VALUE 0.
       01 WS-PST-TABLE.
          05 WS-PST-ENTRY OCCURS 500 TIMES.
             10 WS-PST-PAYEE       PIC X(15).
             10 WS-PST-N           PIC 9(6).
             10 WS-PST-SUM         PIC 9(11)V99.
             10 WS-PST-SUMSQ       PIC 9(16)V99.
       01 WS-PST-IDX               PIC 9(3).
       01 WS-PST-HIT               PIC 9(3).
      * Every payment method seen with each payee.
       01 WS-PMT-COUNT             PIC 9(4) VALUE 0.
       01 WS-PMT-TABLE.
          05 WS-PMT-ENTRY OCCURS 1000 TIMES.
             10 WS-PMT-PAYEE       PIC X(15).
             10 WS-PMT-METHOD      PIC X(15).
       01 WS-PMT-IDX               PIC 9(4).
       01 WS-PMT-HIT               PIC 9(4).
       01 WS-PMT-FIRST             PIC 9(4).
       01 WS-HOME-AMOUNT           PIC 9(9)V99.
       01 WS-STAT-N                PIC 9(6).
       01 WS-STAT-SUM              PIC 9(11)V99.
       01 WS-STAT-SUMSQ            PIC 9(16)V99.
       01 WS-MEAN                  PIC 9(9)V99.
       01 WS-VARIANCE              PIC S9(16)V9(4).
       01 WS-STD-DEV               PIC 9(9)V99.
       01 WS-RANGE-LOW             PIC S9(9)V99.
       01 WS-RANGE-HIGH            PIC 9(9)V99.
       01 WS-OUTSIDE               PIC X(1).
       01 WS-LOW-EDIT              PIC Z(6)9.99.
       01 WS-HIGH-EDIT             PIC Z(6)9.99.
       01 WS-EXC-KIND              PIC X(1).
       01 WS-EXC-DETAIL            PIC X(40).
       01 WS-NEXT-EXC              PIC 9(6) VALUE 0.
       01 WS-FIRST-NEW-EXC         PIC 9(6).
       01 WS-RAISED                PIC 9(4) VALUE 0.
       01 WS-OPEN-COUNT            PIC 9(4) VALUE 0.
       01 WS-AMT-EDIT              PIC Z(5)9.99.
       01 WS-COUNT-EDIT            PIC Z(3)9.
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
      * The main procedure of the program. The nightly unusual-
      * spend check: every posting journalled since the last run
      * (journal ADD entries after the stamp on exceptions.ctl) is
      * set against what last year's archive and the live file say
      * is normal - its amount against the usual range for its
      * category and for its payee, its payee against the payees
      * used before, its payment method against the methods used
      * with that payee - and its journal stamp against the odd-
      * hours window.  A single 900 grocery entry is caught even
      * when the month total still has headroom, which the budget
      * threshold alerts never see.  Each finding is kept on
      * exceptions.dat until REVIEW-EXCEPTIONS marks it reviewed or
      * explained; exceptions.rpt lists everything still open.  No
      * prompts, so it runs as a BATCH-DRIVER step; the first run,
      * with no exceptions.ctl, looks back to the 1st of the month.
      **
           PERFORM E000-RESET THRU E000-EXIT
           PERFORM E010-READ-PARMS THRU E010-EXIT
           PERFORM E020-READ-CONTROL THRU E020-EXIT
           PERFORM E100-READ-JOURNAL THRU E100-EXIT
           PERFORM Z100-LOAD-RATES THRU Z100-EXIT
           IF WS-NEW-COUNT > 0
              PERFORM X010-READ-ARCHIVE THRU X010-EXIT
              PERFORM X020-READ-LIVE THRU X020-EXIT
           END-IF
           PERFORM E030-NEXT-NUMBER THRU E030-EXIT
           MOVE WS-NEXT-EXC TO WS-FIRST-NEW-EXC

           OPEN EXTEND EXC-FILE
           IF WS-EXC-STATUS IS EQUAL TO "35"
              OPEN OUTPUT EXC-FILE
           END-IF
           MOVE 0 TO WS-NEW-IDX
           PERFORM UNTIL WS-NEW-IDX IS EQUAL TO WS-NEW-COUNT
               ADD 1 TO WS-NEW-IDX
               PERFORM E200-CHECK-POSTING THRU E200-EXIT
           END-PERFORM
           CLOSE EXC-FILE

           PERFORM R100-PRINT-REPORT THRU R100-EXIT
           PERFORM E040-WRITE-CONTROL THRU E040-EXIT

           DISPLAY "SPEND EXCEPTIONS: " WS-NEW-COUNT
                   " POSTING(S) CHECKED, " WS-RAISED " RAISED, "
                   WS-OPEN-COUNT " OPEN - SEE exceptions.rpt"
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE exceptions.rpt"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
      * GOBACK rather than STOP RUN so the step also runs under the
      * BATCH-DRIVER job stream without ending the whole run unit;
      * run standalone it still just ends.
           GOBACK.

       E000-RESET.
      **
      * Clears what a previous run left behind: the program stays
      * loaded between calls from the menu, so the postings to
      * check, the history statistics, the counts and the limits
      * from exceptions.par would otherwise carry into this run.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           COMPUTE WS-LAST-YEAR = WS-SYS-YYYY - 1
           MOVE 'N' TO WS-OVERFLOW
           MOVE 3 TO WS-SPREAD
           MOVE 5 TO WS-MIN-HISTORY
           MOVE 22 TO WS-ODD-FROM
           MOVE 6 TO WS-ODD-TO
           MOVE 0 TO WS-NEW-COUNT
           MOVE 0 TO WS-CST-COUNT
           MOVE 0 TO WS-PST-COUNT
           MOVE 0 TO WS-PMT-COUNT
           MOVE 0 TO WS-NEXT-EXC
           MOVE 0 TO WS-RAISED
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-FULL
           .
       E000-EXIT.
           EXIT.

       E010-READ-PARMS.
      **
      * Spread, history minimum and odd-hours window from
      * exceptions.par; defaults 3.0 deviations, 5 postings and
      * 22:00 to 05:59.
      **
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS NOT EQUAL TO "00"
              GO TO E010-EXIT
           END-IF
           READ PARM-FILE
           IF WS-PARM-STATUS IS EQUAL TO "00"
              IF PARM-SPREAD(1:1) IS NUMERIC AND
                 PARM-SPREAD(2:1) IS EQUAL TO "." AND
                 PARM-SPREAD(3:1) IS NUMERIC
                 MOVE PARM-SPREAD(1:1) TO WS-SPREAD-BUILD(1:1)
                 MOVE PARM-SPREAD(3:1) TO WS-SPREAD-BUILD(2:1)
                 IF WS-SPREAD-BUILD-N > 0
                    MOVE WS-SPREAD-BUILD-N TO WS-SPREAD
                 END-IF
              END-IF
              IF PARM-HISTORY IS NUMERIC AND PARM-HISTORY > "000"
                 MOVE PARM-HISTORY TO WS-MIN-HISTORY
              END-IF
              IF PARM-ODD-FROM IS NUMERIC AND PARM-ODD-FROM < "24"
                 MOVE PARM-ODD-FROM TO WS-ODD-FROM
              END-IF
              IF PARM-ODD-TO IS NUMERIC AND PARM-ODD-TO < "24"
                 MOVE PARM-ODD-TO TO WS-ODD-TO
              END-IF
           END-IF
           CLOSE PARM-FILE
           .
       E010-EXIT.
           EXIT.

       E020-READ-CONTROL.
           MOVE WS-SYS-DATE TO WS-LAST-STAMP(1:8)
           MOVE "01000000"  TO WS-LAST-STAMP(7:8)
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS IS EQUAL TO "00"
              READ CTL-FILE
              IF WS-CTL-STATUS IS EQUAL TO "00" AND
                 CTL-LAST-STAMP IS NUMERIC
                 MOVE CTL-LAST-STAMP TO WS-LAST-STAMP
              END-IF
              CLOSE CTL-FILE
           END-IF
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP
           .
       E020-EXIT.
           EXIT.

       E030-NEXT-NUMBER.
      **
      * The next exception reference, one past the highest on file.
      **
           MOVE 0 TO WS-NEXT-EXC
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS IS NOT EQUAL TO "00"
              ADD 1 TO WS-NEXT-EXC
              GO TO E030-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXC-NO IS NUMERIC AND EXC-NO > WS-NEXT-EXC
                     MOVE EXC-NO TO WS-NEXT-EXC
                  END-IF
           END-PERFORM
           CLOSE EXC-FILE
           ADD 1 TO WS-NEXT-EXC
           .
       E030-EXIT.
           EXIT.

       E040-WRITE-CONTROL.
      **
      * Moves the stamp on to the last journal entry read (the last
      * posting taken when the table filled), so the next run starts
      * after it.
      **
           OPEN OUTPUT CTL-FILE
           MOVE WS-HIGH-STAMP TO CTL-LAST-STAMP
           WRITE CTL-RECORD
           CLOSE CTL-FILE
           .
       E040-EXIT.
           EXIT.

       E100-READ-JOURNAL.
      **
      * Collects every ADD of spending journalled after the stamp.
      * Income is not checked.  Once the table is full the stamp is
      * held at the last posting taken, so the next run picks up
      * the rest.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT JRN-FILE
           IF WS-JRN-STATUS IS NOT EQUAL TO "00"
              GO TO E100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ JRN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF JRN-TIMESTAMP > WS-LAST-STAMP
                     IF JRN-ACTION IS EQUAL TO "ADD" AND
                        JRN-AFTER(111:1) IS NOT EQUAL TO 'I'
                        IF WS-NEW-COUNT < 1000
                           ADD 1 TO WS-NEW-COUNT
                           MOVE JRN-KEY TO WS-NEW-KEY(WS-NEW-COUNT)
                           MOVE JRN-TIMESTAMP
                             TO WS-NEW-STAMP(WS-NEW-COUNT)
                           MOVE JRN-PERSON
                             TO WS-NEW-PERSON(WS-NEW-COUNT)
                           MOVE JRN-PROGRAM
                             TO WS-NEW-PROGRAM(WS-NEW-COUNT)
                           MOVE JRN-AFTER
                             TO WS-NEW-IMAGE(WS-NEW-COUNT)
                        ELSE
                           MOVE 'Y' TO WS-OVERFLOW
                        END-IF
                     END-IF
                     IF JRN-TIMESTAMP > WS-HIGH-STAMP AND
                        WS-OVERFLOW IS EQUAL TO 'N'
                        MOVE JRN-TIMESTAMP TO WS-HIGH-STAMP
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE JRN-FILE
           .
       E100-EXIT.
           EXIT.

       X010-READ-ARCHIVE.
      **
      * Last year's archive, expenses-YYYY.dat, when there is one.
      **
           STRING "expenses-"    DELIMITED BY SIZE
                  WS-LAST-YEAR   DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS NOT EQUAL TO "00"
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
      * Adds one earlier posting to the history: its home-currency
      * amount to its category's and payee's figures, and its
      * payment method to the methods known for the payee.  The
      * postings being checked are left out, so an outlier does not
      * widen its own range.
      **
           IF EXP-TYPE IN FS-RECORD IS EQUAL TO 'I'
              GO TO X030-EXIT
           END-IF
           MOVE 'N' TO WS-NEW-HIT
           MOVE 0 TO WS-NEW-IDX
           PERFORM UNTIL WS-NEW-IDX IS EQUAL TO WS-NEW-COUNT OR
                         WS-NEW-HIT IS EQUAL TO 'Y'
               ADD 1 TO WS-NEW-IDX
               IF WS-NEW-KEY(WS-NEW-IDX) IS EQUAL TO
                  EXP-KEY IN FS-RECORD
                  MOVE 'Y' TO WS-NEW-HIT
               END-IF
           END-PERFORM
           IF WS-NEW-HIT IS EQUAL TO 'Y'
              GO TO X030-EXIT
           END-IF
           PERFORM Z110-RATE-FOR-RECORD THRU Z110-EXIT
           COMPUTE WS-HOME-AMOUNT ROUNDED =
                   EXP-AMOUNT IN FS-RECORD * WS-CVT-RATE

           PERFORM E300-FIND-CATEGORY THRU E300-EXIT
           IF WS-CST-HIT IS EQUAL TO 0
              IF WS-CST-COUNT < 200
                 ADD 1 TO WS-CST-COUNT
                 MOVE WS-CST-COUNT TO WS-CST-HIT
                 MOVE EXP-CATEGORY IN FS-RECORD
                   TO WS-CST-CATEGORY(WS-CST-HIT)
                 MOVE 0 TO WS-CST-N(WS-CST-HIT)
                 MOVE 0 TO WS-CST-SUM(WS-CST-HIT)
                 MOVE 0 TO WS-CST-SUMSQ(WS-CST-HIT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           END-IF
           IF WS-CST-HIT > 0
              ADD 1 TO WS-CST-N(WS-CST-HIT)
              ADD WS-HOME-AMOUNT TO WS-CST-SUM(WS-CST-HIT)
              COMPUTE WS-CST-SUMSQ(WS-CST-HIT) =
                      WS-CST-SUMSQ(WS-CST-HIT)
                    + WS-HOME-AMOUNT * WS-HOME-AMOUNT
           END-IF

           IF EXP-PAYEE IN FS-RECORD IS EQUAL TO SPACES
              GO TO X030-EXIT
           END-IF
           PERFORM E310-FIND-PAYEE THRU E310-EXIT
           IF WS-PST-HIT IS EQUAL TO 0
              IF WS-PST-COUNT < 500
                 ADD 1 TO WS-PST-COUNT
                 MOVE WS-PST-COUNT TO WS-PST-HIT
                 MOVE EXP-PAYEE IN FS-RECORD
                   TO WS-PST-PAYEE(WS-PST-HIT)
                 MOVE 0 TO WS-PST-N(WS-PST-HIT)
                 MOVE 0 TO WS-PST-SUM(WS-PST-HIT)
                 MOVE 0 TO WS-PST-SUMSQ(WS-PST-HIT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           END-IF
           IF WS-PST-HIT > 0
              ADD 1 TO WS-PST-N(WS-PST-HIT)
              ADD WS-HOME-AMOUNT TO WS-PST-SUM(WS-PST-HIT)
              COMPUTE WS-PST-SUMSQ(WS-PST-HIT) =
                      WS-PST-SUMSQ(WS-PST-HIT)
                    + WS-HOME-AMOUNT * WS-HOME-AMOUNT
           END-IF
           PERFORM E320-FIND-METHOD THRU E320-EXIT
           IF WS-PMT-HIT IS EQUAL TO 0
              IF WS-PMT-COUNT < 1000
                 ADD 1 TO WS-PMT-COUNT
                 MOVE EXP-PAYEE IN FS-RECORD
                   TO WS-PMT-PAYEE(WS-PMT-COUNT)
                 MOVE EXP-PAYMENT-METHOD IN FS-RECORD
                   TO WS-PMT-METHOD(WS-PMT-COUNT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           END-IF
           .
       X030-EXIT.
           EXIT.

       E200-CHECK-POSTING.
      **
      * Runs every check on the posting in WS-NEW-ENTRY(WS-NEW-IDX)
      * and raises one exception for each that fails.
      **
           MOVE WS-NEW-IMAGE(WS-NEW-IDX) TO FS-RECORD
           PERFORM Z110-RATE-FOR-RECORD THRU Z110-EXIT
           COMPUTE WS-HOME-AMOUNT ROUNDED =
                   EXP-AMOUNT IN FS-RECORD * WS-CVT-RATE

           PERFORM E300-FIND-CATEGORY THRU E300-EXIT
           IF WS-CST-HIT > 0
              IF WS-CST-N(WS-CST-HIT) >= WS-MIN-HISTORY
                 MOVE WS-CST-N(WS-CST-HIT)     TO WS-STAT-N
                 MOVE WS-CST-SUM(WS-CST-HIT)   TO WS-STAT-SUM
                 MOVE WS-CST-SUMSQ(WS-CST-HIT) TO WS-STAT-SUMSQ
                 PERFORM E220-RANGE-CHECK THRU E220-EXIT
                 IF WS-OUTSIDE IS EQUAL TO 'Y'
                    MOVE 'C' TO WS-EXC-KIND
                    MOVE SPACES TO WS-EXC-DETAIL
                    STRING "CATEGORY RANGE " DELIMITED BY SIZE
                           WS-LOW-EDIT       DELIMITED BY SIZE
                           " -"              DELIMITED BY SIZE
                           WS-HIGH-EDIT      DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
                    PERFORM E210-RAISE THRU E210-EXIT
                 END-IF
              END-IF
           END-IF

           IF EXP-PAYEE IN FS-RECORD IS NOT EQUAL TO SPACES
              PERFORM E310-FIND-PAYEE THRU E310-EXIT
              IF WS-PST-HIT IS EQUAL TO 0
                 MOVE 'N' TO WS-EXC-KIND
                 MOVE "FIRST POSTING EVER TO THIS PAYEE"
                   TO WS-EXC-DETAIL
                 PERFORM E210-RAISE THRU E210-EXIT
              ELSE
                 IF WS-PST-N(WS-PST-HIT) >= WS-MIN-HISTORY
                    MOVE WS-PST-N(WS-PST-HIT)     TO WS-STAT-N
                    MOVE WS-PST-SUM(WS-PST-HIT)   TO WS-STAT-SUM
                    MOVE WS-PST-SUMSQ(WS-PST-HIT) TO WS-STAT-SUMSQ
                    PERFORM E220-RANGE-CHECK THRU E220-EXIT
                    IF WS-OUTSIDE IS EQUAL TO 'Y'
                       MOVE 'P' TO WS-EXC-KIND
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING "PAYEE RANGE    " DELIMITED BY SIZE
                              WS-LOW-EDIT       DELIMITED BY SIZE
                              " -"              DELIMITED BY SIZE
                              WS-HIGH-EDIT      DELIMITED BY SIZE
                         INTO WS-EXC-DETAIL
                       PERFORM E210-RAISE THRU E210-EXIT
                    END-IF
                 END-IF
                 PERFORM E320-FIND-METHOD THRU E320-EXIT
                 IF WS-PMT-HIT IS EQUAL TO 0 AND WS-PMT-FIRST > 0
                    MOVE 'M' TO WS-EXC-KIND
                    MOVE SPACES TO WS-EXC-DETAIL
                    STRING "PAYEE PAID BEFORE BY " DELIMITED BY SIZE
                           WS-PMT-METHOD(WS-PMT-FIRST)
                                                   DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
                    PERFORM E210-RAISE THRU E210-EXIT
                 END-IF
              END-IF
           END-IF

      * The unattended job stream posts overnight by design.
           IF WS-NEW-PROGRAM(WS-NEW-IDX) IS NOT EQUAL TO
              "BATCH-ADD-EXPENSE" AND
              WS-NEW-STAMP(WS-NEW-IDX) (9:2) IS NUMERIC
              MOVE WS-NEW-STAMP(WS-NEW-IDX) (9:2) TO WS-ODD-HOUR
              IF (WS-ODD-FROM > WS-ODD-TO AND
                  (WS-ODD-HOUR >= WS-ODD-FROM OR
                   WS-ODD-HOUR < WS-ODD-TO)) OR
                 (WS-ODD-FROM < WS-ODD-TO AND
                  WS-ODD-HOUR >= WS-ODD-FROM AND
                  WS-ODD-HOUR < WS-ODD-TO)
                 MOVE 'H' TO WS-EXC-KIND
                 MOVE SPACES TO WS-EXC-DETAIL
                 STRING "KEYED AT "       DELIMITED BY SIZE
                        WS-NEW-STAMP(WS-NEW-IDX) (9:2)
                                          DELIMITED BY SIZE
                        ":"               DELIMITED BY SIZE
                        WS-NEW-STAMP(WS-NEW-IDX) (11:2)
                                          DELIMITED BY SIZE
                        " - OUTSIDE NORMAL HOURS" DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
                 PERFORM E210-RAISE THRU E210-EXIT
              END-IF
           END-IF
           .
       E200-EXIT.
           EXIT.

       E210-RAISE.
      **
      * Appends one open exception for the posting being checked.
      **
           MOVE SPACES TO EXC-RECORD
           MOVE WS-NEXT-EXC TO EXC-NO
           ADD 1 TO WS-NEXT-EXC
           MOVE 'O' TO EXC-STATUS
           MOVE WS-EXC-KIND TO EXC-KIND
           MOVE WS-SYS-DATE TO EXC-FOUND
           MOVE WS-NEW-STAMP(WS-NEW-IDX)   TO EXC-POSTED
           MOVE WS-NEW-PERSON(WS-NEW-IDX)  TO EXC-POSTED-BY
           MOVE WS-NEW-PROGRAM(WS-NEW-IDX) TO EXC-PROGRAM
           MOVE WS-NEW-KEY(WS-NEW-IDX)     TO EXC-KEY
           MOVE EXP-DATE IN FS-RECORD           TO EXC-DATE
           MOVE EXP-AMOUNT IN FS-RECORD         TO EXC-AMOUNT
           MOVE EXP-CURRENCY IN FS-RECORD       TO EXC-CURRENCY
           MOVE EXP-DESCRIPTION IN FS-RECORD    TO EXC-DESC
           MOVE EXP-CATEGORY IN FS-RECORD       TO EXC-CATEGORY
           MOVE EXP-PAYEE IN FS-RECORD          TO EXC-PAYEE
           MOVE EXP-PAYMENT-METHOD IN FS-RECORD TO EXC-PAYMETH
           MOVE WS-EXC-DETAIL TO EXC-DETAIL
           WRITE EXC-RECORD
           ADD 1 TO WS-RAISED
           .
       E210-EXIT.
           EXIT.

       E220-RANGE-CHECK.
      **
      * The normal range is the average of the history in WS-STAT
      * plus or minus WS-SPREAD standard deviations; WS-OUTSIDE
      * comes back 'Y' when WS-HOME-AMOUNT lies outside it.  A low
      * end at or below zero means only the high end applies.
      **
           MOVE 'N' TO WS-OUTSIDE
           COMPUTE WS-MEAN ROUNDED = WS-STAT-SUM / WS-STAT-N
           COMPUTE WS-VARIANCE ROUNDED =
                   WS-STAT-SUMSQ / WS-STAT-N - WS-MEAN * WS-MEAN
           IF WS-VARIANCE < 0
              MOVE 0 TO WS-VARIANCE
           END-IF
           COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
           COMPUTE WS-RANGE-HIGH = WS-MEAN + WS-SPREAD * WS-STD-DEV
           COMPUTE WS-RANGE-LOW  = WS-MEAN - WS-SPREAD * WS-STD-DEV
           IF WS-RANGE-LOW < 0
              MOVE 0 TO WS-RANGE-LOW
           END-IF
           IF WS-HOME-AMOUNT > WS-RANGE-HIGH OR
              (WS-RANGE-LOW > 0 AND WS-HOME-AMOUNT < WS-RANGE-LOW)
              MOVE 'Y' TO WS-OUTSIDE
           END-IF
           MOVE WS-RANGE-LOW  TO WS-LOW-EDIT
           MOVE WS-RANGE-HIGH TO WS-HIGH-EDIT
           .
       E220-EXIT.
           EXIT.

       E300-FIND-CATEGORY.
           MOVE 0 TO WS-CST-HIT
           MOVE 0 TO WS-CST-IDX
           PERFORM UNTIL WS-CST-IDX IS EQUAL TO WS-CST-COUNT OR
                         WS-CST-HIT > 0
               ADD 1 TO WS-CST-IDX
               IF WS-CST-CATEGORY(WS-CST-IDX) IS EQUAL TO
                  EXP-CATEGORY IN FS-RECORD
                  MOVE WS-CST-IDX TO WS-CST-HIT
               END-IF
           END-PERFORM
           .
       E300-EXIT.
           EXIT.

       E310-FIND-PAYEE.
           MOVE 0 TO WS-PST-HIT
           MOVE 0 TO WS-PST-IDX
           PERFORM UNTIL WS-PST-IDX IS EQUAL TO WS-PST-COUNT OR
                         WS-PST-HIT > 0
               ADD 1 TO WS-PST-IDX
               IF WS-PST-PAYEE(WS-PST-IDX) IS EQUAL TO
                  EXP-PAYEE IN FS-RECORD
                  MOVE WS-PST-IDX TO WS-PST-HIT
               END-IF
           END-PERFORM
           .
       E310-EXIT.
           EXIT.

       E320-FIND-METHOD.
      **
      * WS-PMT-HIT is the entry for this payee and payment method;
      * WS-PMT-FIRST the first entry for the payee at all.
      **
           MOVE 0 TO WS-PMT-HIT
           MOVE 0 TO WS-PMT-FIRST
           MOVE 0 TO WS-PMT-IDX
           PERFORM UNTIL WS-PMT-IDX IS EQUAL TO WS-PMT-COUNT OR
                         WS-PMT-HIT > 0
               ADD 1 TO WS-PMT-IDX
               IF WS-PMT-PAYEE(WS-PMT-IDX) IS EQUAL TO
                  EXP-PAYEE IN FS-RECORD
                  IF WS-PMT-FIRST IS EQUAL TO 0
                     MOVE WS-PMT-IDX TO WS-PMT-FIRST
                  END-IF
                  IF WS-PMT-METHOD(WS-PMT-IDX) IS EQUAL TO
                     EXP-PAYMENT-METHOD IN FS-RECORD
                     MOVE WS-PMT-IDX TO WS-PMT-HIT
                  END-IF
               END-IF
           END-PERFORM
           .
       E320-EXIT.
           EXIT.

       R100-PRINT-REPORT.
      **
      * exceptions.rpt: the window checked, then every exception
      * still open, oldest first, with those raised this run marked
      * '*'.  Reviewed and explained ones are not shown again.
      **
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "UNUSUAL-SPEND EXCEPTIONS  RUN " DELIMITED BY SIZE
                  WS-SYS-DD                        DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  WS-SYS-MM                        DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  WS-SYS-YYYY                      DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTINGS JOURNALLED AFTER " DELIMITED BY SIZE
                  WS-LAST-STAMP(7:2)           DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
                  WS-LAST-STAMP(5:2)           DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
                  WS-LAST-STAMP(1:4)           DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-LAST-STAMP(9:2)           DELIMITED BY SIZE
                  ":"                          DELIMITED BY SIZE
                  WS-LAST-STAMP(11:2)          DELIMITED BY SIZE
                  " CHECKED:"                  DELIMITED BY SIZE
                  WS-COUNT-EDIT                DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OPEN EXCEPTIONS (* = RAISED THIS RUN)"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "  REF    DATE          AMOUNT CCY DESCRIPTION"
             TO REPORT-RECORD
           MOVE "ENTERED BY" TO REPORT-RECORD(70:10)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ EXC-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF EXC-STATUS IS EQUAL TO 'O'
                        PERFORM R110-PRINT-ONE THRU R110-EXIT
                     END-IF
              END-PERFORM
              CLOSE EXC-FILE
           END-IF
           IF WS-OPEN-COUNT IS EQUAL TO 0
              MOVE "NONE - NOTHING UNUSUAL OUTSTANDING"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING WS-RAISED      DELIMITED BY SIZE
                  " RAISED THIS RUN, " DELIMITED BY SIZE
                  WS-OPEN-COUNT  DELIMITED BY SIZE
                  " OPEN - CLEAR THEM IN REVIEW-EXCEPTIONS"
                                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "A WORK TABLE FILLED UP - SOME POSTINGS OR HISTORY "
                TO REPORT-RECORD
              MOVE "NOT CONSIDERED" TO REPORT-RECORD(51:14)
              WRITE REPORT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - SOME AMOUNTS ARE "
                TO REPORT-RECORD
              MOVE "NOT CONVERTED" TO REPORT-RECORD(49:13)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "exceptions.rpt"   TO WS-SPOOL-REPORT
           MOVE "SPEND-EXCEPTIONS" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "POSTINGS JOURNALLED AFTER " DELIMITED BY SIZE
                  WS-LAST-STAMP    DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           .
       R100-EXIT.
           EXIT.

       R110-PRINT-ONE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE EXC-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF EXC-NO >= WS-FIRST-NEW-EXC
              MOVE "*" TO REPORT-RECORD(1:1)
           END-IF
           MOVE EXC-NO       TO REPORT-RECORD(2:6)
           MOVE EXC-DATE     TO REPORT-RECORD(9:10)
           MOVE WS-AMT-EDIT  TO REPORT-RECORD(20:9)
           MOVE EXC-CURRENCY TO REPORT-RECORD(30:3)
           MOVE EXC-DESC     TO REPORT-RECORD(34:30)
           MOVE EXC-POSTED-BY TO REPORT-RECORD(70:10)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           EVALUATE EXC-KIND
               WHEN 'C'
                   MOVE "AMOUNT UNUSUAL FOR" TO REPORT-RECORD(9:18)
                   MOVE EXC-CATEGORY TO REPORT-RECORD(28:15)
               WHEN 'P'
                   MOVE "AMOUNT UNUSUAL FOR" TO REPORT-RECORD(9:18)
                   MOVE EXC-PAYEE    TO REPORT-RECORD(28:15)
               WHEN 'N'
                   MOVE "NEW PAYEE"  TO REPORT-RECORD(9:18)
                   MOVE EXC-PAYEE    TO REPORT-RECORD(28:15)
               WHEN 'M'
                   MOVE "PAID BY"    TO REPORT-RECORD(9:18)
                   MOVE EXC-PAYMETH  TO REPORT-RECORD(28:15)
               WHEN OTHER
                   MOVE "ODD HOURS"  TO REPORT-RECORD(9:18)
                   MOVE EXC-PROGRAM(1:15) TO REPORT-RECORD(28:15)
           END-EVALUATE
           MOVE EXC-DETAIL TO REPORT-RECORD(44:37)
           WRITE REPORT-RECORD
           .
       R110-EXIT.
           EXIT.

       Z100-LOAD-RATES.
      **
      * Loads the exchange-rate master into a table once per run.
      * Records keyed in a foreign currency are converted to home
      * currency at the rate in force on their own date; with no
      * master on file every record counts at face value.
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
       END PROGRAM SPEND-EXCEPTIONS.
