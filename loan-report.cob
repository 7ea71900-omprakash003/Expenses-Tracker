      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOAN-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LOAN-FILE  ASSIGN TO "loans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOAN-STATUS.
           SELECT LPY-FILE  ASSIGN TO "loanpay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LPY-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "loan-report.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-CODE             PIC X(10).
          05 LOAN-NAME             PIC X(30).
          05 LOAN-PRINCIPAL        PIC 9(9)V99.
          05 LOAN-RATE             PIC 9(2)V9(3).
          05 LOAN-TERM             PIC 9(3).
          05 LOAN-START            PIC X(10).
          05 LOAN-PAYMENT          PIC 9(6)V99.
          05 LOAN-BALANCE          PIC 9(9)V99.
          05 LOAN-PAID             PIC 9(3).
          05 LOAN-INT-CAT          PIC X(15).
          05 LOAN-PRIN-CAT         PIC X(15).
          05 LOAN-STATUS           PIC X(1).
       FD LPY-FILE.
       01 LPY-RECORD.
          05 LPY-LOAN              PIC X(10).
          05 LPY-DATE              PIC X(10).
          05 LPY-KEY               PIC X(16).
          05 LPY-PAYMENT           PIC 9(6)V99.
          05 LPY-INTEREST          PIC 9(6)V99.
          05 LPY-PRINCIPAL         PIC 9(6)V99.
          05 LPY-BALANCE           PIC 9(9)V99.
          05 LPY-PROGRAM           PIC X(18).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-LOAN-STATUS           PIC X(2).
       01 WS-LPY-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-LPY-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-LOAN-FILTER           PIC X(10).
       01 WS-FOUND                 PIC X(1).
       01 WS-LOAN-COUNT            PIC 9(3) VALUE 0.
       01 WS-TOTAL-OWED            PIC 9(11)V99 VALUE 0.
       01 WS-OVER-MONTHLY          PIC 9(6)V99 VALUE 0.
       01 WS-OVER-LUMP             PIC 9(9)V99 VALUE 0.
       01 WS-WHAT-IF               PIC X(1) VALUE 'N'.
      * Run-off of a balance month by month: S100-RUN-OFF takes the
      * balance, rate, instalment and any lump sum paid now, and
      * returns how many months it takes to clear, the interest paid
      * on the way, and 'Y' in WS-S-STUCK when the instalment does
      * not even cover the interest.
       01 WS-S-BALANCE             PIC 9(9)V99.
       01 WS-S-RATE                PIC 9(2)V9(3).
       01 WS-S-PAY                 PIC 9(7)V99.
       01 WS-S-LUMP                PIC 9(9)V99.
       01 WS-S-MONTHS              PIC 9(3).
       01 WS-S-INTEREST            PIC 9(9)V99.
       01 WS-S-STUCK               PIC X(1).
       01 WS-S-PRINT               PIC X(1).
       01 WS-S-FIRST-NO            PIC 9(3).
       01 WS-S-MONTH-INT           PIC 9(7)V99.
       01 WS-S-MONTH-CAP           PIC 9(9)V99.
       01 WS-S-MONTH-PAY           PIC 9(9)V99.
       01 WS-BASE-MONTHS           PIC 9(3).
       01 WS-BASE-INTEREST         PIC 9(9)V99.
       01 WS-BASE-STUCK            PIC X(1).
       01 WS-SAVED-MONTHS          PIC 9(3).
       01 WS-SAVED-INTEREST        PIC S9(9)V99.
      * Due month arithmetic - the month WS-D-ADD instalments after
      * the loan's first due date.
       01 WS-D-START-MM            PIC 9(2).
       01 WS-D-START-YYYY          PIC 9(4).
       01 WS-D-ADD                 PIC 9(4).
       01 WS-D-TOTAL               PIC 9(6).
       01 WS-D-YYYY                PIC 9(4).
       01 WS-D-MM                  PIC 9(2).
       01 WS-D-DUE                 PIC X(7).
       01 WS-AMT-IN                PIC X(13).
       01 WS-AMT-OK                PIC X(1).
       01 WS-NO-EDIT               PIC ZZ9.
       01 WS-PAY-EDIT              PIC Z(6)9.99.
       01 WS-INT-EDIT              PIC Z(6)9.99.
       01 WS-CAP-EDIT              PIC Z(6)9.99.
       01 WS-BAL-EDIT              PIC Z(8)9.99.
       01 WS-TOT-EDIT              PIC Z(10)9.99.
       01 WS-RATE-EDIT             PIC Z9.999.
       01 WS-MONTHS-EDIT           PIC ZZ9.
       01 WS-BAL-IN                PIC X(13).
       01 WS-BAL-OK                PIC X(1).
       01 WS-BAL-NEG               PIC X(1).
       01 WS-BAL-POINT             PIC X(1).
       01 WS-BAL-CH                PIC X(1).
       01 WS-BAL-IDX               PIC 9(2).
       01 WS-BAL-INT               PIC X(9).
       01 WS-BAL-DEC               PIC X(2).
       01 WS-BAL-INT-LEN           PIC 9(2).
       01 WS-BAL-DEC-LEN           PIC 9(1).
       01 WS-BAL-JUST              PIC X(9).
       01 WS-BAL-POS               PIC 9(2).
       01 WS-BAL-BUILD             PIC X(11).
       01 WS-BAL-BUILD-N REDEFINES WS-BAL-BUILD PIC 9(9)V99.
       01 WS-BAL-PARSED            PIC S9(9)V99.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Reports on the loans
      * master loans.dat in one of two ways, written to
      * loan-report.rpt:
      *   S - the amortization schedule of one loan: every
      *       repayment posted so far from loanpay.dat with its
      *       interest and capital, then the instalments still to
      *       come, projected from the balance owed at the current
      *       rate and instalment until it is cleared.
      *   P - the payoff position of every open loan: what is still
      *       owed, the instalments left, the projected payoff month
      *       and the interest still to pay - and, when an
      *       overpayment is keyed, the same figures with the extra
      *       paid every month and/or a lump sum paid now, and what
      *       that saves.
      **
           DISPLAY "S FOR ONE LOAN'S AMORTIZATION SCHEDULE, "
                   "P FOR THE PAYOFF POSITION"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'S'
               WHEN 's'
                   PERFORM G100-SCHEDULE THRU G100-EXIT
               WHEN 'P'
               WHEN 'p'
                   PERFORM G200-PAYOFF THRU G200-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       G100-SCHEDULE.
      **
      * Amortization schedule of one loan.
      **
           DISPLAY "LOAN CODE"
           ACCEPT WS-LOAN-FILTER
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO LOANS ON FILE - SET THEM UP IN "
                      "MAINTAIN-LOANS FIRST"
              GO TO G100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y' OR WS-FOUND = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF LOAN-CODE IS EQUAL TO WS-LOAN-FILTER
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "LOAN NOT FOUND: " WS-LOAN-FILTER
              GO TO G100-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "AMORTIZATION SCHEDULE - LOAN " DELIMITED BY SIZE
                  LOAN-CODE                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  LOAN-NAME                       DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM G300-LOAN-TERMS THRU G300-EXIT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "NO"         TO REPORT-RECORD(4:2)
           MOVE "DUE / PAID" TO REPORT-RECORD(8:10)
           MOVE "PAYMENT"    TO REPORT-RECORD(23:7)
           MOVE "INTEREST"   TO REPORT-RECORD(34:8)
           MOVE "CAPITAL"    TO REPORT-RECORD(47:7)
           MOVE "BALANCE"    TO REPORT-RECORD(60:7)
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           MOVE "------------" TO REPORT-RECORD(55:12)
           WRITE REPORT-RECORD

           MOVE 0 TO WS-S-FIRST-NO
           MOVE 'N' TO WS-LPY-EOF
           OPEN INPUT LPY-FILE
           IF WS-LPY-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-LPY-EOF = 'Y'
                  READ LPY-FILE
                  AT END
                     MOVE 'Y' TO WS-LPY-EOF
                  NOT AT END
                     IF LPY-LOAN IS EQUAL TO LOAN-CODE
                        PERFORM G110-POSTED-LINE THRU G110-EXIT
                     END-IF
              END-PERFORM
              CLOSE LPY-FILE
           END-IF

           IF LOAN-STATUS IS EQUAL TO 'A' AND LOAN-BALANCE > 0
              IF WS-S-FIRST-NO > 0
                 MOVE "  -- PROJECTED FROM THE BALANCE NOW OWED --"
                   TO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-IF
              MOVE LOAN-BALANCE TO WS-S-BALANCE
              MOVE LOAN-RATE    TO WS-S-RATE
              MOVE LOAN-PAYMENT TO WS-S-PAY
              MOVE 0            TO WS-S-LUMP
              MOVE 'Y'          TO WS-S-PRINT
              PERFORM S100-RUN-OFF THRU S100-EXIT
              MOVE 'N'          TO WS-S-PRINT
              MOVE "------------------------------------------------"
                TO REPORT-RECORD
              MOVE "------------------" TO REPORT-RECORD(49:18)
              WRITE REPORT-RECORD
              MOVE WS-S-INTEREST TO WS-BAL-EDIT
              MOVE "  INTEREST STILL TO PAY" TO REPORT-RECORD
              MOVE WS-BAL-EDIT TO REPORT-RECORD(55:12)
              WRITE REPORT-RECORD
              IF WS-S-STUCK IS EQUAL TO 'Y'
                 MOVE "  *** INSTALMENT DOES NOT COVER THE INTEREST - "
                   TO REPORT-RECORD
                 MOVE "NEVER CLEARS ***" TO REPORT-RECORD(49:16)
                 WRITE REPORT-RECORD
              END-IF
           ELSE
              MOVE "  *** LOAN CLEARED ***" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "loan-report.rpt" TO WS-SPOOL-REPORT
           MOVE "LOAN-REPORT"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "AMORTIZATION SCHEDULE FOR LOAN " DELIMITED BY SIZE
                  LOAN-CODE        DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY "SCHEDULE WRITTEN TO loan-report.rpt"
           .
       G100-EXIT.
           EXIT.

       G110-POSTED-LINE.
           ADD 1 TO WS-S-FIRST-NO
           MOVE WS-S-FIRST-NO TO WS-NO-EDIT
           MOVE LPY-PAYMENT   TO WS-PAY-EDIT
           MOVE LPY-INTEREST  TO WS-INT-EDIT
           MOVE LPY-PRINCIPAL TO WS-CAP-EDIT
           MOVE LPY-BALANCE   TO WS-BAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  "        DELIMITED BY SIZE
                  WS-NO-EDIT  DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  LPY-DATE    DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  WS-PAY-EDIT DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  WS-INT-EDIT DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  WS-CAP-EDIT DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-BAL-EDIT DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       G110-EXIT.
           EXIT.

       G200-PAYOFF.
      **
      * Payoff position of every open loan, with the overpayment
      * what-if alongside when one is keyed.
      **
           MOVE 'N' TO WS-AMT-OK
           PERFORM UNTIL WS-AMT-OK IS EQUAL TO 'Y'
               DISPLAY "WHAT-IF: EXTRA PAID EVERY MONTH (BLANK FOR "
                       "NONE)"
               ACCEPT WS-AMT-IN
               PERFORM G400-ACCEPT-AMOUNT THRU G400-EXIT
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-OVER-MONTHLY
           MOVE 'N' TO WS-AMT-OK
           PERFORM UNTIL WS-AMT-OK IS EQUAL TO 'Y'
               DISPLAY "WHAT-IF: LUMP SUM PAID NOW (BLANK FOR NONE)"
               ACCEPT WS-AMT-IN
               PERFORM G400-ACCEPT-AMOUNT THRU G400-EXIT
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-OVER-LUMP
           IF WS-OVER-MONTHLY > 0 OR WS-OVER-LUMP > 0
              MOVE 'Y' TO WS-WHAT-IF
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO LOANS ON FILE - SET THEM UP IN "
                      "MAINTAIN-LOANS FIRST"
              GO TO G200-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "LOAN PAYOFF POSITION" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-WHAT-IF IS EQUAL TO 'Y'
              MOVE WS-OVER-MONTHLY TO WS-PAY-EDIT
              MOVE WS-OVER-LUMP    TO WS-BAL-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "WHAT-IF: EXTRA "  DELIMITED BY SIZE
                     WS-PAY-EDIT        DELIMITED BY SIZE
                     " A MONTH, LUMP SUM " DELIMITED BY SIZE
                     WS-BAL-EDIT        DELIMITED BY SIZE
                     " NOW"             DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF LOAN-STATUS IS EQUAL TO 'A' AND
                     LOAN-BALANCE > 0
                     PERFORM G210-ONE-LOAN THRU G210-EXIT
                  END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           MOVE WS-TOTAL-OWED TO WS-TOT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-LOAN-COUNT           DELIMITED BY SIZE
                  " OPEN LOAN(S) - TOTAL OWED " DELIMITED BY SIZE
                  WS-TOT-EDIT             DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "loan-report.rpt" TO WS-SPOOL-REPORT
           MOVE "LOAN-REPORT"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           IF WS-WHAT-IF IS EQUAL TO 'Y'
              MOVE WS-OVER-MONTHLY TO WS-PAY-EDIT
              MOVE WS-OVER-LUMP    TO WS-BAL-EDIT
              STRING "PAYOFF, EXTRA " DELIMITED BY SIZE
                     WS-PAY-EDIT      DELIMITED BY SIZE
                     " A MONTH, LUMP " DELIMITED BY SIZE
                     WS-BAL-EDIT      DELIMITED BY SIZE
                INTO WS-SPOOL-PARMS
           ELSE
              MOVE "PAYOFF POSITION OF ALL OPEN LOANS"
                TO WS-SPOOL-PARMS
           END-IF
           CALL "SPOOL-REPORT"
           DISPLAY WS-LOAN-COUNT " OPEN LOAN(S) - TOTAL OWED "
                   WS-TOT-EDIT
           DISPLAY "PAYOFF POSITION WRITTEN TO loan-report.rpt"
           .
       G200-EXIT.
           EXIT.

       G210-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           ADD LOAN-BALANCE TO WS-TOTAL-OWED
           MOVE SPACES TO REPORT-RECORD
           STRING "LOAN: "  DELIMITED BY SIZE
                  LOAN-CODE DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  LOAN-NAME DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM G300-LOAN-TERMS THRU G300-EXIT
           MOVE LOAN-BALANCE TO WS-BAL-EDIT
           MOVE "  STILL OWED" TO REPORT-RECORD
           MOVE WS-BAL-EDIT TO REPORT-RECORD(41:12)
           WRITE REPORT-RECORD
           MOVE LOAN-PAID TO WS-D-ADD
           PERFORM D100-DUE-MONTH THRU D100-EXIT
           MOVE "  NEXT INSTALMENT DUE" TO REPORT-RECORD
           MOVE WS-D-DUE TO REPORT-RECORD(46:7)
           WRITE REPORT-RECORD

           MOVE LOAN-BALANCE TO WS-S-BALANCE
           MOVE LOAN-RATE    TO WS-S-RATE
           MOVE LOAN-PAYMENT TO WS-S-PAY
           MOVE 0            TO WS-S-LUMP
           PERFORM S100-RUN-OFF THRU S100-EXIT
           MOVE WS-S-MONTHS   TO WS-BASE-MONTHS
           MOVE WS-S-INTEREST TO WS-BASE-INTEREST
           MOVE WS-S-STUCK    TO WS-BASE-STUCK
           MOVE "  AT THE SCHEDULED INSTALMENT:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM G220-RUN-OFF-LINES THRU G220-EXIT

           IF WS-WHAT-IF IS EQUAL TO 'Y'
              MOVE LOAN-BALANCE TO WS-S-BALANCE
              MOVE LOAN-RATE    TO WS-S-RATE
              COMPUTE WS-S-PAY = LOAN-PAYMENT + WS-OVER-MONTHLY
              MOVE WS-OVER-LUMP TO WS-S-LUMP
              PERFORM S100-RUN-OFF THRU S100-EXIT
              MOVE "  WITH THE OVERPAYMENT:" TO REPORT-RECORD
              WRITE REPORT-RECORD
              PERFORM G220-RUN-OFF-LINES THRU G220-EXIT
              IF WS-S-STUCK IS EQUAL TO 'N' AND
                 WS-BASE-STUCK IS EQUAL TO 'N'
                 COMPUTE WS-SAVED-MONTHS = WS-BASE-MONTHS
                                         - WS-S-MONTHS
                 COMPUTE WS-SAVED-INTEREST = WS-BASE-INTEREST
                                           - WS-S-INTEREST
                 MOVE WS-SAVED-MONTHS   TO WS-MONTHS-EDIT
                 MOVE WS-SAVED-INTEREST TO WS-BAL-EDIT
                 MOVE SPACES TO REPORT-RECORD
                 STRING "    CLEARS "   DELIMITED BY SIZE
                        WS-MONTHS-EDIT  DELIMITED BY SIZE
                        " MONTH(S) SOONER, SAVING INTEREST OF"
                                        DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 MOVE WS-BAL-EDIT TO REPORT-RECORD(55:12)
                 WRITE REPORT-RECORD
              END-IF
           END-IF
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       G210-EXIT.
           EXIT.

       G220-RUN-OFF-LINES.
           IF WS-S-STUCK IS EQUAL TO 'Y'
              MOVE "    INSTALMENT DOES NOT COVER THE INTEREST - "
                TO REPORT-RECORD
              MOVE "NEVER CLEARS" TO REPORT-RECORD(48:12)
              WRITE REPORT-RECORD
              GO TO G220-EXIT
           END-IF
           MOVE WS-S-MONTHS TO WS-MONTHS-EDIT
           COMPUTE WS-D-ADD = LOAN-PAID + WS-S-MONTHS - 1
           PERFORM D100-DUE-MONTH THRU D100-EXIT
           MOVE SPACES TO REPORT-RECORD
           STRING "    "           DELIMITED BY SIZE
                  WS-MONTHS-EDIT   DELIMITED BY SIZE
                  " INSTALMENT(S) LEFT, PAID OFF " DELIMITED BY SIZE
                  WS-D-DUE         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-S-INTEREST TO WS-BAL-EDIT
           MOVE "    INTEREST STILL TO PAY" TO REPORT-RECORD
           MOVE WS-BAL-EDIT TO REPORT-RECORD(41:12)
           WRITE REPORT-RECORD
           .
       G220-EXIT.
           EXIT.

       G300-LOAN-TERMS.
           MOVE LOAN-PRINCIPAL TO WS-BAL-EDIT
           MOVE LOAN-RATE      TO WS-RATE-EDIT
           MOVE LOAN-PAYMENT   TO WS-PAY-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  BORROWED "   DELIMITED BY SIZE
                  WS-BAL-EDIT     DELIMITED BY SIZE
                  " AT "          DELIMITED BY SIZE
                  WS-RATE-EDIT    DELIMITED BY SIZE
                  "% OVER "       DELIMITED BY SIZE
                  LOAN-TERM       DELIMITED BY SIZE
                  " MONTHS FROM " DELIMITED BY SIZE
                  LOAN-START      DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  INSTALMENT " DELIMITED BY SIZE
                  WS-PAY-EDIT     DELIMITED BY SIZE
                  ", "            DELIMITED BY SIZE
                  LOAN-PAID       DELIMITED BY SIZE
                  " PAID"         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       G300-EXIT.
           EXIT.

       G400-ACCEPT-AMOUNT.
           MOVE 0 TO WS-BAL-PARSED
           IF WS-AMT-IN IS EQUAL TO SPACES
              MOVE 'Y' TO WS-AMT-OK
              GO TO G400-EXIT
           END-IF
           MOVE WS-AMT-IN TO WS-BAL-IN
           PERFORM A016-PARSE-BALANCE THRU A016-EXIT
           IF WS-BAL-OK IS EQUAL TO 'Y' AND
              WS-BAL-PARSED IS NOT LESS THAN 0
              MOVE 'Y' TO WS-AMT-OK
           ELSE
              MOVE 0 TO WS-BAL-PARSED
              MOVE 'N' TO WS-AMT-OK
              DISPLAY "INVALID AMOUNT - EXPECTED 999999999.99, "
                      "RE-ENTER"
           END-IF
           .
       G400-EXIT.
           EXIT.

       S100-RUN-OFF.
      **
      * Runs the balance off a month at a time: a month's interest
      * is added and the instalment taken off, the last instalment
      * being only what clears the balance.  With WS-S-PRINT 'Y'
      * each month is listed on the schedule, numbered on from the
      * repayments already posted.
      **
           MOVE 0 TO WS-S-MONTHS
           MOVE 0 TO WS-S-INTEREST
           MOVE 'N' TO WS-S-STUCK
           IF WS-S-LUMP > 0
              IF WS-S-LUMP < WS-S-BALANCE
                 SUBTRACT WS-S-LUMP FROM WS-S-BALANCE
              ELSE
                 MOVE 0 TO WS-S-BALANCE
              END-IF
           END-IF
           PERFORM UNTIL WS-S-BALANCE IS EQUAL TO 0 OR
                         WS-S-STUCK IS EQUAL TO 'Y' OR
                         WS-S-MONTHS IS EQUAL TO 999
               PERFORM S110-ONE-MONTH THRU S110-EXIT
           END-PERFORM
           IF WS-S-BALANCE > 0
              MOVE 'Y' TO WS-S-STUCK
           END-IF
           .
       S100-EXIT.
           EXIT.

       S110-ONE-MONTH.
           COMPUTE WS-S-MONTH-INT ROUNDED =
                   WS-S-BALANCE * WS-S-RATE / 1200
           IF WS-S-PAY IS NOT GREATER THAN WS-S-MONTH-INT
              MOVE 'Y' TO WS-S-STUCK
              GO TO S110-EXIT
           END-IF
           ADD 1 TO WS-S-MONTHS
           ADD WS-S-MONTH-INT TO WS-S-INTEREST
           IF WS-S-PAY IS NOT LESS THAN WS-S-BALANCE + WS-S-MONTH-INT
              MOVE WS-S-BALANCE TO WS-S-MONTH-CAP
              COMPUTE WS-S-MONTH-PAY = WS-S-BALANCE + WS-S-MONTH-INT
              MOVE 0 TO WS-S-BALANCE
           ELSE
              COMPUTE WS-S-MONTH-CAP = WS-S-PAY - WS-S-MONTH-INT
              MOVE WS-S-PAY TO WS-S-MONTH-PAY
              SUBTRACT WS-S-MONTH-CAP FROM WS-S-BALANCE
           END-IF
           IF WS-S-PRINT IS NOT EQUAL TO 'Y'
              GO TO S110-EXIT
           END-IF
           COMPUTE WS-D-ADD = LOAN-PAID + WS-S-MONTHS - 1
           PERFORM D100-DUE-MONTH THRU D100-EXIT
           COMPUTE WS-NO-EDIT = WS-S-FIRST-NO + WS-S-MONTHS
           MOVE WS-S-MONTH-PAY TO WS-PAY-EDIT
           MOVE WS-S-MONTH-INT TO WS-INT-EDIT
           MOVE WS-S-MONTH-CAP TO WS-CAP-EDIT
           MOVE WS-S-BALANCE   TO WS-BAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  "        DELIMITED BY SIZE
                  WS-NO-EDIT  DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  WS-D-DUE    DELIMITED BY SIZE
                  "     "     DELIMITED BY SIZE
                  WS-PAY-EDIT DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  WS-INT-EDIT DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  WS-CAP-EDIT DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-BAL-EDIT DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       S110-EXIT.
           EXIT.

       D100-DUE-MONTH.
      **
      * WS-D-DUE (MM/YYYY) is the month WS-D-ADD instalments after
      * the first due date LOAN-START.
      **
           MOVE LOAN-START(4:2) TO WS-D-START-MM
           MOVE LOAN-START(7:4) TO WS-D-START-YYYY
           COMPUTE WS-D-TOTAL = WS-D-START-YYYY * 12
                              + WS-D-START-MM - 1 + WS-D-ADD
           DIVIDE WS-D-TOTAL BY 12 GIVING WS-D-YYYY
               REMAINDER WS-D-MM
           ADD 1 TO WS-D-MM
           MOVE SPACES TO WS-D-DUE
           STRING WS-D-MM   DELIMITED BY SIZE
                  "/"       DELIMITED BY SIZE
                  WS-D-YYYY DELIMITED BY SIZE
             INTO WS-D-DUE
           .
       D100-EXIT.
           EXIT.

       A016-PARSE-BALANCE.
      **
      * Parses a keyed balance in WS-BAL-IN into WS-BAL-PARSED: an
      * optional leading minus sign (an overdrawn account, or a card
      * with money owing), up to nine digits, an optional decimal
      * point and up to two decimal places.  WS-BAL-OK comes back
      * 'N' for anything else.
      **
           MOVE 'Y' TO WS-BAL-OK
           MOVE 'N' TO WS-BAL-NEG
           MOVE 'N' TO WS-BAL-POINT
           MOVE SPACES TO WS-BAL-INT
           MOVE "00" TO WS-BAL-DEC
           MOVE 0 TO WS-BAL-INT-LEN
           MOVE 0 TO WS-BAL-DEC-LEN
           MOVE 0 TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX IS EQUAL TO 13
               ADD 1 TO WS-BAL-IDX
               MOVE WS-BAL-IN(WS-BAL-IDX:1) TO WS-BAL-CH
               IF WS-BAL-CH IS EQUAL TO SPACE
                  CONTINUE
               ELSE
                  IF WS-BAL-CH IS EQUAL TO "-"
                     IF WS-BAL-NEG IS EQUAL TO 'Y' OR
                        WS-BAL-INT-LEN > 0 OR
                        WS-BAL-POINT IS EQUAL TO 'Y'
                        MOVE 'N' TO WS-BAL-OK
                     ELSE
                        MOVE 'Y' TO WS-BAL-NEG
                     END-IF
                  ELSE
                     IF WS-BAL-CH IS EQUAL TO "."
                        IF WS-BAL-POINT IS EQUAL TO 'Y'
                           MOVE 'N' TO WS-BAL-OK
                        ELSE
                           MOVE 'Y' TO WS-BAL-POINT
                        END-IF
                     ELSE
                        IF WS-BAL-CH IS NUMERIC
                           PERFORM A017-TAKE-DIGIT THRU A017-EXIT
                        ELSE
                           MOVE 'N' TO WS-BAL-OK
                        END-IF
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-BAL-DEC-LEN IS EQUAL TO 1
              MOVE "0" TO WS-BAL-DEC(2:1)
           END-IF
           IF WS-BAL-INT-LEN IS EQUAL TO 0 AND
              WS-BAL-DEC-LEN IS EQUAL TO 0
              MOVE 'N' TO WS-BAL-OK
           END-IF
           IF WS-BAL-OK IS EQUAL TO 'Y'
              MOVE ALL "0" TO WS-BAL-JUST
              IF WS-BAL-INT-LEN > 0
                 COMPUTE WS-BAL-POS = 9 - WS-BAL-INT-LEN + 1
                 MOVE WS-BAL-INT(1:WS-BAL-INT-LEN)
                   TO WS-BAL-JUST(WS-BAL-POS:WS-BAL-INT-LEN)
              END-IF
              MOVE WS-BAL-JUST TO WS-BAL-BUILD(1:9)
              MOVE WS-BAL-DEC  TO WS-BAL-BUILD(10:2)
              MOVE WS-BAL-BUILD-N TO WS-BAL-PARSED
              IF WS-BAL-NEG IS EQUAL TO 'Y'
                 COMPUTE WS-BAL-PARSED = 0 - WS-BAL-PARSED
              END-IF
           END-IF
           .
       A016-EXIT.
           EXIT.
       A017-TAKE-DIGIT.
           IF WS-BAL-POINT IS EQUAL TO 'N'
              IF WS-BAL-INT-LEN < 9
                 ADD 1 TO WS-BAL-INT-LEN
                 MOVE WS-BAL-CH TO WS-BAL-INT(WS-BAL-INT-LEN:1)
              ELSE
                 MOVE 'N' TO WS-BAL-OK
              END-IF
           ELSE
              IF WS-BAL-DEC-LEN < 2
                 ADD 1 TO WS-BAL-DEC-LEN
                 MOVE WS-BAL-CH TO WS-BAL-DEC(WS-BAL-DEC-LEN:1)
              ELSE
                 MOVE 'N' TO WS-BAL-OK
              END-IF
           END-IF
           .
       A017-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM LOAN-REPORT.
