      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-LOANS.
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
           SELECT LOANTMP-FILE  ASSIGN TO "loans.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAT-FILE  ASSIGN TO "categories.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Loans and instalment plans.  NAME is the description the
      * repayments are posted under, so a recurring commitment or a
      * keyed expense carrying it is recognised as a repayment and
      * split into INT-CAT (the month's interest) and PRIN-CAT (the
      * capital repaid).  RATE is the annual percentage, TERM the
      * number of monthly instalments from START, the first due
      * date.  BALANCE is what is still owed and PAID the number of
      * instalments posted; STATUS is 'A' open or 'C' cleared.
       FD LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-CODE        PIC X(10).
          05 LOAN-NAME        PIC X(30).
          05 LOAN-PRINCIPAL   PIC 9(9)V99.
          05 LOAN-RATE        PIC 9(2)V9(3).
          05 LOAN-TERM        PIC 9(3).
          05 LOAN-START       PIC X(10).
          05 LOAN-PAYMENT     PIC 9(6)V99.
          05 LOAN-BALANCE     PIC 9(9)V99.
          05 LOAN-PAID        PIC 9(3).
          05 LOAN-INT-CAT     PIC X(15).
          05 LOAN-PRIN-CAT    PIC X(15).
          05 LOAN-STATUS      PIC X(1).
       FD LOANTMP-FILE.
       01 LOANTMP-RECORD      PIC X(122).
       FD CAT-FILE.
       01 CAT-RECORD.
          05 CAT-CODE              PIC X(15).
          05 CAT-ACTIVE            PIC X(1).
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE             PIC X(8).
          05 LCK-USER              PIC X(10).
          05 LCK-PROGRAM           PIC X(18).
          05 LCK-STAMP             PIC X(14).
          05 LCK-TOKEN             PIC X(40).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-LOAN-STATUS           PIC X(2).
       01 WS-CAT-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-CODE-IN               PIC X(10).
       01 WS-NAME-IN               PIC X(30).
       01 WS-TERM-IN               PIC X(3).
       01 WS-TERM-OK               PIC X(1).
       01 WS-INT-CAT-IN            PIC X(15).
       01 WS-PRIN-CAT-IN           PIC X(15).
       01 WS-DATE                  PIC X(10).
       01 WS-FIND-LOAN             PIC X(10).
       01 WS-VCODE                 PIC X(15).
       01 WS-CODE-OK               PIC X(1).
       01 WS-CODE-SEEN             PIC X(1).
       01 WS-CODE-HIT              PIC X(1).
       01 WS-K-PRINCIPAL           PIC 9(9)V99.
       01 WS-K-RATE                PIC 9(2)V9(3).
       01 WS-K-TERM                PIC 9(3).
       01 WS-K-PAYMENT             PIC 9(6)V99.
       01 WS-K-MONTHLY             PIC 9(1)V9(12).
       01 WS-K-ONE-R               PIC 9(1)V9(12).
       01 WS-K-FACTOR              PIC 9(9)V9(9).
       01 WS-K-WORK                PIC 9(9)V9(4).
       01 WS-K-IDX                 PIC 9(3).
       01 WS-K-BIG                 PIC X(1).
       01 WS-K-LEFT                PIC 9(3).
       01 WS-AMT-EDIT              PIC Z(8)9.99.
       01 WS-PAY-EDIT              PIC Z(5)9.99.
       01 WS-RATE-EDIT             PIC Z9.999.
       01 WS-VALID-DATE            PIC X(1).
       01 WS-VDD-TXT               PIC X(2).
       01 WS-VMM-TXT               PIC X(2).
       01 WS-VYYYY-TXT             PIC X(4).
       01 WS-VDD-NUM               PIC 9(2).
       01 WS-VMM-NUM               PIC 9(2).
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
       01 WS-RATE-IN               PIC X(11).
       01 WS-RATE-OK               PIC X(1).
       01 WS-RATE-CH               PIC X(1).
       01 WS-RATE-IDX              PIC 9(2).
       01 WS-RATE-INT              PIC X(3).
       01 WS-RATE-DEC              PIC X(6).
       01 WS-RATE-INT-LEN          PIC 9(1).
       01 WS-RATE-DEC-LEN          PIC 9(1).
       01 WS-RATE-POINT            PIC X(1).
       01 WS-RATE-JUST             PIC X(3).
       01 WS-RATE-POS              PIC 9(1).
       01 WS-RATE-BUILD            PIC X(9).
       01 WS-RATE-BUILD-N REDEFINES WS-RATE-BUILD PIC 9(3)V9(6).
       01 WS-RATE-PARSED           PIC 9(3)V9(6).
       01 WS-LCK-STATUS            PIC X(2).
       01 WS-LOCK-OK               PIC X(1).
       01 WS-LOCK-HELD             PIC X(1) VALUE 'N'.
       01 WS-LOCK-TRIES            PIC 9(2).
       01 WS-LOCK-WAIT             PIC 9(1) VALUE 1.
       01 WS-LOCK-TOKEN            PIC X(40).
       01 WS-LCK-DATE              PIC X(8).
       01 WS-LCK-TIME              PIC X(8).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Maintains the loans
      * master loans.dat - the car loan, the mortgage, the store
      * card instalment plans.  Each loan is set up with its
      * principal, annual rate, term and first repayment date; the
      * level monthly instalment is worked out here, and from then
      * on the repayments posted under the loan's name by
      * RUN-RECURRING or ADD-EXPENSE bring the balance down.  A
      * rate change re-spreads what is owed over the instalments
      * left.  Loans are cleared rather than removed so their
      * repayment history on loanpay.dat still reads.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "A TO ADD A LOAN, L TO LIST, R TO CHANGE A RATE, "
                   "C TO MARK ONE CLEARED"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM K020-ADD-LOAN THRU K020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM K010-LIST-LOANS THRU K010-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM K040-CHANGE-RATE THRU K040-EXIT
               WHEN 'C'
               WHEN 'c'
                   PERFORM K030-CLEAR-LOAN THRU K030-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       K010-LIST-LOANS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO LOANS ON FILE YET"
              GO TO K010-EXIT
           END-IF
           DISPLAY "LOAN       NAME                            RATE "
                   "  TERM PAID   INSTALMENT      OWING"
           DISPLAY "-----------------------------------------------"
                   "-----------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE LOAN-RATE    TO WS-RATE-EDIT
                  MOVE LOAN-PAYMENT TO WS-PAY-EDIT
                  MOVE LOAN-BALANCE TO WS-AMT-EDIT
                  IF LOAN-STATUS IS EQUAL TO 'C'
                     DISPLAY LOAN-CODE " " LOAN-NAME " " WS-RATE-EDIT
                             "  " LOAN-TERM "  " LOAN-PAID "  "
                             WS-PAY-EDIT " " WS-AMT-EDIT " CLEARED"
                  ELSE
                     DISPLAY LOAN-CODE " " LOAN-NAME " " WS-RATE-EDIT
                             "  " LOAN-TERM "  " LOAN-PAID "  "
                             WS-PAY-EDIT " " WS-AMT-EDIT
                  END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           .
       K010-EXIT.
           EXIT.

       K020-ADD-LOAN.
      **
      * Adds a loan.  The name is the description its repayments
      * will be posted under - key the recurring commitment with
      * exactly the same description - and must not already be in
      * use by another open loan, or a repayment could not tell
      * which loan it belongs to.
      **
           DISPLAY "ENTER NEW LOAN CODE"
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO K020-EXIT
           END-IF
           MOVE WS-CODE-IN TO WS-FIND-LOAN
           PERFORM K100-FIND-LOAN THRU K100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "LOAN ALREADY ON FILE: " WS-CODE-IN
              GO TO K020-EXIT
           END-IF
           DISPLAY "DESCRIPTION THE REPAYMENTS ARE POSTED UNDER"
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN IS EQUAL TO SPACES
              DISPLAY "A LOAN NEEDS A REPAYMENT DESCRIPTION - "
                      "NOTHING DONE"
              GO TO K020-EXIT
           END-IF
           PERFORM K110-FIND-NAME THRU K110-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "OPEN LOAN " LOAN-CODE " ALREADY USES THAT "
                      "DESCRIPTION - NOTHING DONE"
              GO TO K020-EXIT
           END-IF
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "AMOUNT BORROWED"
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'Y' AND
                  WS-BAL-PARSED IS NOT GREATER THAN 0
                  MOVE 'N' TO WS-BAL-OK
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 999999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-K-PRINCIPAL
           PERFORM K120-ACCEPT-RATE THRU K120-EXIT
           MOVE 'N' TO WS-TERM-OK
           PERFORM UNTIL WS-TERM-OK IS EQUAL TO 'Y'
               DISPLAY "TERM IN MONTHLY INSTALMENTS (1-999)"
               ACCEPT WS-TERM-IN
               PERFORM K130-PARSE-TERM THRU K130-EXIT
               IF WS-TERM-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID TERM - RE-ENTER"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "FIRST REPAYMENT DATE (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "CATEGORY FOR THE INTEREST PORTION"
               ACCEPT WS-INT-CAT-IN
               MOVE WS-INT-CAT-IN TO WS-VCODE
               PERFORM V010-CHECK-CATEGORY THRU V010-EXIT
               IF WS-INT-CAT-IN IS EQUAL TO SPACES
                  MOVE 'N' TO WS-CODE-OK
               END-IF
               IF WS-CODE-OK IS EQUAL TO 'N'
                  DISPLAY "NOT AN ACTIVE CATEGORY CODE - RE-ENTER"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "CATEGORY FOR THE CAPITAL REPAID"
               ACCEPT WS-PRIN-CAT-IN
               MOVE WS-PRIN-CAT-IN TO WS-VCODE
               PERFORM V010-CHECK-CATEGORY THRU V010-EXIT
               IF WS-PRIN-CAT-IN IS EQUAL TO SPACES
                  MOVE 'N' TO WS-CODE-OK
               END-IF
               IF WS-CODE-OK IS EQUAL TO 'N'
                  DISPLAY "NOT AN ACTIVE CATEGORY CODE - RE-ENTER"
               END-IF
           END-PERFORM
           PERFORM K200-CALC-PAYMENT THRU K200-EXIT
           MOVE WS-K-PAYMENT TO WS-PAY-EDIT
           DISPLAY "MONTHLY INSTALMENT: " WS-PAY-EDIT
           DISPLAY "INSTALMENT ON THE AGREEMENT IF DIFFERENT "
                   "(BLANK TO ACCEPT)"
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               ACCEPT WS-BAL-IN
               IF WS-BAL-IN IS EQUAL TO SPACES
                  MOVE 'Y' TO WS-BAL-OK
               ELSE
                  PERFORM A016-PARSE-BALANCE THRU A016-EXIT
                  IF WS-BAL-OK IS EQUAL TO 'Y' AND
                     (WS-BAL-PARSED IS NOT GREATER THAN 0 OR
                      WS-BAL-PARSED IS GREATER THAN 999999.99)
                     MOVE 'N' TO WS-BAL-OK
                  END-IF
                  IF WS-BAL-OK IS EQUAL TO 'Y'
                     MOVE WS-BAL-PARSED TO WS-K-PAYMENT
                  ELSE
                     DISPLAY "INVALID AMOUNT - EXPECTED 999999.99, "
                             "RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "LOAN NOT ADDED - TRY AGAIN SHORTLY"
              GO TO K020-EXIT
           END-IF
           OPEN EXTEND LOAN-FILE
           IF WS-LOAN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT LOAN-FILE
           END-IF
           MOVE WS-CODE-IN     TO LOAN-CODE
           MOVE WS-NAME-IN     TO LOAN-NAME
           MOVE WS-K-PRINCIPAL TO LOAN-PRINCIPAL
           MOVE WS-K-RATE      TO LOAN-RATE
           MOVE WS-K-TERM      TO LOAN-TERM
           MOVE WS-DATE        TO LOAN-START
           MOVE WS-K-PAYMENT   TO LOAN-PAYMENT
           MOVE WS-K-PRINCIPAL TO LOAN-BALANCE
           MOVE 0              TO LOAN-PAID
           MOVE WS-INT-CAT-IN  TO LOAN-INT-CAT
           MOVE WS-PRIN-CAT-IN TO LOAN-PRIN-CAT
           MOVE 'A'            TO LOAN-STATUS
           WRITE LOAN-RECORD
           CLOSE LOAN-FILE
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "LOAN ADDED: " WS-CODE-IN
           DISPLAY "POST THE REPAYMENTS UNDER THE DESCRIPTION "
                   WS-NAME-IN
           .
       K020-EXIT.
           EXIT.

       K030-CLEAR-LOAN.
      **
      * Marks a loan cleared - refinanced, written off, or settled
      * outside the system - so no later payment is taken as a
      * repayment on it.  A loan paid off through its repayments
      * clears itself.
      **
           DISPLAY "ENTER LOAN CODE TO MARK CLEARED"
           ACCEPT WS-CODE-IN
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "LOAN NOT CLEARED - TRY AGAIN SHORTLY"
              GO TO K030-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO LOANS ON FILE YET"
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              GO TO K030-EXIT
           END-IF
           OPEN OUTPUT LOANTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF LOAN-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'C' TO LOAN-STATUS
                     MOVE 'Y' TO WS-FOUND
                     IF LOAN-BALANCE IS NOT EQUAL TO 0
                        MOVE LOAN-BALANCE TO WS-AMT-EDIT
                        DISPLAY "NOTE: BALANCE OF " WS-AMT-EDIT
                                " WAS STILL SHOWING"
                     END-IF
                  END-IF
                  MOVE LOAN-RECORD TO LOANTMP-RECORD
                  WRITE LOANTMP-RECORD
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE LOANTMP-FILE
           PERFORM K140-COPY-BACK THRU K140-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "LOAN CLEARED: " WS-CODE-IN
           ELSE
              DISPLAY "LOAN NOT FOUND: " WS-CODE-IN
           END-IF
           .
       K030-EXIT.
           EXIT.

       K040-CHANGE-RATE.
      **
      * A variable-rate loan moves with the lender's rate: the new
      * rate is recorded and the balance still owed is spread
      * afresh over the instalments left on the term.
      **
           DISPLAY "ENTER LOAN CODE"
           ACCEPT WS-CODE-IN
           MOVE WS-CODE-IN TO WS-FIND-LOAN
           PERFORM K100-FIND-LOAN THRU K100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              LOAN-STATUS IS NOT EQUAL TO 'A'
              DISPLAY "NOT AN OPEN LOAN: " WS-CODE-IN
              GO TO K040-EXIT
           END-IF
           MOVE LOAN-RATE TO WS-RATE-EDIT
           DISPLAY "RATE ON FILE: " WS-RATE-EDIT "%"
           PERFORM K120-ACCEPT-RATE THRU K120-EXIT
           IF LOAN-PAID < LOAN-TERM
              COMPUTE WS-K-LEFT = LOAN-TERM - LOAN-PAID
           ELSE
              MOVE 1 TO WS-K-LEFT
           END-IF
           MOVE LOAN-BALANCE TO WS-K-PRINCIPAL
           MOVE WS-K-LEFT    TO WS-K-TERM
           PERFORM K200-CALC-PAYMENT THRU K200-EXIT
           MOVE WS-K-PAYMENT TO WS-PAY-EDIT
           DISPLAY "NEW INSTALMENT OVER THE " WS-K-LEFT
                   " INSTALMENTS LEFT: " WS-PAY-EDIT
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "NOTHING CHANGED - TRY AGAIN SHORTLY"
              GO TO K040-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT LOANTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF LOAN-CODE IS EQUAL TO WS-CODE-IN
                     MOVE WS-K-RATE    TO LOAN-RATE
                     MOVE WS-K-PAYMENT TO LOAN-PAYMENT
                  END-IF
                  MOVE LOAN-RECORD TO LOANTMP-RECORD
                  WRITE LOANTMP-RECORD
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE LOANTMP-FILE
           PERFORM K140-COPY-BACK THRU K140-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "RATE CHANGED: " WS-CODE-IN
           DISPLAY "AMEND THE RECURRING COMMITMENT TO THE NEW "
                   "INSTALMENT IN MAINTAIN-RECURRING"
           .
       K040-EXIT.
           EXIT.

       K100-FIND-LOAN.
      **
      * Looks WS-FIND-LOAN up on loans.dat; WS-FOUND comes back 'Y'
      * with the record in LOAN-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              GO TO K100-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF LOAN-CODE IS EQUAL TO WS-FIND-LOAN
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           .
       K100-EXIT.
           EXIT.

       K110-FIND-NAME.
      **
      * Sets WS-FOUND when an open loan already carries WS-NAME-IN
      * as its repayment description.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              GO TO K110-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF LOAN-NAME IS EQUAL TO WS-NAME-IN AND
                     LOAN-STATUS IS EQUAL TO 'A'
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           .
       K110-EXIT.
           EXIT.

       K120-ACCEPT-RATE.
           MOVE 'N' TO WS-RATE-OK
           PERFORM UNTIL WS-RATE-OK IS EQUAL TO 'Y'
               DISPLAY "ANNUAL INTEREST RATE % (0 FOR AN "
                       "INTEREST-FREE PLAN)"
               ACCEPT WS-RATE-IN
               PERFORM A018-PARSE-RATE THRU A018-EXIT
               IF WS-RATE-OK IS EQUAL TO 'Y' AND
                  WS-RATE-PARSED IS NOT LESS THAN 100
                  MOVE 'N' TO WS-RATE-OK
               END-IF
               IF WS-RATE-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID RATE - EXPECTED 99.999, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-RATE-PARSED TO WS-K-RATE
           .
       K120-EXIT.
           EXIT.

       K130-PARSE-TERM.
           MOVE 'N' TO WS-TERM-OK
           IF WS-TERM-IN(3:1) IS EQUAL TO SPACE
              IF WS-TERM-IN(2:1) IS EQUAL TO SPACE
                 MOVE WS-TERM-IN(1:1) TO WS-TERM-IN(3:1)
                 MOVE "00" TO WS-TERM-IN(1:2)
              ELSE
                 MOVE WS-TERM-IN(2:1) TO WS-TERM-IN(3:1)
                 MOVE WS-TERM-IN(1:1) TO WS-TERM-IN(2:1)
                 MOVE "0" TO WS-TERM-IN(1:1)
              END-IF
           END-IF
           IF WS-TERM-IN IS NUMERIC
              MOVE WS-TERM-IN TO WS-K-TERM
              IF WS-K-TERM > 0
                 MOVE 'Y' TO WS-TERM-OK
              END-IF
           END-IF
           .
       K130-EXIT.
           EXIT.

       K140-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT LOANTMP-FILE
           OPEN OUTPUT LOAN-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ LOANTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE LOANTMP-RECORD TO LOAN-RECORD
                  WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOANTMP-FILE
           CLOSE LOAN-FILE
           .
       K140-EXIT.
           EXIT.

       K200-CALC-PAYMENT.
      **
      * The level instalment that clears WS-K-PRINCIPAL over
      * WS-K-TERM months at WS-K-RATE percent a year:
      *     P x r x f / (f - 1),  f = (1 + r) to the power n,
      * r the monthly rate, f built up one month at a time.  An
      * interest-free plan divides the principal evenly, rounded up
      * to the cent so the last instalment clears it.  A term so
      * long that f runs off the end of the field is as good as
      * interest-only, and is charged as such.
      **
           IF WS-K-RATE IS EQUAL TO 0
              COMPUTE WS-K-WORK = WS-K-PRINCIPAL / WS-K-TERM
              COMPUTE WS-K-PAYMENT = WS-K-WORK
              IF WS-K-PAYMENT * WS-K-TERM < WS-K-PRINCIPAL
                 ADD 0.01 TO WS-K-PAYMENT
              END-IF
              GO TO K200-EXIT
           END-IF
           COMPUTE WS-K-MONTHLY ROUNDED = WS-K-RATE / 1200
           COMPUTE WS-K-ONE-R = 1 + WS-K-MONTHLY
           MOVE 'N' TO WS-K-BIG
           MOVE 1 TO WS-K-FACTOR
           MOVE 0 TO WS-K-IDX
           PERFORM UNTIL WS-K-IDX IS EQUAL TO WS-K-TERM OR
                         WS-K-BIG IS EQUAL TO 'Y'
               ADD 1 TO WS-K-IDX
               COMPUTE WS-K-FACTOR ROUNDED = WS-K-FACTOR * WS-K-ONE-R
                   ON SIZE ERROR
                      MOVE 'Y' TO WS-K-BIG
               END-COMPUTE
           END-PERFORM
           IF WS-K-BIG IS EQUAL TO 'Y'
              COMPUTE WS-K-PAYMENT ROUNDED =
                      WS-K-PRINCIPAL * WS-K-MONTHLY
           ELSE
              COMPUTE WS-K-PAYMENT ROUNDED =
                      WS-K-PRINCIPAL * WS-K-MONTHLY * WS-K-FACTOR
                      / (WS-K-FACTOR - 1)
           END-IF
           .
       K200-EXIT.
           EXIT.

       A010-VALIDATE-DATE.
           MOVE 'N' TO WS-VALID-DATE
           MOVE WS-DATE(1:2) TO WS-VDD-TXT
           MOVE WS-DATE(4:2) TO WS-VMM-TXT
           MOVE WS-DATE(7:4) TO WS-VYYYY-TXT
           IF WS-DATE(3:1) IS EQUAL TO "/" AND
              WS-DATE(6:1) IS EQUAL TO "/" AND
              WS-VDD-TXT IS NUMERIC AND WS-VMM-TXT IS NUMERIC AND
              WS-VYYYY-TXT IS NUMERIC
              MOVE WS-VDD-TXT TO WS-VDD-NUM
              MOVE WS-VMM-TXT TO WS-VMM-NUM
              IF WS-VDD-NUM >= 1 AND WS-VDD-NUM <= 31 AND
                 WS-VMM-NUM >= 1 AND WS-VMM-NUM <= 12
                 MOVE 'Y' TO WS-VALID-DATE
              END-IF
           END-IF
           .
       A010-EXIT.
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
       A018-PARSE-RATE.
      **
      * Parses a keyed rate in WS-RATE-IN into WS-RATE-PARSED: up to
      * three digits, an optional decimal point and up to six
      * decimal places.  WS-RATE-OK comes back 'N' for anything
      * else.
      **
           MOVE 'Y' TO WS-RATE-OK
           MOVE 0 TO WS-RATE-PARSED
           MOVE 0 TO WS-RATE-INT-LEN
           MOVE 0 TO WS-RATE-DEC-LEN
           MOVE 'N' TO WS-RATE-POINT
           MOVE ALL "0" TO WS-RATE-INT
           MOVE ALL "0" TO WS-RATE-DEC
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO 11
               ADD 1 TO WS-RATE-IDX
               MOVE WS-RATE-IN(WS-RATE-IDX:1) TO WS-RATE-CH
               IF WS-RATE-CH IS EQUAL TO SPACE
                  CONTINUE
               ELSE
                  IF WS-RATE-CH IS EQUAL TO "."
                     IF WS-RATE-POINT IS EQUAL TO 'Y'
                        MOVE 'N' TO WS-RATE-OK
                     ELSE
                        MOVE 'Y' TO WS-RATE-POINT
                     END-IF
                  ELSE
                     IF WS-RATE-CH IS NUMERIC
                        IF WS-RATE-POINT IS EQUAL TO 'N'
                           IF WS-RATE-INT-LEN < 3
                              ADD 1 TO WS-RATE-INT-LEN
                              MOVE WS-RATE-CH
                                TO WS-RATE-INT(WS-RATE-INT-LEN:1)
                           ELSE
                              MOVE 'N' TO WS-RATE-OK
                           END-IF
                        ELSE
                           IF WS-RATE-DEC-LEN < 6
                              ADD 1 TO WS-RATE-DEC-LEN
                              MOVE WS-RATE-CH
                                TO WS-RATE-DEC(WS-RATE-DEC-LEN:1)
                           ELSE
                              MOVE 'N' TO WS-RATE-OK
                           END-IF
                        END-IF
                     ELSE
                        MOVE 'N' TO WS-RATE-OK
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-INT-LEN IS EQUAL TO 0 AND
              WS-RATE-DEC-LEN IS EQUAL TO 0
              MOVE 'N' TO WS-RATE-OK
           END-IF
           IF WS-RATE-OK IS EQUAL TO 'Y'
              MOVE ALL "0" TO WS-RATE-JUST
              IF WS-RATE-INT-LEN > 0
                 COMPUTE WS-RATE-POS = 3 - WS-RATE-INT-LEN + 1
                 MOVE WS-RATE-INT(1:WS-RATE-INT-LEN)
                   TO WS-RATE-JUST(WS-RATE-POS:WS-RATE-INT-LEN)
              END-IF
              MOVE WS-RATE-JUST TO WS-RATE-BUILD(1:3)
              MOVE WS-RATE-DEC  TO WS-RATE-BUILD(4:6)
              MOVE WS-RATE-BUILD-N TO WS-RATE-PARSED
           END-IF
           .
       A018-EXIT.
           EXIT.
       V010-CHECK-CATEGORY.
      **
      * Accepts WS-VCODE when it is an active code on categories.dat.
      * An absent or empty master means maintained codes are not in
      * use for this field yet, so anything is accepted.
      **
           MOVE 'N' TO WS-CODE-SEEN
           MOVE 'N' TO WS-CODE-HIT
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MST-EOF = 'Y'
                  READ CAT-FILE
                  AT END
                     MOVE 'Y' TO WS-MST-EOF
                  NOT AT END
                     MOVE 'Y' TO WS-CODE-SEEN
                     IF CAT-CODE IS EQUAL TO WS-VCODE AND
                        CAT-ACTIVE IS EQUAL TO 'A'
                        MOVE 'Y' TO WS-CODE-HIT
                     END-IF
              END-PERFORM
              CLOSE CAT-FILE
           END-IF
           IF WS-CODE-SEEN IS EQUAL TO 'N'
              MOVE 'Y' TO WS-CODE-OK
           ELSE
              MOVE WS-CODE-HIT TO WS-CODE-OK
           END-IF
           .
       V010-EXIT.
           EXIT.
       L010-TAKE-LOCK.
      **
      * Takes the single data-file lock (expense.lck) the sessions
      * share, so a sequence number is never handed out twice and a
      * rewrite pass never interleaves with another session's
      * postings.  The token is written and read back to confirm
      * this session really won the lock; once the retries run out
      * WS-LOCK-OK comes back 'N' and the caller must refuse the
      * work.  A lock left behind by a dead session shows who held
      * it - remove expense.lck by hand once that session is known
      * to be gone.
      **
           IF WS-LOCK-HELD IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-LOCK-OK
              GO TO L010-EXIT
           END-IF
           MOVE 'N' TO WS-LOCK-OK
           ACCEPT WS-LCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LCK-TIME FROM TIME
           MOVE SPACES TO WS-LOCK-TOKEN
           STRING "MAINTAIN-LOANS" DELIMITED BY SIZE
                  WS-LCK-DATE   DELIMITED BY SIZE
                  WS-LCK-TIME   DELIMITED BY SIZE
             INTO WS-LOCK-TOKEN
           MOVE 0 TO WS-LOCK-TRIES
           PERFORM UNTIL WS-LOCK-OK IS EQUAL TO 'Y'
                      OR WS-LOCK-TRIES IS EQUAL TO 10
               ADD 1 TO WS-LOCK-TRIES
               PERFORM L015-TRY-LOCK THRU L015-EXIT
               IF WS-LOCK-OK IS EQUAL TO 'N'
                  CALL "C$SLEEP" USING WS-LOCK-WAIT
               END-IF
           END-PERFORM
           IF WS-LOCK-OK IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-LOCK-HELD
           ELSE
              DISPLAY "DATA FILES LOCKED BY " LCK-USER " VIA "
                      LCK-PROGRAM " SINCE " LCK-STAMP
              DISPLAY "IF THAT SESSION IS GONE, REMOVE expense.lck"
           END-IF
           .
       L010-EXIT.
           EXIT.
       L015-TRY-LOCK.
           OPEN INPUT LCK-FILE
           IF WS-LCK-STATUS IS EQUAL TO "00"
              READ LCK-FILE
              IF WS-LCK-STATUS IS EQUAL TO "00" AND
                 LCK-STATE IS EQUAL TO "HELD"
                 CLOSE LCK-FILE
                 GO TO L015-EXIT
              END-IF
              CLOSE LCK-FILE
           END-IF
           OPEN OUTPUT LCK-FILE
           MOVE "HELD"           TO LCK-STATE
           MOVE WS-SIGNON-USER TO LCK-USER
           MOVE "MAINTAIN-LOANS" TO LCK-PROGRAM
           MOVE WS-LCK-DATE      TO LCK-STAMP(1:8)
           MOVE WS-LCK-TIME(1:6) TO LCK-STAMP(9:6)
           MOVE WS-LOCK-TOKEN    TO LCK-TOKEN
           WRITE LCK-RECORD
           CLOSE LCK-FILE
           OPEN INPUT LCK-FILE
           IF WS-LCK-STATUS IS EQUAL TO "00"
              READ LCK-FILE
              IF WS-LCK-STATUS IS EQUAL TO "00" AND
                 LCK-TOKEN IS EQUAL TO WS-LOCK-TOKEN
                 MOVE 'Y' TO WS-LOCK-OK
              END-IF
              CLOSE LCK-FILE
           END-IF
           .
       L015-EXIT.
           EXIT.
       L020-FREE-LOCK.
           IF WS-LOCK-HELD IS NOT EQUAL TO 'Y'
              GO TO L020-EXIT
           END-IF
           OPEN OUTPUT LCK-FILE
           MOVE "FREE"  TO LCK-STATE
           MOVE SPACES  TO LCK-USER
           MOVE SPACES  TO LCK-PROGRAM
           MOVE SPACES  TO LCK-STAMP
           MOVE SPACES  TO LCK-TOKEN
           WRITE LCK-RECORD
           CLOSE LCK-FILE
           MOVE 'N' TO WS-LOCK-HELD
           .
       L020-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM MAINTAIN-LOANS.
