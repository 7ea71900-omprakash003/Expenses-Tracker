      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-GOALS.
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
           SELECT GOALTMP-FILE  ASSIGN TO "goals.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GMV-FILE  ASSIGN TO "goalmove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GMV-STATUS.
           SELECT CAT-FILE  ASSIGN TO "categories.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT PER-FILE  ASSIGN TO "periods.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PER-STATUS.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Savings goals and sinking funds.  TARGET is the sum to have
      * put by on DATE, saving from START.  SAVED is what has been
      * contributed less what was withdrawn back to general funds;
      * SPENT is what expenses paid out of the goal have drawn, so
      * SAVED less SPENT is what the goal holds now.  Spending in
      * CATEGORY may be paid from the goal instead of from the
      * month's budget.  STATUS is 'A' open or 'C' closed.
       FD GOAL-FILE.
       01 GOAL-RECORD.
          05 GOAL-CODE        PIC X(10).
          05 GOAL-NAME        PIC X(30).
          05 GOAL-TARGET      PIC 9(7)V99.
          05 GOAL-START       PIC X(10).
          05 GOAL-DATE        PIC X(10).
          05 GOAL-CATEGORY    PIC X(15).
          05 GOAL-SAVED       PIC 9(7)V99.
          05 GOAL-SPENT       PIC 9(7)V99.
          05 GOAL-STATUS      PIC X(1).
       FD GOALTMP-FILE.
       01 GOALTMP-RECORD      PIC X(103).
      * One line per movement on a goal: TYPE 'C' contribution,
      * 'W' withdrawal back to general funds, 'D' drawn by an
      * expense (KEY is the expense it paid).
       FD GMV-FILE.
       01 GMV-RECORD.
          05 GMV-GOAL         PIC X(10).
          05 GMV-DATE         PIC X(10).
          05 GMV-TYPE         PIC X(1).
          05 GMV-AMOUNT       PIC 9(7)V99.
          05 GMV-KEY          PIC X(16).
          05 GMV-PERSON       PIC X(10).
          05 GMV-PROGRAM      PIC X(18).
       FD CAT-FILE.
       01 CAT-RECORD.
          05 CAT-CODE              PIC X(15).
          05 CAT-ACTIVE            PIC X(1).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD PER-FILE.
       01 PER-RECORD.
          05 PER-YYYY              PIC X(4).
          05 PER-MM                PIC X(2).
          05 PER-STATUS            PIC X(1).
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE             PIC X(8).
          05 LCK-USER              PIC X(10).
          05 LCK-PROGRAM           PIC X(18).
          05 LCK-STAMP             PIC X(14).
          05 LCK-TOKEN             PIC X(40).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-GOAL-STATUS           PIC X(2).
       01 WS-GMV-STATUS            PIC X(2).
       01 WS-CAT-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-PER-STATUS            PIC X(2).
       01 WS-PER-EOF               PIC X(1).
       01 WS-PERIOD-CLOSED         PIC X(1).
       01 WS-CHECK-DATE            PIC X(10).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-CODE-IN               PIC X(10).
       01 WS-NAME-IN               PIC X(30).
       01 WS-CAT-IN                PIC X(15).
       01 WS-START-IN              PIC X(10).
       01 WS-DATE                  PIC X(10).
       01 WS-FIND-GOAL             PIC X(10).
       01 WS-MOVE-TYPE             PIC X(1).
       01 WS-MOVE-AMOUNT           PIC 9(7)V99.
       01 WS-TARGET-IN             PIC 9(7)V99.
       01 WS-AVAIL                 PIC S9(8)V99.
       01 WS-START-CMP             PIC 9(8).
       01 WS-END-CMP               PIC 9(8).
       01 WS-AMT-EDIT              PIC Z(6)9.99.
       01 WS-AVL-EDIT              PIC -(7)9.99.
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC X(4).
          05 WS-SYS-MM             PIC X(2).
          05 WS-SYS-DD             PIC X(2).
       01 WS-VCODE                 PIC X(15).
       01 WS-CODE-OK               PIC X(1).
       01 WS-CODE-SEEN             PIC X(1).
       01 WS-CODE-HIT              PIC X(1).
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
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-JRN-ACTION            PIC X(8).
       01 WS-JRN-KEY               PIC X(16).
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
      * The main procedure of the program. Maintains the savings
      * goals master goals.dat - the holiday fund, the car
      * insurance put by month by month, the new boiler.  Each
      * goal has a target sum and the date it is wanted by.
      * Contributions build the goal up and withdrawals hand money
      * back to general funds; every movement is logged on
      * goalmove.dat.  Spending in a goal's category can then be
      * paid out of the goal by ADD-EXPENSE and RUN-RECURRING
      * instead of landing on the month's budget.  Goals are
      * closed rather than removed so their history still reads.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "A TO ADD A GOAL, L TO LIST, C TO CONTRIBUTE, "
                   "W TO WITHDRAW, X TO CLOSE ONE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM G020-ADD-GOAL THRU G020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM G010-LIST-GOALS THRU G010-EXIT
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-MOVE-TYPE
                   PERFORM G030-MOVE-MONEY THRU G030-EXIT
               WHEN 'W'
               WHEN 'w'
                   MOVE 'W' TO WS-MOVE-TYPE
                   PERFORM G030-MOVE-MONEY THRU G030-EXIT
               WHEN 'X'
               WHEN 'x'
                   PERFORM G040-CLOSE-GOAL THRU G040-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       G010-LIST-GOALS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO SAVINGS GOALS ON FILE YET"
              GO TO G010-EXIT
           END-IF
           DISPLAY "GOAL       NAME                          TARGE"
                   "T WANTED BY        HOLDS  CATEGORY"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE GOAL-TARGET TO WS-AMT-EDIT
                  COMPUTE WS-AVAIL = GOAL-SAVED - GOAL-SPENT
                  MOVE WS-AVAIL TO WS-AVL-EDIT
                  IF GOAL-STATUS IS EQUAL TO 'C'
                     DISPLAY GOAL-CODE " " GOAL-NAME(1:25) " "
                             WS-AMT-EDIT " " GOAL-DATE " "
                             WS-AVL-EDIT "  CLOSED"
                  ELSE
                     DISPLAY GOAL-CODE " " GOAL-NAME(1:25) " "
                             WS-AMT-EDIT " " GOAL-DATE " "
                             WS-AVL-EDIT "  " GOAL-CATEGORY
                  END-IF
           END-PERFORM
           CLOSE GOAL-FILE
           .
       G010-EXIT.
           EXIT.

       G020-ADD-GOAL.
      **
      * Adds a goal.  The category is optional: a goal saved for in
      * general (a rainy-day fund) has none and is only ever drawn
      * by a withdrawal here.  Two open goals may not share a
      * category, or spending in it could not tell which goal pays.
      **
           DISPLAY "ENTER NEW GOAL CODE"
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO G020-EXIT
           END-IF
           MOVE WS-CODE-IN TO WS-FIND-GOAL
           PERFORM G100-FIND-GOAL THRU G100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "GOAL ALREADY ON FILE: " WS-CODE-IN
              GO TO G020-EXIT
           END-IF
           DISPLAY "WHAT THE GOAL IS FOR"
           ACCEPT WS-NAME-IN
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "TARGET AMOUNT"
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'Y' AND
                  (WS-BAL-PARSED IS NOT GREATER THAN 0 OR
                   WS-BAL-PARSED IS GREATER THAN 9999999.99)
                  MOVE 'N' TO WS-BAL-OK
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 9999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-TARGET-IN
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "SAVING STARTS (DD/MM/YYYY, BLANK FOR TODAY)"
               ACCEPT WS-DATE
               IF WS-DATE IS EQUAL TO SPACES
                  STRING WS-SYS-DD   DELIMITED BY SIZE
                         "/"         DELIMITED BY SIZE
                         WS-SYS-MM   DELIMITED BY SIZE
                         "/"         DELIMITED BY SIZE
                         WS-SYS-YYYY DELIMITED BY SIZE
                    INTO WS-DATE
               END-IF
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-DATE TO WS-START-IN
           MOVE WS-DATE(7:4) TO WS-START-CMP(1:4)
           MOVE WS-DATE(4:2) TO WS-START-CMP(5:2)
           MOVE WS-DATE(1:2) TO WS-START-CMP(7:2)
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "WANTED BY (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               ELSE
                  MOVE WS-DATE(7:4) TO WS-END-CMP(1:4)
                  MOVE WS-DATE(4:2) TO WS-END-CMP(5:2)
                  MOVE WS-DATE(1:2) TO WS-END-CMP(7:2)
                  IF WS-END-CMP IS NOT GREATER THAN WS-START-CMP
                     MOVE 'N' TO WS-VALID-DATE
                     DISPLAY "MUST BE AFTER THE START - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "CATEGORY THE GOAL PAYS FOR (BLANK FOR NONE)"
               ACCEPT WS-CAT-IN
               IF WS-CAT-IN IS EQUAL TO SPACES
                  MOVE 'Y' TO WS-CODE-OK
               ELSE
                  MOVE WS-CAT-IN TO WS-VCODE
                  PERFORM V010-CHECK-CATEGORY THRU V010-EXIT
                  IF WS-CODE-OK IS EQUAL TO 'N'
                     DISPLAY "NOT AN ACTIVE CATEGORY CODE - RE-ENTER"
                  ELSE
                     PERFORM G110-FIND-CATEGORY THRU G110-EXIT
                     IF WS-FOUND IS EQUAL TO 'Y'
                        MOVE 'N' TO WS-CODE-OK
                        DISPLAY "OPEN GOAL " GOAL-CODE " ALREADY "
                                "PAYS FOR THAT CATEGORY - RE-ENTER"
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "GOAL NOT ADDED - TRY AGAIN SHORTLY"
              GO TO G020-EXIT
           END-IF
           OPEN EXTEND GOAL-FILE
           IF WS-GOAL-STATUS IS EQUAL TO "35"
              OPEN OUTPUT GOAL-FILE
           END-IF
           MOVE WS-CODE-IN   TO GOAL-CODE
           MOVE WS-NAME-IN   TO GOAL-NAME
           MOVE WS-TARGET-IN TO GOAL-TARGET
           MOVE WS-START-IN  TO GOAL-START
           MOVE WS-DATE      TO GOAL-DATE
           MOVE WS-CAT-IN    TO GOAL-CATEGORY
           MOVE 0            TO GOAL-SAVED
           MOVE 0            TO GOAL-SPENT
           MOVE 'A'          TO GOAL-STATUS
           WRITE GOAL-RECORD
           CLOSE GOAL-FILE
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "GOAL ADDED: " WS-CODE-IN
           .
       G020-EXIT.
           EXIT.

       G030-MOVE-MONEY.
      **
      * Posts a contribution (WS-MOVE-TYPE 'C') to a goal, or a
      * withdrawal ('W') of money the goal holds back to general
      * funds.  The date must fall in an open period, like any
      * other posting; the movement goes to goalmove.dat and the
      * journal under the goal code.
      **
           DISPLAY "ENTER GOAL CODE"
           ACCEPT WS-CODE-IN
           MOVE WS-CODE-IN TO WS-FIND-GOAL
           PERFORM G100-FIND-GOAL THRU G100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              GOAL-STATUS IS NOT EQUAL TO 'A'
              DISPLAY "NOT AN OPEN GOAL: " WS-CODE-IN
              GO TO G030-EXIT
           END-IF
           COMPUTE WS-AVAIL = GOAL-SAVED - GOAL-SPENT
           MOVE WS-AVAIL TO WS-AVL-EDIT
           DISPLAY GOAL-NAME " HOLDS " WS-AVL-EDIT
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "DATE (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               IF WS-MOVE-TYPE IS EQUAL TO 'C'
                  DISPLAY "AMOUNT TO PUT BY"
               ELSE
                  DISPLAY "AMOUNT TO TAKE BACK"
               END-IF
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'Y' AND
                  (WS-BAL-PARSED IS NOT GREATER THAN 0 OR
                   WS-BAL-PARSED IS GREATER THAN 9999999.99)
                  MOVE 'N' TO WS-BAL-OK
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 9999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-MOVE-AMOUNT
           IF WS-MOVE-TYPE IS EQUAL TO 'W' AND
              WS-MOVE-AMOUNT IS GREATER THAN WS-AVAIL
              DISPLAY "THE GOAL DOES NOT HOLD THAT MUCH - "
                      "NOTHING DONE"
              GO TO G030-EXIT
           END-IF
           IF WS-MOVE-TYPE IS EQUAL TO 'C' AND
              GOAL-SAVED + WS-MOVE-AMOUNT > 9999999.99
              DISPLAY "GOAL WOULD EXCEED 9999999.99 - NOTHING DONE"
              GO TO G030-EXIT
           END-IF
           MOVE WS-DATE TO WS-CHECK-DATE
           PERFORM P010-CHECK-PERIOD THRU P010-EXIT
           IF WS-PERIOD-CLOSED IS EQUAL TO 'Y'
              DISPLAY "PERIOD " WS-DATE(4:2) "/" WS-DATE(7:4)
                      " IS CLOSED - NOTHING POSTED"
              GO TO G030-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "NOTHING POSTED - TRY AGAIN SHORTLY"
              GO TO G030-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GOAL-FILE
           OPEN OUTPUT GOALTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF GOAL-CODE IS EQUAL TO WS-CODE-IN AND
                     WS-FOUND IS EQUAL TO 'N'
                     IF WS-MOVE-TYPE IS EQUAL TO 'C'
                        ADD WS-MOVE-AMOUNT TO GOAL-SAVED
                     ELSE
                        SUBTRACT WS-MOVE-AMOUNT FROM GOAL-SAVED
                     END-IF
                     COMPUTE WS-AVAIL = GOAL-SAVED - GOAL-SPENT
                     MOVE 'Y' TO WS-FOUND
                  END-IF
                  MOVE GOAL-RECORD TO GOALTMP-RECORD
                  WRITE GOALTMP-RECORD
           END-PERFORM
           CLOSE GOAL-FILE
           CLOSE GOALTMP-FILE
           PERFORM G140-COPY-BACK THRU G140-EXIT
           OPEN EXTEND GMV-FILE
           IF WS-GMV-STATUS IS EQUAL TO "35"
              OPEN OUTPUT GMV-FILE
           END-IF
           MOVE WS-CODE-IN      TO GMV-GOAL
           MOVE WS-DATE         TO GMV-DATE
           MOVE WS-MOVE-TYPE    TO GMV-TYPE
           MOVE WS-MOVE-AMOUNT  TO GMV-AMOUNT
           MOVE SPACES          TO GMV-KEY
           MOVE WS-SIGNON-USER  TO GMV-PERSON
           MOVE "MAINTAIN-GOALS" TO GMV-PROGRAM
           WRITE GMV-RECORD
           CLOSE GMV-FILE
           IF WS-MOVE-TYPE IS EQUAL TO 'C'
              MOVE "GOALPAY" TO WS-JRN-ACTION
           ELSE
              MOVE "GOALBACK" TO WS-JRN-ACTION
           END-IF
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           MOVE WS-MOVE-AMOUNT TO WS-AMT-EDIT
           MOVE WS-AVAIL TO WS-AVL-EDIT
           IF WS-MOVE-TYPE IS EQUAL TO 'C'
              DISPLAY "CONTRIBUTED " WS-AMT-EDIT " - GOAL NOW HOLDS "
                      WS-AVL-EDIT
           ELSE
              DISPLAY "WITHDRAWN " WS-AMT-EDIT " - GOAL NOW HOLDS "
                      WS-AVL-EDIT
           END-IF
           .
       G030-EXIT.
           EXIT.

       G040-CLOSE-GOAL.
      **
      * Closes a goal - reached and spent, or given up - so no
      * later spending is paid from it.  Anything it still holds
      * should be withdrawn first; the close only warns.
      **
           DISPLAY "ENTER GOAL CODE TO CLOSE"
           ACCEPT WS-CODE-IN
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "GOAL NOT CLOSED - TRY AGAIN SHORTLY"
              GO TO G040-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO SAVINGS GOALS ON FILE YET"
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              GO TO G040-EXIT
           END-IF
           OPEN OUTPUT GOALTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF GOAL-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'C' TO GOAL-STATUS
                     MOVE 'Y' TO WS-FOUND
                     COMPUTE WS-AVAIL = GOAL-SAVED - GOAL-SPENT
                     IF WS-AVAIL IS NOT EQUAL TO 0
                        MOVE WS-AVAIL TO WS-AVL-EDIT
                        DISPLAY "NOTE: THE GOAL STILL HELD "
                                WS-AVL-EDIT
                     END-IF
                  END-IF
                  MOVE GOAL-RECORD TO GOALTMP-RECORD
                  WRITE GOALTMP-RECORD
           END-PERFORM
           CLOSE GOAL-FILE
           CLOSE GOALTMP-FILE
           PERFORM G140-COPY-BACK THRU G140-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "GOAL CLOSED: " WS-CODE-IN
           ELSE
              DISPLAY "GOAL NOT FOUND: " WS-CODE-IN
           END-IF
           .
       G040-EXIT.
           EXIT.

       G100-FIND-GOAL.
      **
      * Looks WS-FIND-GOAL up on goals.dat; WS-FOUND comes back 'Y'
      * with the record in GOAL-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS IS NOT EQUAL TO "00"
              GO TO G100-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF GOAL-CODE IS EQUAL TO WS-FIND-GOAL
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE GOAL-FILE
           .
       G100-EXIT.
           EXIT.

       G110-FIND-CATEGORY.
      **
      * Sets WS-FOUND when an open goal already pays for WS-CAT-IN.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS IS NOT EQUAL TO "00"
              GO TO G110-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF GOAL-CATEGORY IS EQUAL TO WS-CAT-IN AND
                     GOAL-STATUS IS EQUAL TO 'A'
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE GOAL-FILE
           .
       G110-EXIT.
           EXIT.

       G140-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GOALTMP-FILE
           OPEN OUTPUT GOAL-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GOALTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE GOALTMP-RECORD TO GOAL-RECORD
                  WRITE GOAL-RECORD
           END-PERFORM
           CLOSE GOALTMP-FILE
           CLOSE GOAL-FILE
           .
       G140-EXIT.
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
       P010-CHECK-PERIOD.
      **
      * Looks the month of WS-CHECK-DATE (DD/MM/YYYY) up on
      * periods.dat and sets WS-PERIOD-CLOSED when that month has
      * been closed by CLOSE-PERIOD.  No periods file means nothing
      * has ever been closed and every month is open.
      **
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE 'N' TO WS-PER-EOF
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-PER-EOF = 'Y'
                  READ PER-FILE
                  AT END
                     MOVE 'Y' TO WS-PER-EOF
                  NOT AT END
                     IF PER-YYYY IS EQUAL TO WS-CHECK-DATE(7:4) AND
                        PER-MM IS EQUAL TO WS-CHECK-DATE(4:2) AND
                        PER-STATUS IS EQUAL TO 'C'
                        MOVE 'Y' TO WS-PERIOD-CLOSED
                     END-IF
              END-PERFORM
              CLOSE PER-FILE
           END-IF
           .
       P010-EXIT.
           EXIT.
       J010-WRITE-JOURNAL.
      **
      * Appends one audit entry to journal.dat.  Goal movements are
      * not expense-record changes, so both images stay blank and
      * the key carries the goal code - the journal replay passes
      * over them.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-JRN-DATE         TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6)    TO JRN-TIMESTAMP(9:6)
           MOVE WS-SIGNON-USER      TO JRN-PERSON
           MOVE "MAINTAIN-GOALS"    TO JRN-PROGRAM
           MOVE WS-JRN-ACTION       TO JRN-ACTION
           MOVE WS-JRN-KEY          TO JRN-KEY
           MOVE SPACES              TO JRN-BEFORE
           MOVE SPACES              TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J010-EXIT.
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
           STRING "MAINTAIN-GOALS" DELIMITED BY SIZE
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
           MOVE "MAINTAIN-GOALS" TO LCK-PROGRAM
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
       END PROGRAM MAINTAIN-GOALS.
