           SELECT PYE-FILE  ASSIGN TO "payees.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PYE-STATUS.
           SELECT PRJ-FILE  ASSIGN TO "projects.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRJ-STATUS.
           SELECT RUL-FILE  ASSIGN TO "autocat.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUL-STATUS.
            FILE STATUS IS WS-MTT-STATUS.
           SELECT MTTTMP-FILE  ASSIGN TO "mtotals.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE  ASSIGN TO "accounts.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACC-STATUS.
           SELECT ACCTMP-FILE  ASSIGN TO "accounts.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMV-FILE  ASSIGN TO "acctmove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AMV-STATUS.
           SELECT LOAN-FILE  ASSIGN TO "loans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOAN-STATUS.
           SELECT LOANTMP-FILE  ASSIGN TO "loans.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LPY-FILE  ASSIGN TO "loanpay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LPY-STATUS.
           SELECT GOAL-FILE  ASSIGN TO "goals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GOAL-STATUS.
           SELECT GOALTMP-FILE  ASSIGN TO "goals.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GMV-FILE  ASSIGN TO "goalmove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GMV-STATUS.
           SELECT HLD-FILE  ASSIGN TO "approvals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HLD-STATUS.
           SELECT APC-FILE  ASSIGN TO "approval.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APC-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       01 PYE-RECORD.
          05 PYE-CODE         PIC X(15).
          05 PYE-ACTIVE       PIC X(1).
       FD PRJ-FILE.
       01 PRJ-RECORD.
          05 PRJ-CODE         PIC X(8).
          05 PRJ-DESC         PIC X(30).
          05 PRJ-OPEN         PIC X(10).
          05 PRJ-CLOSE        PIC X(10).
          05 PRJ-BUDGET       PIC 9(7)V99.
       FD RUL-FILE.
       01 RUL-RECORD.
          05 RUL-KEYWORD      PIC X(15).
          05 USR-PASSWORD     PIC X(10).
          05 USR-LEVEL        PIC X(1).
          05 USR-ALLOWANCE    PIC 9(6)V99.
          05 FILLER           PIC X(49).
       FD MLR-FILE.
       01 MLR-RECORD.
          05 MLR-FROM         PIC X(8).
          05 MTT-AMOUNT       PIC 9(11)V99.
       FD MTTTMP-FILE.
       01 MTTTMP-RECORD       PIC X(19).
      * Money accounts - current account, cards, cash float - that
      * the payment methods draw on.  BALANCE is kept running by
      * every posting program and every movement is appended to
      * acctmove.dat so the balance can be proved to a statement.
       FD ACC-FILE.
       01 ACC-RECORD.
          05 ACC-CODE         PIC X(15).
          05 ACC-NAME         PIC X(20).
          05 ACC-TYPE         PIC X(1).
          05 ACC-PAYMETH      PIC X(15).
          05 ACC-OPEN-DATE    PIC X(10).
          05 ACC-OPENING      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ACC-BALANCE      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ACC-ACTIVE       PIC X(1).
       FD ACCTMP-FILE.
       01 ACCTMP-RECORD       PIC X(86).
       FD AMV-FILE.
       01 AMV-RECORD.
          05 AMV-ACCOUNT      PIC X(15).
          05 AMV-DATE         PIC X(10).
          05 AMV-KEY          PIC X(16).
          05 AMV-AMOUNT       PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 AMV-TYPE         PIC X(1).
          05 AMV-PROGRAM      PIC X(18).
          05 AMV-STAMP        PIC X(14).
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
      * One line per repayment posted against a loan, with its
      * interest and capital portions and the balance left owing.
       FD LPY-FILE.
       01 LPY-RECORD.
          05 LPY-LOAN         PIC X(10).
          05 LPY-DATE         PIC X(10).
          05 LPY-KEY          PIC X(16).
          05 LPY-PAYMENT      PIC 9(6)V99.
          05 LPY-INTEREST     PIC 9(6)V99.
          05 LPY-PRINCIPAL    PIC 9(6)V99.
          05 LPY-BALANCE      PIC 9(9)V99.
          05 LPY-PROGRAM      PIC X(18).
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
      * Postings held for approval instead of going straight onto
      * expenses.dat, and the limits that decide what is held:
      * LIMIT is the home-currency amount above which an entry is
      * held, DAYS how far back an entry may be dated before it is
      * held.  Either at zero, or no approval.ctl, holds nothing.
       FD HLD-FILE.
       01 HLD-RECORD.
        COPY held_record.
       FD APC-FILE.
       01 APC-RECORD.
          05 APC-LIMIT        PIC 9(6)V99.
          05 APC-DAYS         PIC 9(3).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-LOAN-STATUS      PIC X(2).
       01 WS-LPY-STATUS       PIC X(2).
       01 WS-LN-EOF           PIC X(1).
       01 WS-LN-HIT           PIC X(1) VALUE 'N'.
       01 WS-LN-DONE          PIC X(1).
       01 WS-LN-DESC          PIC X(30).
       01 WS-LN-AMOUNT        PIC 9(6)V99.
       01 WS-LN-CODE          PIC X(10).
       01 WS-LN-INT-CAT       PIC X(15).
       01 WS-LN-PRIN-CAT      PIC X(15).
       01 WS-LN-ACCRUED       PIC 9(7)V99.
       01 WS-LN-INTEREST      PIC 9(6)V99.
       01 WS-LN-PRINCIPAL     PIC 9(6)V99.
       01 WS-LN-REDUCE        PIC S9(9)V99.
       01 WS-LN-LEFT          PIC 9(9)V99.
       01 WS-LN-DATE          PIC X(10).
       01 WS-LN-KEY           PIC X(16).
       01 WS-GOAL-STATUS      PIC X(2).
       01 WS-GMV-STATUS       PIC X(2).
       01 WS-GL-EOF           PIC X(1).
       01 WS-GL-HIT           PIC X(1) VALUE 'N'.
       01 WS-GL-DONE          PIC X(1).
       01 WS-GL-CATEGORY      PIC X(15).
       01 WS-GL-AMOUNT        PIC 9(7)V99.
       01 WS-GL-CODE          PIC X(10).
       01 WS-GL-NAME          PIC X(30).
       01 WS-GL-AVAIL         PIC S9(8)V99.
       01 WS-GL-DATE          PIC X(10).
       01 WS-GL-KEY           PIC X(16).
       01 WS-GL-PERSON        PIC X(10).
       01 WS-MTT-STATUS       PIC X(2).
       01 WS-MTT-EOF          PIC X(1).
       01 WS-MTT-FOUND        PIC X(1).
           05 WS-KEY-MM       PIC 9(2).
           05 WS-KEY-DD       PIC 9(2).
       01 WS-SPLIT-ANSWER     PIC X(1).
       01 WS-GOAL-ANSWER      PIC X(1).
       01 WS-GOAL-FLAG        PIC X(1).
       01 WS-SPLIT-OK         PIC X(1).
       01 WS-SPLIT-DONE       PIC X(1).
       01 WS-SPLIT-COUNT      PIC 9(1).
       01 WS-JRN-AFTER        PIC X(250).
       01 WS-SIGNON-USER      PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL     PIC X(1)  EXTERNAL.
       01 WS-NOTICE-PERSON    PIC X(10)  EXTERNAL.
       01 WS-NOTICE-TYPE      PIC X(10)  EXTERNAL.
       01 WS-NOTICE-COND      PIC X(30)  EXTERNAL.
       01 WS-NOTICE-SUBJECT   PIC X(60)  EXTERNAL.
       01 WS-NOTICE-BODY      PIC X(200) EXTERNAL.
       01 WS-NOTICE-PROGRAM   PIC X(18)  EXTERNAL.
       01 WS-NTC-BUDGET-EDIT  PIC Z(9)9.
       01 WS-NTC-OUTCOME      PIC X(34).
       01 WS-SHARE-FLAG       PIC X(1).
       01 WS-REIMB-ANSWER     PIC X(1).
       01 WS-CUR-STATUS       PIC X(2).
       01 WS-RCP-STATUS       PIC X(2).
       01 WS-RCP-ANSWER       PIC X(1).
       01 WS-PYE-STATUS       PIC X(2).
       01 WS-PRJ-STATUS       PIC X(2).
       01 WS-PRJ-EOF          PIC X(1).
       01 WS-PROJECT          PIC X(8).
       01 WS-PRJ-DATE         PIC X(10).
       01 WS-PRJ-CMP          PIC 9(8).
       01 WS-PRJ-OPEN-CMP     PIC 9(8).
       01 WS-PRJ-CLOSE-CMP    PIC 9(8).
       01 WS-PAYEE            PIC X(15).
       01 WS-RUL-STATUS       PIC X(2).
       01 WS-RUL-EOF          PIC X(1).
       01 WS-KM-BUILD-N REDEFINES WS-KM-BUILD PIC 9(4)V9.
       01 WS-KM-DISP          PIC ZZZ9.9.
       01 WS-MRATE-DISP       PIC 9.999.
       01 WS-ACC-STATUS       PIC X(2).
       01 WS-ACC-EOF          PIC X(1).
       01 WS-ACC-HIT          PIC X(15).
       01 WS-AMV-STATUS       PIC X(2).
       01 WS-ACC-METHOD       PIC X(15).
       01 WS-ACC-DELTA        PIC S9(9)V99.
       01 WS-ACC-DATE         PIC X(10).
       01 WS-ACC-KEY          PIC X(16).
       01 WS-ACC-TYPE         PIC X(1).
       01 WS-ACC-HOME         PIC 9(9)V99.
       01 WS-ACC-BEST         PIC 9(8).
       01 WS-ACC-FROM-NUM     PIC 9(8).
       01 WS-ACC-ENTRY-CMP    PIC 9(8).
       01 WS-HLD-STATUS       PIC X(2).
       01 WS-HLD-EOF          PIC X(1).
       01 WS-HLD-WHY          PIC X(1) VALUE SPACE.
       01 WS-HLD-NO           PIC 9(6).
       01 WS-HLD-AGE          PIC S9(8).
       01 WS-HLD-TODAY        PIC X(8).
       01 WS-APC-STATUS       PIC X(2).
       01 WS-APC-LIMIT        PIC 9(6)V99 VALUE 0.
       01 WS-APC-DAYS         PIC 9(3) VALUE 0.
       01 WS-DN-YYYY          PIC 9(4).
       01 WS-DN-MM            PIC 9(2).
       01 WS-DN-DD            PIC 9(2).
       01 WS-DN-A             PIC 9(1).
       01 WS-DN-Y             PIC 9(5).
       01 WS-DN-M             PIC 9(2).
       01 WS-DN-P1            PIC 9(4).
       01 WS-DN-P2            PIC 9(5).
       01 WS-DN-P3            PIC 9(4).
       01 WS-DN-P4            PIC 9(3).
       01 WS-DN-DAYS          PIC 9(8).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
               END-IF
           END-PERFORM

           MOVE WS-DATE TO WS-PRJ-DATE
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "PROJECT CODE (BLANK IF NONE)"
               ACCEPT WS-PROJECT
               PERFORM V060-CHECK-PROJECT THRU V060-EXIT
               IF WS-CODE-OK IS EQUAL TO 'N'
                  DISPLAY "NOT A PROJECT OPEN ON " WS-DATE
                          " - RE-ENTER"
               END-IF
           END-PERFORM

           MOVE WS-DESCRIPTION TO WS-RULE-DESC
           PERFORM M100-MATCH-RULE THRU M100-EXIT

               END-IF
           END-PERFORM

      * spending in a category a savings goal was built up for can
      * be paid out of the goal instead of the month's budget
           MOVE SPACE TO WS-GOAL-FLAG
           MOVE WS-CATEGORY TO WS-GL-CATEGORY
           PERFORM G100-GOAL-MATCH THRU G100-EXIT
           IF WS-GL-HIT IS EQUAL TO 'Y'
              PERFORM B510-HOME-AMOUNT THRU B510-EXIT
              MOVE WS-ACC-HOME TO WS-GL-AMOUNT
              IF WS-GL-AVAIL < WS-GL-AMOUNT
                 MOVE WS-GL-AVAIL TO WS-AMT-DISP
                 DISPLAY "SAVINGS GOAL " WS-GL-CODE " HOLDS ONLY "
                         WS-AMT-DISP " - CHARGED TO THE MONTH"
              ELSE
                 DISPLAY "PAY FROM SAVINGS GOAL " WS-GL-CODE " "
                         WS-GL-NAME "? (Y/N)"
                 ACCEPT WS-GOAL-ANSWER
                 IF WS-GOAL-ANSWER IS EQUAL TO 'Y' OR
                    WS-GOAL-ANSWER IS EQUAL TO 'y'
                    MOVE 'G' TO WS-GOAL-FLAG
                 END-IF
              END-IF
           END-IF

           MOVE 'N' TO WS-DUP-FOUND
           PERFORM A030-CHECK-DUPLICATE THRU A030-EXIT
           MOVE 'Y' TO WS-PROCEED
           END-IF

           IF WS-PROCEED IS EQUAL TO 'Y' OR WS-PROCEED IS EQUAL TO 'y'
              IF WS-GOAL-FLAG IS NOT EQUAL TO 'G'
                 PERFORM E100-CHECK-ALLOWANCE THRU E100-EXIT
                 IF WS-ALLOW-OK IS EQUAL TO 'N'
                    MOVE 'N' TO WS-PROCEED
                    DISPLAY "ENTRY REFUSED - MONTHLY ALLOWANCE REACHED"
                 END-IF
              END-IF
           END-IF

           IF WS-PROCEED IS EQUAL TO 'Y' OR WS-PROCEED IS EQUAL TO 'y'
              PERFORM Q100-CHECK-HOLD THRU Q100-EXIT
           END-IF

           IF WS-PROCEED IS EQUAL TO 'Y' OR WS-PROCEED IS EQUAL TO 'y'
              PERFORM L010-TAKE-LOCK THRU L010-EXIT
              IF WS-LOCK-OK IS EQUAL TO 'N'
              MOVE WS-PAYEE TO EXP-PAYEE
              MOVE WS-MILE-KM   TO EXP-MILEAGE-KM
              MOVE WS-MILE-RATE TO EXP-MILEAGE-RATE
              MOVE WS-GOAL-FLAG TO EXP-GOAL-FLAG
              MOVE WS-PROJECT TO EXP-PROJECT
              MOVE SPACE TO EXP-GL-EXPORTED
              MOVE 'E' TO EXP-TYPE
              MOVE WS-SHARE-FLAG TO EXP-SHARE-FLAG
              IF WS-REIMB-ANSWER IS EQUAL TO 'Y' OR
                 MOVE 0     TO EXP-CLAIM-NO
                 MOVE SPACE TO EXP-CLAIM-STATUS
              END-IF
              IF WS-HLD-WHY IS NOT EQUAL TO SPACE
                 PERFORM Q110-WRITE-HOLD THRU Q110-EXIT
                 CLOSE EXP-FILE
                 PERFORM L020-FREE-LOCK THRU L020-EXIT
                 DISPLAY "ENTRY HELD FOR APPROVAL - REFERENCE "
                         WS-HLD-NO
                 DISPLAY "IT IS POSTED ONCE ANOTHER USER APPROVES IT"
                 GO TO MAIN-EXIT
              END-IF
              MOVE WS-DESCRIPTION TO WS-LN-DESC
              MOVE WS-AMOUNT      TO WS-LN-AMOUNT
              PERFORM N100-LOAN-SPLIT THRU N100-EXIT
              IF WS-LN-HIT IS EQUAL TO 'Y' AND
                 WS-SPLIT-COUNT IS NOT EQUAL TO 0
      * split by hand at entry - leave the allocations as keyed
                 MOVE 'N' TO WS-LN-HIT
              END-IF
              IF WS-LN-HIT IS EQUAL TO 'Y'
                 IF WS-LN-INTEREST > 0
                    ADD 1 TO WS-SPLIT-COUNT
                    MOVE WS-LN-INT-CAT TO WS-SPLIT-CAT(WS-SPLIT-COUNT)
                    MOVE WS-LN-INTEREST
                      TO WS-SPLIT-AMT(WS-SPLIT-COUNT)
                 END-IF
                 IF WS-LN-PRINCIPAL > 0
                    ADD 1 TO WS-SPLIT-COUNT
                    MOVE WS-LN-PRIN-CAT
                      TO WS-SPLIT-CAT(WS-SPLIT-COUNT)
                    MOVE WS-LN-PRINCIPAL
                      TO WS-SPLIT-AMT(WS-SPLIT-COUNT)
                 END-IF
              END-IF
              MOVE WS-SPLIT-COUNT TO EXP-SPLIT-COUNT
              MOVE 0 TO WS-SPLIT-IDX
              PERFORM UNTIL WS-SPLIT-IDX IS EQUAL TO 4
              MOVE SPACES      TO EXP-KEY(9:2)
              MOVE EXP-SEQ-NO  TO EXP-KEY(11:6)
              WRITE FS-RECORD
              IF WS-GOAL-FLAG IS NOT EQUAL TO 'G'
                 MOVE EXP-KEY(1:6) TO WS-MTT-YYYYMM
                 MOVE EXP-AMOUNT   TO WS-MTT-DELTA
                 PERFORM T500-BUMP-MONTH THRU T500-EXIT
              END-IF
              MOVE WS-PERSON  TO WS-JRN-PERSON
              MOVE "ADD"      TO WS-JRN-ACTION
              MOVE EXP-KEY    TO WS-JRN-KEY
              MOVE SPACES     TO WS-JRN-BEFORE
              MOVE FS-RECORD  TO WS-JRN-AFTER
              PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
              PERFORM B510-HOME-AMOUNT THRU B510-EXIT
              MOVE WS-PAYMENT-METHOD TO WS-ACC-METHOD
              COMPUTE WS-ACC-DELTA = 0 - WS-ACC-HOME
              MOVE EXP-DATE IN FS-RECORD TO WS-ACC-DATE
              MOVE EXP-KEY    TO WS-ACC-KEY
              MOVE 'E'        TO WS-ACC-TYPE
              PERFORM B500-MOVE-BALANCE THRU B500-EXIT
              MOVE EXP-DATE IN FS-RECORD TO WS-LN-DATE
              MOVE EXP-KEY    TO WS-LN-KEY
              PERFORM N110-POST-LOAN THRU N110-EXIT
              IF WS-GOAL-FLAG IS EQUAL TO 'G'
                 MOVE EXP-DATE IN FS-RECORD TO WS-GL-DATE
                 MOVE EXP-KEY    TO WS-GL-KEY
                 MOVE WS-PERSON  TO WS-GL-PERSON
                 PERFORM G110-DRAW-GOAL THRU G110-EXIT
              END-IF
              MOVE EXP-DATE IN FS-RECORD TO WS-ALERT-DATE
              MOVE EXP-AMOUNT TO WS-ALERT-AMOUNT
              CLOSE EXP-FILE
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              DISPLAY "EXPENSES RECORDED"
              IF WS-LN-HIT IS EQUAL TO 'Y'
                 MOVE WS-LN-INTEREST TO WS-AMT-DISP
                 DISPLAY "REPAYMENT ON LOAN " WS-LN-CODE
                         " - INTEREST " WS-AMT-DISP
                 MOVE WS-LN-PRINCIPAL TO WS-AMT-DISP
                 DISPLAY "                        CAPITAL  "
                         WS-AMT-DISP
              END-IF
              IF WS-GOAL-FLAG IS EQUAL TO 'G'
                 MOVE WS-GL-AMOUNT TO WS-AMT-DISP
                 DISPLAY "PAID FROM SAVINGS GOAL " WS-GL-CODE
                         " - DRAWN " WS-AMT-DISP
              END-IF
              PERFORM R010-CAPTURE-RECEIPT THRU R010-EXIT
              IF WS-GOAL-FLAG IS NOT EQUAL TO 'G'
                 PERFORM U010-CHECK-THRESHOLDS THRU U010-EXIT
              END-IF
           ELSE
              DISPLAY "ENTRY CANCELLED"
           END-IF.
           .
       V050-EXIT.
           EXIT.
       V060-CHECK-PROJECT.
      **
      * Accepts WS-PROJECT when it is blank (no project) or a code on
      * projects.dat whose open-to-close span takes in WS-PRJ-DATE
      * (DD/MM/YYYY); a project with no close date is still running.
      * No master on file means no projects, so only blank passes.
      **
           MOVE 'N' TO WS-CODE-OK
           IF WS-PROJECT IS EQUAL TO SPACES
              MOVE 'Y' TO WS-CODE-OK
              GO TO V060-EXIT
           END-IF
           MOVE WS-PRJ-DATE(7:4) TO WS-PRJ-CMP(1:4)
           MOVE WS-PRJ-DATE(4:2) TO WS-PRJ-CMP(5:2)
           MOVE WS-PRJ-DATE(1:2) TO WS-PRJ-CMP(7:2)
           MOVE 'N' TO WS-PRJ-EOF
           OPEN INPUT PRJ-FILE
           IF WS-PRJ-STATUS IS NOT EQUAL TO "00"
              GO TO V060-EXIT
           END-IF
           PERFORM UNTIL WS-PRJ-EOF = 'Y'
               READ PRJ-FILE
               AT END
                  MOVE 'Y' TO WS-PRJ-EOF
               NOT AT END
                  IF PRJ-CODE IS EQUAL TO WS-PROJECT
                     MOVE 'Y' TO WS-PRJ-EOF
                     MOVE PRJ-OPEN(7:4) TO WS-PRJ-OPEN-CMP(1:4)
                     MOVE PRJ-OPEN(4:2) TO WS-PRJ-OPEN-CMP(5:2)
                     MOVE PRJ-OPEN(1:2) TO WS-PRJ-OPEN-CMP(7:2)
                     MOVE 99999999 TO WS-PRJ-CLOSE-CMP
                     IF PRJ-CLOSE IS NOT EQUAL TO SPACES
                        MOVE PRJ-CLOSE(7:4) TO WS-PRJ-CLOSE-CMP(1:4)
                        MOVE PRJ-CLOSE(4:2) TO WS-PRJ-CLOSE-CMP(5:2)
                        MOVE PRJ-CLOSE(1:2) TO WS-PRJ-CLOSE-CMP(7:2)
                     END-IF
                     IF WS-PRJ-CMP IS NOT LESS THAN WS-PRJ-OPEN-CMP
                        AND WS-PRJ-CMP IS NOT GREATER THAN
                            WS-PRJ-CLOSE-CMP
                        MOVE 'Y' TO WS-CODE-OK
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE PRJ-FILE
           .
       V060-EXIT.
           EXIT.
       M300-MILEAGE-AMOUNT.
      **
      * Mileage entry: the distance is keyed (up to one decimal
                        MOVE 'Y' TO WS-ALLOW-EOF
                     ELSE
                        IF EXP-PERSON IS EQUAL TO WS-PERSON AND
                           EXP-TYPE IS NOT EQUAL TO 'I' AND
                           EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
                           ADD EXP-AMOUNT TO WS-PERSON-MTD
                        END-IF
                     END-IF
                         "ALLOWANCE"
                 MOVE 'N' TO WS-ALLOW-OK
              END-IF
              PERFORM E110-NOTIFY-ALLOWANCE THRU E110-EXIT
           END-IF
           .
       E100-EXIT.
           EXIT.
       E110-NOTIFY-ALLOWANCE.
      **
      * Puts an allowance message for EXP-PERSON on the notification
      * outbox, saying whether the entry was refused or posted on
      * the administrator's override.  One message per person per
      * month - QUEUE-NOTICE drops the repeats.
      **
           MOVE WS-AMOUNT TO WS-AMT-DISP
           IF WS-ALLOW-OK IS EQUAL TO 'N'
              MOVE " THE ENTRY WAS REFUSED." TO WS-NTC-OUTCOME
           ELSE
              MOVE " THE ENTRY WAS POSTED ON OVERRIDE."
                TO WS-NTC-OUTCOME
           END-IF
           MOVE SPACES TO WS-NOTICE-COND
           STRING "ALLOWANCE "     DELIMITED BY SIZE
                  WS-DATE(4:2)     DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-DATE(7:4)     DELIMITED BY SIZE
             INTO WS-NOTICE-COND
           MOVE SPACES TO WS-NOTICE-SUBJECT
           STRING "MONTHLY ALLOWANCE REACHED FOR " DELIMITED BY SIZE
                  WS-DATE(4:2)     DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-DATE(7:4)     DELIMITED BY SIZE
             INTO WS-NOTICE-SUBJECT
           MOVE SPACES TO WS-NOTICE-BODY
           STRING "AN ENTRY OF "   DELIMITED BY SIZE
                  WS-AMT-DISP      DELIMITED BY SIZE
                  " DATED "        DELIMITED BY SIZE
                  WS-DATE          DELIMITED BY SIZE
                  " TAKES "        DELIMITED BY SIZE
                  WS-PERSON        DELIMITED BY SPACE
                  " PAST THE MONTHLY ALLOWANCE OF "
                                   DELIMITED BY SIZE
                  WS-ALLOW-DISP    DELIMITED BY SIZE
                  " - SPENT SO FAR " DELIMITED BY SIZE
                  WS-MTD-PSN-EDIT  DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-NTC-OUTCOME   DELIMITED BY SIZE
             INTO WS-NOTICE-BODY
           MOVE WS-PERSON     TO WS-NOTICE-PERSON
           MOVE "ALLOWANCE"   TO WS-NOTICE-TYPE
           MOVE "ADD-EXPENSE" TO WS-NOTICE-PROGRAM
           CALL "QUEUE-NOTICE"
           .
       E110-EXIT.
           EXIT.
       M100-MATCH-RULE.
      **
      * Scans the auto-categorization rules for the first active
                  IF EXP-KEY(1:6) IS NOT EQUAL TO WS-MTT-YYYYMM
                     MOVE 'Y' TO WS-ALERT-EOF
                  ELSE
                     IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                        EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
                        ADD EXP-AMOUNT TO WS-MTD-AFTER
                     END-IF
                  END-IF
             INTO ALERT-RECORD
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           PERFORM U030-NOTIFY-BUDGET THRU U030-EXIT
           .
       U020-EXIT.
           EXIT.
       U030-NOTIFY-BUDGET.
      **
      * The same crossing as a message on the notification outbox
      * for the person whose entry carried the month over, so they
      * hear of it without anyone opening alerts.log.
      **
           MOVE WS-ALERT-BUDGET TO WS-NTC-BUDGET-EDIT
           MOVE SPACES TO WS-NOTICE-COND
           STRING "BUDGET "           DELIMITED BY SIZE
                  WS-ALERT-PCT        DELIMITED BY SPACE
                  "% "                DELIMITED BY SIZE
                  WS-ALERT-DATE(4:2)  DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-ALERT-DATE(7:4)  DELIMITED BY SIZE
             INTO WS-NOTICE-COND
           MOVE SPACES TO WS-NOTICE-SUBJECT
           STRING "SPENDING FOR "     DELIMITED BY SIZE
                  WS-ALERT-DATE(4:2)  DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-ALERT-DATE(7:4)  DELIMITED BY SIZE
                  " HAS PASSED "      DELIMITED BY SIZE
                  WS-ALERT-PCT        DELIMITED BY SPACE
                  "% OF BUDGET"       DELIMITED BY SIZE
             INTO WS-NOTICE-SUBJECT
           MOVE SPACES TO WS-NOTICE-BODY
           STRING "YOUR ENTRY TAKES THE HOUSEHOLD PAST "
                                      DELIMITED BY SIZE
                  WS-ALERT-PCT        DELIMITED BY SPACE
                  "% OF THE BUDGET FOR " DELIMITED BY SIZE
                  WS-ALERT-DATE(4:2)  DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-ALERT-DATE(7:4)  DELIMITED BY SIZE
                  " - SPENT "         DELIMITED BY SIZE
                  WS-MTD-EDIT         DELIMITED BY SIZE
                  " OF "              DELIMITED BY SIZE
                  WS-NTC-BUDGET-EDIT  DELIMITED BY SIZE
                  "."                 DELIMITED BY SIZE
             INTO WS-NOTICE-BODY
           MOVE WS-PERSON     TO WS-NOTICE-PERSON
           MOVE "BUDGET"      TO WS-NOTICE-TYPE
           MOVE "ADD-EXPENSE" TO WS-NOTICE-PROGRAM
           CALL "QUEUE-NOTICE"
           .
       U030-EXIT.
           EXIT.
       L010-TAKE-LOCK.
      **
      * Takes the single data-file lock (expense.lck) the sessions
           .
       T510-EXIT.
           EXIT.
       B500-MOVE-BALANCE.
      **
      * Moves the running balance of the account that payment
      * method WS-ACC-METHOD draws on by WS-ACC-DELTA (signed -
      * money out is negative) and appends the movement to
      * acctmove.dat, so the balance can be proved against the
      * statement later.  A method no account is mapped to, or no
      * accounts master at all, leaves nothing to move.  Called
      * with the posting lock held.
      **
           MOVE SPACES TO WS-ACC-HIT
           IF WS-ACC-METHOD IS EQUAL TO SPACES
              GO TO B500-EXIT
           END-IF
           MOVE 'N' TO WS-ACC-EOF
           OPEN INPUT ACC-FILE
           IF WS-ACC-STATUS IS NOT EQUAL TO "00"
              GO TO B500-EXIT
           END-IF
           OPEN OUTPUT ACCTMP-FILE
           PERFORM UNTIL WS-ACC-EOF = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-ACC-EOF
               NOT AT END
                  IF WS-ACC-HIT IS EQUAL TO SPACES AND
                     ACC-ACTIVE IS EQUAL TO 'A' AND
                     (ACC-PAYMETH IS EQUAL TO WS-ACC-METHOD OR
                      ACC-CODE IS EQUAL TO WS-ACC-METHOD)
                     ADD WS-ACC-DELTA TO ACC-BALANCE
                     MOVE ACC-CODE TO WS-ACC-HIT
                  END-IF
                  MOVE ACC-RECORD TO ACCTMP-RECORD
                  WRITE ACCTMP-RECORD
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE ACCTMP-FILE
           IF WS-ACC-HIT IS EQUAL TO SPACES
              GO TO B500-EXIT
           END-IF
           MOVE 'N' TO WS-ACC-EOF
           OPEN INPUT ACCTMP-FILE
           OPEN OUTPUT ACC-FILE
           PERFORM UNTIL WS-ACC-EOF = 'Y'
               READ ACCTMP-FILE
               AT END
                  MOVE 'Y' TO WS-ACC-EOF
               NOT AT END
                  MOVE ACCTMP-RECORD TO ACC-RECORD
                  WRITE ACC-RECORD
           END-PERFORM
           CLOSE ACCTMP-FILE
           CLOSE ACC-FILE
           OPEN EXTEND AMV-FILE
           IF WS-AMV-STATUS IS EQUAL TO "35"
              OPEN OUTPUT AMV-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-ACC-HIT       TO AMV-ACCOUNT
           MOVE WS-ACC-DATE      TO AMV-DATE
           MOVE WS-ACC-KEY       TO AMV-KEY
           MOVE WS-ACC-DELTA     TO AMV-AMOUNT
           MOVE WS-ACC-TYPE      TO AMV-TYPE
           MOVE "ADD-EXPENSE"    TO AMV-PROGRAM
           MOVE WS-JRN-DATE      TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           .
       B500-EXIT.
           EXIT.
       B510-HOME-AMOUNT.
      **
      * Accounts are kept in home currency: a payment in foreign
      * currency moves its account by the amount converted at the
      * currates.dat rate in force on the entry date - the dated
      * entry with the latest effective-from on or before it.  A
      * code with no usable rate moves the account unconverted.
      **
           MOVE WS-AMOUNT TO WS-ACC-HOME
           IF WS-CURRENCY IS EQUAL TO SPACES
              GO TO B510-EXIT
           END-IF
           MOVE WS-DATE(7:4) TO WS-SCAN-KEY(1:4)
           MOVE WS-DATE(4:2) TO WS-SCAN-KEY(5:2)
           MOVE WS-DATE(1:2) TO WS-SCAN-KEY(7:2)
           MOVE WS-SCAN-KEY(1:8) TO WS-ACC-ENTRY-CMP
           MOVE 0 TO WS-ACC-BEST
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
              GO TO B510-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y'
               READ CUR-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF CUR-CODE IS EQUAL TO WS-CURRENCY AND
                     CUR-FROM IS NUMERIC
                     MOVE CUR-FROM TO WS-ACC-FROM-NUM
                     IF WS-ACC-FROM-NUM <= WS-ACC-ENTRY-CMP AND
                        WS-ACC-FROM-NUM >= WS-ACC-BEST
                        MOVE WS-ACC-FROM-NUM TO WS-ACC-BEST
                        COMPUTE WS-ACC-HOME ROUNDED =
                                WS-AMOUNT * CUR-RATE
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE CUR-FILE
           .
       B510-EXIT.
           EXIT.
       N100-LOAN-SPLIT.
      **
      * Looks the description of the payment being posted up on
      * loans.dat.  A payment carrying the name of an open loan is a
      * repayment: a month's interest on the balance still owed is
      * charged to the loan's interest category and the rest goes
      * to its capital category and reduces the balance.
      * WS-LN-HIT comes back 'Y' with the two portions for the
      * caller to write as the record's split.  A payment too small
      * to cover the interest is all interest and the shortfall is
      * added to what is owed.
      **
           MOVE 'N' TO WS-LN-HIT
           MOVE 'N' TO WS-LN-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              GO TO N100-EXIT
           END-IF
           PERFORM UNTIL WS-LN-EOF = 'Y' OR WS-LN-HIT = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-LN-EOF
               NOT AT END
                  IF LOAN-NAME IS EQUAL TO WS-LN-DESC AND
                     LOAN-STATUS IS EQUAL TO 'A' AND
                     LOAN-BALANCE > 0
                     MOVE 'Y' TO WS-LN-HIT
                  END-IF
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-LN-HIT IS EQUAL TO 'N'
              GO TO N100-EXIT
           END-IF
           MOVE LOAN-CODE     TO WS-LN-CODE
           MOVE LOAN-INT-CAT  TO WS-LN-INT-CAT
           MOVE LOAN-PRIN-CAT TO WS-LN-PRIN-CAT
           COMPUTE WS-LN-ACCRUED ROUNDED =
                   LOAN-BALANCE * LOAN-RATE / 1200
           IF WS-LN-ACCRUED > WS-LN-AMOUNT
              MOVE WS-LN-AMOUNT TO WS-LN-INTEREST
           ELSE
              MOVE WS-LN-ACCRUED TO WS-LN-INTEREST
           END-IF
           COMPUTE WS-LN-PRINCIPAL = WS-LN-AMOUNT - WS-LN-INTEREST
           COMPUTE WS-LN-REDUCE = WS-LN-AMOUNT - WS-LN-ACCRUED
           IF WS-LN-REDUCE > LOAN-BALANCE
              MOVE LOAN-BALANCE TO WS-LN-REDUCE
      * an overpayment only clears what is owed - the excess stays
      * unsplit on the entry's own category
              IF LOAN-BALANCE + WS-LN-INTEREST > WS-LN-ACCRUED
                 COMPUTE WS-LN-PRINCIPAL = LOAN-BALANCE
                                         - WS-LN-ACCRUED
                                         + WS-LN-INTEREST
              ELSE
                 MOVE 0 TO WS-LN-PRINCIPAL
              END-IF
           END-IF
           .
       N100-EXIT.
           EXIT.

       N110-POST-LOAN.
      **
      * Brings the loan matched by N100-LOAN-SPLIT up to date once
      * the repayment is on expenses.dat: the balance comes down by
      * the capital repaid, one more instalment counts as paid and
      * a loan paid off is marked cleared.  The repayment is logged
      * on loanpay.dat against the expense key.  The caller holds
      * the data-file lock.
      **
           IF WS-LN-HIT IS NOT EQUAL TO 'Y'
              GO TO N110-EXIT
           END-IF
           MOVE 'N' TO WS-LN-DONE
           MOVE 'N' TO WS-LN-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS IS NOT EQUAL TO "00"
              GO TO N110-EXIT
           END-IF
           OPEN OUTPUT LOANTMP-FILE
           PERFORM UNTIL WS-LN-EOF = 'Y'
               READ LOAN-FILE
               AT END
                  MOVE 'Y' TO WS-LN-EOF
               NOT AT END
                  IF LOAN-CODE IS EQUAL TO WS-LN-CODE AND
                     WS-LN-DONE IS EQUAL TO 'N'
                     COMPUTE LOAN-BALANCE = LOAN-BALANCE
                                          - WS-LN-REDUCE
                     IF LOAN-PAID < 999
                        ADD 1 TO LOAN-PAID
                     END-IF
                     IF LOAN-BALANCE IS EQUAL TO 0
                        MOVE 'C' TO LOAN-STATUS
                     END-IF
                     MOVE LOAN-BALANCE TO WS-LN-LEFT
                     MOVE 'Y' TO WS-LN-DONE
                  END-IF
                  MOVE LOAN-RECORD TO LOANTMP-RECORD
                  WRITE LOANTMP-RECORD
           END-PERFORM
           CLOSE LOAN-FILE
           CLOSE LOANTMP-FILE
           IF WS-LN-DONE IS EQUAL TO 'N'
              GO TO N110-EXIT
           END-IF
           MOVE 'N' TO WS-LN-EOF
           OPEN INPUT LOANTMP-FILE
           OPEN OUTPUT LOAN-FILE
           PERFORM UNTIL WS-LN-EOF = 'Y'
               READ LOANTMP-FILE
               AT END
                  MOVE 'Y' TO WS-LN-EOF
               NOT AT END
                  MOVE LOANTMP-RECORD TO LOAN-RECORD
                  WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOANTMP-FILE
           CLOSE LOAN-FILE
           OPEN EXTEND LPY-FILE
           IF WS-LPY-STATUS IS EQUAL TO "35"
              OPEN OUTPUT LPY-FILE
           END-IF
           MOVE WS-LN-CODE      TO LPY-LOAN
           MOVE WS-LN-DATE      TO LPY-DATE
           MOVE WS-LN-KEY       TO LPY-KEY
           MOVE WS-LN-AMOUNT    TO LPY-PAYMENT
           MOVE WS-LN-INTEREST  TO LPY-INTEREST
           MOVE WS-LN-PRINCIPAL TO LPY-PRINCIPAL
           MOVE WS-LN-LEFT      TO LPY-BALANCE
           MOVE "ADD-EXPENSE"        TO LPY-PROGRAM
           WRITE LPY-RECORD
           CLOSE LPY-FILE
           .
       N110-EXIT.
           EXIT.

       G100-GOAL-MATCH.
      **
      * Looks for an open savings goal that spending in
      * WS-GL-CATEGORY may be paid from.  WS-GL-HIT comes back 'Y'
      * with the goal's code, name and what it holds now in
      * WS-GL-AVAIL; the caller decides whether that covers the
      * payment.
      **
           MOVE 'N' TO WS-GL-HIT
           MOVE 'N' TO WS-GL-EOF
           MOVE 0 TO WS-GL-AVAIL
           IF WS-GL-CATEGORY IS EQUAL TO SPACES
              GO TO G100-EXIT
           END-IF
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS IS NOT EQUAL TO "00"
              GO TO G100-EXIT
           END-IF
           PERFORM UNTIL WS-GL-EOF = 'Y' OR WS-GL-HIT = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-GL-EOF
               NOT AT END
                  IF GOAL-CATEGORY IS EQUAL TO WS-GL-CATEGORY AND
                     GOAL-STATUS IS EQUAL TO 'A'
                     MOVE 'Y' TO WS-GL-HIT
                     MOVE GOAL-CODE TO WS-GL-CODE
                     MOVE GOAL-NAME TO WS-GL-NAME
                     COMPUTE WS-GL-AVAIL = GOAL-SAVED - GOAL-SPENT
                  END-IF
           END-PERFORM
           CLOSE GOAL-FILE
           .
       G100-EXIT.
           EXIT.

       G110-DRAW-GOAL.
      **
      * Draws WS-GL-AMOUNT down from goal WS-GL-CODE once the
      * expense it paid is on expenses.dat, and logs the draw on
      * goalmove.dat against the expense key.  The caller holds
      * the data-file lock.
      **
           MOVE 'N' TO WS-GL-DONE
           MOVE 'N' TO WS-GL-EOF
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS IS NOT EQUAL TO "00"
              GO TO G110-EXIT
           END-IF
           OPEN OUTPUT GOALTMP-FILE
           PERFORM UNTIL WS-GL-EOF = 'Y'
               READ GOAL-FILE
               AT END
                  MOVE 'Y' TO WS-GL-EOF
               NOT AT END
                  IF GOAL-CODE IS EQUAL TO WS-GL-CODE AND
                     WS-GL-DONE IS EQUAL TO 'N'
                     ADD WS-GL-AMOUNT TO GOAL-SPENT
                     MOVE 'Y' TO WS-GL-DONE
                  END-IF
                  MOVE GOAL-RECORD TO GOALTMP-RECORD
                  WRITE GOALTMP-RECORD
           END-PERFORM
           CLOSE GOAL-FILE
           CLOSE GOALTMP-FILE
           IF WS-GL-DONE IS EQUAL TO 'N'
              GO TO G110-EXIT
           END-IF
           MOVE 'N' TO WS-GL-EOF
           OPEN INPUT GOALTMP-FILE
           OPEN OUTPUT GOAL-FILE
           PERFORM UNTIL WS-GL-EOF = 'Y'
               READ GOALTMP-FILE
               AT END
                  MOVE 'Y' TO WS-GL-EOF
               NOT AT END
                  MOVE GOALTMP-RECORD TO GOAL-RECORD
                  WRITE GOAL-RECORD
           END-PERFORM
           CLOSE GOALTMP-FILE
           CLOSE GOAL-FILE
           OPEN EXTEND GMV-FILE
           IF WS-GMV-STATUS IS EQUAL TO "35"
              OPEN OUTPUT GMV-FILE
           END-IF
           MOVE WS-GL-CODE   TO GMV-GOAL
           MOVE WS-GL-DATE   TO GMV-DATE
           MOVE 'D'          TO GMV-TYPE
           MOVE WS-GL-AMOUNT TO GMV-AMOUNT
           MOVE WS-GL-KEY    TO GMV-KEY
           MOVE WS-GL-PERSON TO GMV-PERSON
           MOVE "ADD-EXPENSE" TO GMV-PROGRAM
           WRITE GMV-RECORD
           CLOSE GMV-FILE
           .
       G110-EXIT.
           EXIT.

       Q100-CHECK-HOLD.
      **
      * Decides whether the entry must wait for approval instead of
      * going onto expenses.dat: WS-HLD-WHY comes back 'A' when the
      * home-currency amount is over the approval.ctl limit, 'D'
      * when the entry is dated further back than its day limit,
      * 'B' for both and space when it may post now.
      **
           MOVE SPACE TO WS-HLD-WHY
           MOVE 0 TO WS-APC-LIMIT
           MOVE 0 TO WS-APC-DAYS
           OPEN INPUT APC-FILE
           IF WS-APC-STATUS IS NOT EQUAL TO "00"
              GO TO Q100-EXIT
           END-IF
           READ APC-FILE
           IF WS-APC-STATUS IS EQUAL TO "00"
              IF APC-LIMIT IS NUMERIC
                 MOVE APC-LIMIT TO WS-APC-LIMIT
              END-IF
              IF APC-DAYS IS NUMERIC
                 MOVE APC-DAYS TO WS-APC-DAYS
              END-IF
           END-IF
           CLOSE APC-FILE
           IF WS-APC-LIMIT > 0
              PERFORM B510-HOME-AMOUNT THRU B510-EXIT
              IF WS-ACC-HOME > WS-APC-LIMIT
                 MOVE 'A' TO WS-HLD-WHY
              END-IF
           END-IF
           IF WS-APC-DAYS > 0
              ACCEPT WS-HLD-TODAY FROM DATE YYYYMMDD
              MOVE WS-HLD-TODAY(1:4) TO WS-DN-YYYY
              MOVE WS-HLD-TODAY(5:2) TO WS-DN-MM
              MOVE WS-HLD-TODAY(7:2) TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              MOVE WS-DN-DAYS TO WS-HLD-AGE
              MOVE WS-DATE(7:4) TO WS-DN-YYYY
              MOVE WS-DATE(4:2) TO WS-DN-MM
              MOVE WS-DATE(1:2) TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              SUBTRACT WS-DN-DAYS FROM WS-HLD-AGE
              IF WS-HLD-AGE > WS-APC-DAYS
                 IF WS-HLD-WHY IS EQUAL TO 'A'
                    MOVE 'B' TO WS-HLD-WHY
                 ELSE
                    MOVE 'D' TO WS-HLD-WHY
                 END-IF
              END-IF
           END-IF
           .
       Q100-EXIT.
           EXIT.

       Q110-WRITE-HOLD.
      **
      * Appends the record built in FS-RECORD to approvals.dat as
      * a pending item under the next reference number, with the
      * hand-keyed split and no key.  A loan repayment split, the
      * goal draw and the balance movements are left to
      * APPROVE-POSTINGS, so they are worked out on the day the
      * entry really posts.  The caller holds the data-file lock.
      **
           MOVE WS-SPLIT-COUNT TO EXP-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-IDX
           PERFORM UNTIL WS-SPLIT-IDX IS EQUAL TO 4
               ADD 1 TO WS-SPLIT-IDX
               IF WS-SPLIT-IDX IS LESS THAN OR EQUAL TO
                  WS-SPLIT-COUNT
                  MOVE WS-SPLIT-CAT(WS-SPLIT-IDX)
                    TO EXP-SPLIT-CATEGORY(WS-SPLIT-IDX)
                  MOVE WS-SPLIT-AMT(WS-SPLIT-IDX)
                    TO EXP-SPLIT-AMOUNT(WS-SPLIT-IDX)
               ELSE
                  MOVE SPACES TO EXP-SPLIT-CATEGORY(WS-SPLIT-IDX)
                  MOVE 0      TO EXP-SPLIT-AMOUNT(WS-SPLIT-IDX)
               END-IF
           END-PERFORM
           MOVE 0      TO EXP-SEQ-NO
           MOVE SPACES TO EXP-KEY
           MOVE 0 TO WS-HLD-NO
           MOVE 'N' TO WS-HLD-EOF
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-HLD-EOF = 'Y'
                  READ HLD-FILE
                  AT END
                     MOVE 'Y' TO WS-HLD-EOF
                  NOT AT END
                     IF HLD-NO > WS-HLD-NO
                        MOVE HLD-NO TO WS-HLD-NO
                     END-IF
              END-PERFORM
              CLOSE HLD-FILE
           END-IF
           ADD 1 TO WS-HLD-NO
           OPEN EXTEND HLD-FILE
           IF WS-HLD-STATUS IS EQUAL TO "35"
              OPEN OUTPUT HLD-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-HLD-NO        TO HLD-NO
           MOVE 'P'              TO HLD-STATUS
           MOVE WS-HLD-WHY       TO HLD-WHY
           MOVE WS-SIGNON-USER   TO HLD-ENTERED-BY
           MOVE WS-JRN-DATE      TO HLD-ENTERED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-ENTERED(9:6)
           MOVE "ADD-EXPENSE"    TO HLD-PROGRAM
           MOVE SPACES           TO HLD-REVIEWER
           MOVE SPACES           TO HLD-REVIEWED
           MOVE SPACES           TO HLD-NOTE
           MOVE SPACES           TO HLD-KEY
           MOVE FS-RECORD        TO HLD-IMAGE
           WRITE HLD-RECORD
           CLOSE HLD-FILE
           MOVE WS-SIGNON-USER TO WS-JRN-PERSON
           MOVE "HOLD"         TO WS-JRN-ACTION
           MOVE SPACES         TO WS-JRN-KEY
           MOVE WS-HLD-NO      TO WS-JRN-KEY(1:6)
           MOVE SPACES         TO WS-JRN-BEFORE
           MOVE SPACES         TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           .
       Q110-EXIT.
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
       END PROGRAM ADD-EXPENSE.
