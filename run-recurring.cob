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
      * Occurrences held for approval instead of going straight onto
      * expenses.dat, and the limits that decide what is held -
      * the same approval.ctl ADD-EXPENSE works to.
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
       01 WS-END-MM                 PIC 9(2).
       01 WS-END-YYYY               PIC 9(4).
       01 WS-QUEUED-COUNT           PIC 9(3) VALUE 0.
       01 WS-HOLD-COUNT             PIC 9(3) VALUE 0.
       01 WS-PENDING-KEPT           PIC 9(3) VALUE 0.
       01 WS-REVIEW-ANSWER          PIC X(1).
       01 WS-PEND-ACTION            PIC X(1).
       01 WS-PCT-RHS               PIC 9(15)V99.
       01 WS-ALERT-PCT             PIC X(3).
       01 WS-MTD-EDIT              PIC Z(9)9.99.
       01 WS-SIGNON-USER           PIC X(10)  EXTERNAL.
       01 WS-NOTICE-PERSON         PIC X(10)  EXTERNAL.
       01 WS-NOTICE-TYPE           PIC X(10)  EXTERNAL.
       01 WS-NOTICE-COND           PIC X(30)  EXTERNAL.
       01 WS-NOTICE-SUBJECT        PIC X(60)  EXTERNAL.
       01 WS-NOTICE-BODY           PIC X(200) EXTERNAL.
       01 WS-NOTICE-PROGRAM        PIC X(18)  EXTERNAL.
       01 WS-NTC-BUDGET-EDIT       PIC Z(9)9.
       01 WS-AMT-DISP              PIC Z(5)9.99.
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-JRN-KEY               PIC X(16).
       01 WS-JRN-BEFORE            PIC X(250).
       01 WS-JRN-AFTER             PIC X(250).
       01 WS-ACC-STATUS       PIC X(2).
       01 WS-ACC-EOF          PIC X(1).
       01 WS-ACC-HIT          PIC X(15).
       01 WS-AMV-STATUS       PIC X(2).
       01 WS-ACC-METHOD       PIC X(15).
       01 WS-ACC-DELTA        PIC S9(9)V99.
       01 WS-ACC-DATE         PIC X(10).
       01 WS-ACC-KEY          PIC X(16).
       01 WS-ACC-TYPE         PIC X(1).
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
      * their anchor month selects; suspended or end-dated ones post
      * nothing.  Variable-amount commitments go to the pending
      * queue instead, where the operator confirms or adjusts the
      * actual amount before anything is written.  An occurrence
      * over the approval.ctl amount or day limit is held on
      * approvals.dat for APPROVE-POSTINGS, the same as a keyed
      * entry.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CHECK-DATE
                 DISPLAY WS-QUEUED-COUNT " VARIABLE ITEM(S) QUEUED "
                         "FOR CONFIRMATION"
              END-IF
              IF WS-HOLD-COUNT > 0
                 DISPLAY WS-HOLD-COUNT " ITEM(S) HELD FOR APPROVAL "
                         "ON approvals.dat"
              END-IF
           END-IF
           PERFORM Q005-OFFER-REVIEW THRU Q005-EXIT.
       MAIN-EXIT.
      **
      * Writes one occurrence to expenses.dat (held open I-O by the
      * caller) with the usual key generation, journal entry and
      * budget-threshold check - or, when Q100-CHECK-HOLD says it
      * must wait, onto approvals.dat with the goal flag set and
      * the loan split left for APPROVE-POSTINGS to work out.
      **
           MOVE WS-POST-DATE   TO EXP-DATE
           MOVE WS-POST-AMOUNT TO EXP-AMOUNT
           MOVE SPACES TO EXP-PAYEE
           MOVE 0 TO EXP-MILEAGE-KM
           MOVE 0 TO EXP-MILEAGE-RATE
      * a commitment in a category a savings goal was built up for
      * is paid out of the goal while the goal can cover it
           MOVE SPACE TO EXP-GOAL-FLAG
           MOVE SPACES TO EXP-PROJECT
           MOVE SPACE TO EXP-GL-EXPORTED
           MOVE WS-POST-CAT    TO WS-GL-CATEGORY
           PERFORM G100-GOAL-MATCH THRU G100-EXIT
           IF WS-GL-HIT IS EQUAL TO 'Y' AND
              WS-GL-AVAIL IS NOT LESS THAN WS-POST-AMOUNT
              MOVE 'G' TO EXP-GOAL-FLAG
           END-IF
           PERFORM Q100-CHECK-HOLD THRU Q100-EXIT
           IF WS-HLD-WHY IS NOT EQUAL TO SPACE
              PERFORM Q110-WRITE-HOLD THRU Q110-EXIT
              ADD 1 TO WS-HOLD-COUNT
              MOVE WS-POST-AMOUNT TO WS-AMT-DISP
              DISPLAY "RECURRING ENTRY HELD FOR APPROVAL - REFERENCE "
                      WS-HLD-NO
              DISPLAY "  " WS-POST-DATE "  " WS-AMT-DISP "  "
                      WS-POST-DESC
              GO TO R130-EXIT
           END-IF
           MOVE WS-POST-DESC   TO WS-LN-DESC
           MOVE WS-POST-AMOUNT TO WS-LN-AMOUNT
           PERFORM N100-LOAN-SPLIT THRU N100-EXIT
           IF WS-LN-HIT IS EQUAL TO 'Y'
              IF WS-LN-INTEREST > 0
                 ADD 1 TO EXP-SPLIT-COUNT
                 MOVE WS-LN-INT-CAT
                   TO EXP-SPLIT-CATEGORY(EXP-SPLIT-COUNT)
                 MOVE WS-LN-INTEREST
                   TO EXP-SPLIT-AMOUNT(EXP-SPLIT-COUNT)
              END-IF
              IF WS-LN-PRINCIPAL > 0
                 ADD 1 TO EXP-SPLIT-COUNT
                 MOVE WS-LN-PRIN-CAT
                   TO EXP-SPLIT-CATEGORY(EXP-SPLIT-COUNT)
                 MOVE WS-LN-PRINCIPAL
                   TO EXP-SPLIT-AMOUNT(EXP-SPLIT-COUNT)
              END-IF
           END-IF
           PERFORM A020-NEXT-SEQUENCE THRU A020-EXIT
           MOVE WS-NEXT-SEQ TO EXP-SEQ-NO
           MOVE EXP-DATE(7:4) TO WS-KEY-YYYY
           MOVE SPACES      TO EXP-KEY(9:2)
           MOVE EXP-SEQ-NO  TO EXP-KEY(11:6)
           WRITE FS-RECORD
           IF EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
              MOVE EXP-KEY(1:6) TO WS-MTT-YYYYMM
              MOVE EXP-AMOUNT   TO WS-MTT-DELTA
              PERFORM T500-BUMP-MONTH THRU T500-EXIT
           END-IF
           MOVE "RECURRING" TO WS-JRN-PERSON
           MOVE "ADD"       TO WS-JRN-ACTION
           MOVE EXP-KEY     TO WS-JRN-KEY
           MOVE SPACES      TO WS-JRN-BEFORE
           MOVE FS-RECORD   TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE WS-POST-PAY TO WS-ACC-METHOD
           COMPUTE WS-ACC-DELTA = 0 - EXP-AMOUNT
           MOVE EXP-DATE    TO WS-ACC-DATE
           MOVE EXP-KEY     TO WS-ACC-KEY
           MOVE 'E'         TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           MOVE EXP-DATE    TO WS-LN-DATE
           MOVE EXP-KEY     TO WS-LN-KEY
           PERFORM N110-POST-LOAN THRU N110-EXIT
           IF EXP-GOAL-FLAG IS EQUAL TO 'G'
              MOVE EXP-AMOUNT  TO WS-GL-AMOUNT
              MOVE EXP-DATE    TO WS-GL-DATE
              MOVE EXP-KEY     TO WS-GL-KEY
              MOVE "RECURRING" TO WS-GL-PERSON
              PERFORM G110-DRAW-GOAL THRU G110-EXIT
           END-IF
           MOVE EXP-AMOUNT TO WS-AMT-DISP
           DISPLAY "RECURRING ENTRY ADDED: " EXP-DATE "  "
                   WS-AMT-DISP "  " EXP-DESCRIPTION
           IF WS-LN-HIT IS EQUAL TO 'Y'
              MOVE WS-LN-INTEREST TO WS-AMT-DISP
              DISPLAY "  REPAYMENT ON LOAN " WS-LN-CODE
                      " - INTEREST " WS-AMT-DISP
              MOVE WS-LN-PRINCIPAL TO WS-AMT-DISP
              DISPLAY "                          CAPITAL  "
                      WS-AMT-DISP
           END-IF
           IF EXP-GOAL-FLAG IS EQUAL TO 'G'
              DISPLAY "  PAID FROM SAVINGS GOAL " WS-GL-CODE
              GO TO R130-EXIT
           END-IF
           MOVE WS-MTD TO WS-MTD-BEFORE
           ADD EXP-AMOUNT TO WS-MTD
           MOVE WS-MTD TO WS-MTD-AFTER
                           WS-MTT-YYYYMM
                           MOVE 'Y' TO WS-ALERT-EOF
                        ELSE
                           IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                              EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
                              ADD EXP-AMOUNT TO WS-MTD
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
      * for the person the recurring posting is for; a household
      * account with no sign-on sends it to the administrators.
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
           STRING "THE RECURRING POSTING " DELIMITED BY SIZE
                  EXP-DESCRIPTION     DELIMITED BY "  "
                  " TAKES THE HOUSEHOLD PAST "
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
           MOVE WS-POST-PERSON  TO WS-NOTICE-PERSON
           MOVE "BUDGET"        TO WS-NOTICE-TYPE
           MOVE "RUN-RECURRING" TO WS-NOTICE-PROGRAM
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
           MOVE "RUN-RECURRING"  TO AMV-PROGRAM
           MOVE WS-JRN-DATE      TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           .
       B500-EXIT.
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
           MOVE "RUN-RECURRING"        TO LPY-PROGRAM
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
           MOVE "RUN-RECURRING" TO GMV-PROGRAM
           WRITE GMV-RECORD
           CLOSE GMV-FILE
           .
       G110-EXIT.
           EXIT.

       Q100-CHECK-HOLD.
      **
      * Decides whether the occurrence must wait for approval
      * instead of going onto expenses.dat, on the same
      * approval.ctl limits as ADD-EXPENSE: WS-HLD-WHY comes back
      * 'A' when the amount is over the limit, 'D' when it is dated
      * further back than its day limit, 'B' for both and space
      * when it may post now.
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
              IF WS-POST-AMOUNT > WS-APC-LIMIT
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
              MOVE WS-POST-DATE(7:4) TO WS-DN-YYYY
              MOVE WS-POST-DATE(4:2) TO WS-DN-MM
              MOVE WS-POST-DATE(1:2) TO WS-DN-DD
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
      * Appends the occurrence built in FS-RECORD to approvals.dat
      * as a pending item under the next reference number, with no
      * sequence number or key.  The monthly totals, the account
      * balance, the loan and the goal are left to
      * APPROVE-POSTINGS, so they move on the day the entry really
      * posts.  The caller holds the data-file lock.
      **
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
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              MOVE "RECURRING" TO HLD-ENTERED-BY
           ELSE
              MOVE WS-SIGNON-USER TO HLD-ENTERED-BY
           END-IF
           MOVE WS-JRN-DATE      TO HLD-ENTERED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-ENTERED(9:6)
           MOVE "RUN-RECURRING"  TO HLD-PROGRAM
           MOVE SPACES           TO HLD-REVIEWER
           MOVE SPACES           TO HLD-REVIEWED
           MOVE SPACES           TO HLD-NOTE
           MOVE SPACES           TO HLD-KEY
           MOVE FS-RECORD        TO HLD-IMAGE
           WRITE HLD-RECORD
           CLOSE HLD-FILE
           MOVE "RECURRING"    TO WS-JRN-PERSON
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
       END PROGRAM RUN-RECURRING.
