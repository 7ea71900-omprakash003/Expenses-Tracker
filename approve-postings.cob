      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. APPROVE-POSTINGS.
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
           SELECT CTL-FILE  ASSIGN TO "expenses.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT PER-FILE  ASSIGN TO "periods.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PER-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
           SELECT MTT-FILE  ASSIGN TO "monthly-totals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
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
           SELECT HLDTMP-FILE  ASSIGN TO "approvals.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEL-FILE  ASSIGN TO "deleted.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEL-STATUS.
           SELECT DELTMP-FILE  ASSIGN TO "deleted.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-FILE  ASSIGN TO "budget.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUDGET-STATUS.
           SELECT BUDM-FILE  ASSIGN TO "budget-master.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUDM-STATUS.
           SELECT ALERT-FILE  ASSIGN TO "alerts.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-STATUS.
           SELECT APC-FILE  ASSIGN TO "approval.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APC-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD CTL-FILE.
       01 CTL-RECORD.
          05 CTL-NEXT-SEQ     PIC 9(6).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD PER-FILE.
       01 PER-RECORD.
          05 PER-YYYY         PIC X(4).
          05 PER-MM           PIC X(2).
          05 PER-STATUS       PIC X(1).
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE         PIC X(3).
          05 CUR-FROM         PIC X(8).
          05 CUR-RATE         PIC 9(3)V9(6).
          05 CUR-ACTIVE       PIC X(1).
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE        PIC X(8).
          05 LCK-USER         PIC X(10).
          05 LCK-PROGRAM      PIC X(18).
          05 LCK-STAMP        PIC X(14).
          05 LCK-TOKEN        PIC X(40).
      * Month-by-month running totals of expense postings, kept in
      * step at every write so the threshold checks read one record
      * instead of walking years of history.
       FD MTT-FILE.
       01 MTT-RECORD.
          05 MTT-YYYYMM       PIC X(6).
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
      * Loans and instalment plans - see MAINTAIN-LOANS.  A held
      * entry carrying an open loan's NAME is split into interest
      * and capital when it is approved, on the balance owed then.
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
      * Savings goals - see MAINTAIN-GOALS.  An entry held as paid
      * from a goal is drawn from it when approved, provided the
      * goal still holds enough by then.
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
       FD GMV-FILE.
       01 GMV-RECORD.
          05 GMV-GOAL         PIC X(10).
          05 GMV-DATE         PIC X(10).
          05 GMV-TYPE         PIC X(1).
          05 GMV-AMOUNT       PIC 9(7)V99.
          05 GMV-KEY          PIC X(16).
          05 GMV-PERSON       PIC X(10).
          05 GMV-PROGRAM      PIC X(18).
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
          05 BUD-AMOUNT       PIC 9(10).
       FD BUDM-FILE.
       01 BUDM-RECORD.
          05 BUDM-YYYY        PIC X(4).
          05 BUDM-MM          PIC X(2).
          05 BUDM-CATEGORY    PIC X(15).
          05 BUDM-AMOUNT      PIC 9(10).
       FD ALERT-FILE.
       01 ALERT-RECORD        PIC X(100).
      * Postings held for approval instead of going straight onto
      * expenses.dat, and the limits that decide what is held:
      * LIMIT is the home-currency amount above which an entry is
      * held, DAYS how far back an entry may be dated before it is
      * held.  Either at zero, or no approval.ctl, holds nothing.
       FD HLD-FILE.
       01 HLD-RECORD.
        COPY held_record.
       FD HLDTMP-FILE.
       01 HLDTMP-RECORD       PIC X(380).
      * Entries taken off expenses.dat, among them the original of a
      * held correction, until RESTORE-EXPENSE or a rejection here
      * puts them back.
       FD DEL-FILE.
       01 DEL-RECORD          PIC X(250).
       01 DEL-VIEW.
          05 FILLER           PIC X(94).
          05 DEL-KEY          PIC X(16).
          05 FILLER           PIC X(140).
       FD DELTMP-FILE.
       01 DELTMP-RECORD       PIC X(250).
       FD APC-FILE.
       01 APC-RECORD.
          05 APC-LIMIT        PIC 9(6)V99.
          05 APC-DAYS         PIC 9(3).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ACTION           PIC X(1).
       01 WS-DECISION         PIC X(1).
       01 WS-QUIT             PIC X(1).
       01 WS-POSTED           PIC X(1).
       01 WS-POST-KEY         PIC X(16).
       01 WS-REASON           PIC X(40).
       01 WS-WHY-TEXT         PIC X(24).
       01 WS-HLD-STATUS       PIC X(2).
       01 WS-APC-STATUS       PIC X(2).
       01 WS-APC-LIMIT        PIC 9(6)V99 VALUE 0.
       01 WS-APC-DAYS         PIC 9(3) VALUE 0.
       01 WS-DAYS-IN          PIC X(3).
       01 WS-DAYS-OK          PIC X(1).
       01 WS-HLD-COUNT        PIC 9(5).
       01 WS-HLD-APPROVED     PIC 9(5).
       01 WS-HLD-REJECTED     PIC 9(5).
       01 WS-HLD-WAITING      PIC 9(5).
       01 WS-COUNT-DISP       PIC ZZZZ9.
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
       01 WS-MTT-YYYYMM       PIC X(6).
       01 WS-MTT-DELTA        PIC S9(8)V99.
       01 WS-MTT-WORK         PIC S9(12)V99.
       01 WS-MTT-TOTAL        PIC 9(11)V99.
       01 WS-MTT-HAVE         PIC X(1).
       01 WS-SCAN-KEY         PIC X(16).
       01 WS-DEL-STATUS       PIC X(2).
       01 WS-DEL-EOF          PIC X(1).
       01 WS-PUT-FOUND        PIC X(1).
       01 WS-DEL-IMAGE        PIC X(250).
       01 WS-BUDGET-STATUS    PIC X(2).
       01 WS-BUDM-STATUS      PIC X(2).
       01 WS-BUDM-EOF         PIC X(1).
       01 WS-ALERT-STATUS     PIC X(2).
       01 WS-ALERT-DATE       PIC X(10).
       01 WS-ALERT-AMOUNT     PIC 9(6)V99.
       01 WS-ALERT-PERSON     PIC X(10).
       01 WS-ALERT-GOAL       PIC X(1).
       01 WS-ALERT-EOF        PIC X(1).
       01 WS-MTD-BEFORE       PIC 9(11)V99.
       01 WS-MTD-AFTER        PIC 9(11)V99.
       01 WS-ALERT-BUDGET     PIC 9(10).
       01 WS-PCT-LHS          PIC 9(15)V99.
       01 WS-PCT-RHS          PIC 9(15)V99.
       01 WS-ALERT-PCT        PIC X(3).
       01 WS-MTD-EDIT         PIC Z(9)9.99.
       01 WS-NTC-BUDGET-EDIT  PIC Z(9)9.
       01 WS-NOTICE-PERSON    PIC X(10)  EXTERNAL.
       01 WS-NOTICE-TYPE      PIC X(10)  EXTERNAL.
       01 WS-NOTICE-COND      PIC X(30)  EXTERNAL.
       01 WS-NOTICE-SUBJECT   PIC X(60)  EXTERNAL.
       01 WS-NOTICE-BODY      PIC X(200) EXTERNAL.
       01 WS-NOTICE-PROGRAM   PIC X(18)  EXTERNAL.
       01 WS-LCK-STATUS       PIC X(2).
       01 WS-LOCK-OK          PIC X(1).
       01 WS-LOCK-HELD        PIC X(1) VALUE 'N'.
       01 WS-LOCK-TRIES       PIC 9(2).
       01 WS-LOCK-WAIT        PIC 9(1) VALUE 1.
       01 WS-LOCK-TOKEN       PIC X(40).
       01 WS-LCK-DATE         PIC X(8).
       01 WS-LCK-TIME         PIC X(8).
       01 WS-DATE             PIC X(10).
       01 WS-AMOUNT           PIC 9(6)V99.
       01 WS-CURRENCY         PIC X(3).
       01 WS-AMOUNT-IN        PIC X(9).
       01 WS-AMOUNT-OK        PIC X(1).
       01 WS-PARSED-AMT       PIC 9(6)V99.
       01 WS-SEEN-POINT       PIC X(1).
       01 WS-CH               PIC X(1).
       01 WS-CH-IDX           PIC 9(2).
       01 WS-INT-TXT          PIC X(6).
       01 WS-DEC-TXT          PIC X(2).
       01 WS-INT-LEN          PIC 9(1).
       01 WS-DEC-LEN          PIC 9(1).
       01 WS-INT-JUST         PIC X(6).
       01 WS-JUST-POS         PIC 9(1).
       01 WS-NUM-BUILD        PIC X(8).
       01 WS-NUM-BUILD-N REDEFINES WS-NUM-BUILD PIC 9(6)V99.
       01 WS-AMT-DISP         PIC Z(5)9.99.
       01 WS-EXP-STATUS       PIC X(2).
       01 WS-CTL-STATUS       PIC X(2).
       01 WS-NEXT-SEQ         PIC 9(6).
       01 WS-END-FILE         PIC X(1).
       01 WS-KEY-DATE.
           05 WS-KEY-YYYY     PIC 9(4).
           05 WS-KEY-MM       PIC 9(2).
           05 WS-KEY-DD       PIC 9(2).
       01 WS-JRN-STATUS       PIC X(2).
       01 WS-PER-STATUS       PIC X(2).
       01 WS-PER-EOF          PIC X(1).
       01 WS-PERIOD-CLOSED    PIC X(1).
       01 WS-CHECK-DATE       PIC X(10).
       01 WS-OVERRIDE         PIC X(1).
       01 WS-MST-EOF          PIC X(1).
       01 WS-CUR-STATUS       PIC X(2).
       01 WS-JRN-DATE         PIC X(8).
       01 WS-JRN-TIME         PIC X(8).
       01 WS-JRN-PERSON       PIC X(10).
       01 WS-JRN-ACTION       PIC X(8).
       01 WS-JRN-KEY          PIC X(16).
       01 WS-JRN-BEFORE       PIC X(250).
       01 WS-JRN-AFTER        PIC X(250).
       01 WS-SIGNON-USER      PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL     PIC X(1)  EXTERNAL.
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
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Works the queue of
      * postings held back from expenses.dat because they were over
      * the approval amount or dated too far back (approval.ctl) -
      * keyed by ADD-EXPENSE or EXPENSE-FORM, changed by
      * EDIT-EXPENSE, or written by MAINTAIN-BILLS,
      * BATCH-ADD-EXPENSE, IMPORT-CSV, RUN-RECURRING or
      * MATCH-STATEMENT.  A held change to an entry has already
      * taken the original off the file; if the change is rejected,
      * the original goes back on from deleted.dat.  Anyone may list
      * the queue; the administrator reviews it, approving or
      * rejecting each item with a reason, and sets the limits.  An
      * item is never approved by the user who entered it.  An
      * approved item is posted the way ADD-EXPENSE posts, with the
      * normal journal entry; a rejected one stays on approvals.dat
      * with the reason and never reaches the expenses file.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "L TO LIST THE HELD POSTINGS, R TO REVIEW THEM, "
                   "S TO SET THE HOLD LIMITS"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM R010-LIST-HELD THRU R010-EXIT
               WHEN 'R'
               WHEN 'r'
                   IF WS-SIGNON-LEVEL IS NOT EQUAL TO 'A'
                      DISPLAY "REVIEWING HELD POSTINGS IS FOR THE "
                              "ADMINISTRATOR"
                   ELSE
                      PERFORM R020-REVIEW-QUEUE THRU R020-EXIT
                   END-IF
               WHEN 'S'
               WHEN 's'
                   IF WS-SIGNON-LEVEL IS NOT EQUAL TO 'A'
                      DISPLAY "SETTING THE HOLD LIMITS IS FOR THE "
                              "ADMINISTRATOR"
                   ELSE
                      PERFORM R050-SET-LIMITS THRU R050-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       R010-LIST-HELD.
      **
      * Lists the limits in force and every item still waiting for
      * a decision.
      **
           PERFORM R060-READ-LIMITS THRU R060-EXIT
           PERFORM R065-SHOW-LIMITS THRU R065-EXIT
           MOVE 0 TO WS-HLD-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NOTHING IS WAITING FOR APPROVAL"
              GO TO R010-EXIT
           END-IF
           DISPLAY "REF    DATE             AMOUNT HELD   ENTERED BY "
                   "DESCRIPTION"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ HLD-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF HLD-STATUS IS EQUAL TO 'P'
                     ADD 1 TO WS-HLD-COUNT
                     MOVE HLD-EXP-AMOUNT TO WS-AMT-DISP
                     EVALUATE HLD-WHY
                         WHEN 'A'
                             MOVE "AMOUNT" TO WS-WHY-TEXT
                         WHEN 'D'
                             MOVE "DATED " TO WS-WHY-TEXT
                         WHEN OTHER
                             MOVE "BOTH  " TO WS-WHY-TEXT
                     END-EVALUATE
                     DISPLAY HLD-NO " " HLD-EXP-DATE " " WS-AMT-DISP
                             " " WS-WHY-TEXT(1:6) " " HLD-ENTERED-BY
                             " " HLD-EXP-DESC
                  END-IF
           END-PERFORM
           CLOSE HLD-FILE
           IF WS-HLD-COUNT IS EQUAL TO 0
              DISPLAY "NOTHING IS WAITING FOR APPROVAL"
           ELSE
              MOVE WS-HLD-COUNT TO WS-COUNT-DISP
              DISPLAY WS-COUNT-DISP " POSTING(S) AWAITING APPROVAL"
           END-IF
           .
       R010-EXIT.
           EXIT.

       R020-REVIEW-QUEUE.
      **
      * One pass over approvals.dat under the data-file lock, so no
      * entry can be held or posted while the queue is rewritten.
      * Each pending item is put to the reviewer in turn and the
      * file is written back with the decisions made.
      **
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "QUEUE NOT REVIEWED - TRY AGAIN SHORTLY"
              GO TO R020-EXIT
           END-IF
           MOVE 0 TO WS-HLD-APPROVED
           MOVE 0 TO WS-HLD-REJECTED
           MOVE 0 TO WS-HLD-WAITING
           MOVE 'N' TO WS-QUIT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NOTHING IS WAITING FOR APPROVAL"
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              GO TO R020-EXIT
           END-IF
           OPEN OUTPUT HLDTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ HLD-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF HLD-STATUS IS EQUAL TO 'P' AND
                     WS-QUIT IS EQUAL TO 'N'
                     PERFORM R030-REVIEW-ITEM THRU R030-EXIT
                  END-IF
                  IF HLD-STATUS IS EQUAL TO 'P'
                     ADD 1 TO WS-HLD-WAITING
                  END-IF
                  MOVE HLD-RECORD TO HLDTMP-RECORD
                  WRITE HLDTMP-RECORD
           END-PERFORM
           CLOSE HLD-FILE
           CLOSE HLDTMP-FILE
           PERFORM R090-COPY-BACK THRU R090-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY " "
           MOVE WS-HLD-APPROVED TO WS-COUNT-DISP
           DISPLAY "APPROVED AND POSTED  : " WS-COUNT-DISP
           MOVE WS-HLD-REJECTED TO WS-COUNT-DISP
           DISPLAY "REJECTED             : " WS-COUNT-DISP
           MOVE WS-HLD-WAITING TO WS-COUNT-DISP
           DISPLAY "STILL WAITING        : " WS-COUNT-DISP
           .
       R020-EXIT.
           EXIT.

       R030-REVIEW-ITEM.
      **
      * Shows one held item and takes the decision on it.  The user
      * who entered the item may not decide it.
      **
           EVALUATE HLD-WHY
               WHEN 'A'
                   MOVE "AMOUNT OVER THE LIMIT" TO WS-WHY-TEXT
               WHEN 'D'
                   MOVE "DATED TOO FAR BACK" TO WS-WHY-TEXT
               WHEN OTHER
                   MOVE "AMOUNT AND DATE" TO WS-WHY-TEXT
           END-EVALUATE
           MOVE HLD-EXP-AMOUNT TO WS-AMT-DISP
           DISPLAY " "
           DISPLAY "REFERENCE " HLD-NO " - HELD FOR " WS-WHY-TEXT
           DISPLAY "ENTERED BY " HLD-ENTERED-BY " ON "
                   HLD-ENTERED(7:2) "/" HLD-ENTERED(5:2) "/"
                   HLD-ENTERED(1:4) " VIA " HLD-PROGRAM
           DISPLAY "DATE     " HLD-EXP-DATE "  AMOUNT " WS-AMT-DISP
                   " " HLD-EXP-CURRENCY
           DISPLAY "DETAIL   " HLD-EXP-DESC " " HLD-EXP-CATEGORY
           DISPLAY "PERSON   " HLD-EXP-PERSON " PAID BY "
                   HLD-EXP-PAYMETH
           IF HLD-EXP-PAYEE IS NOT EQUAL TO SPACES OR
              HLD-EXP-PROJECT IS NOT EQUAL TO SPACES
              DISPLAY "PAYEE    " HLD-EXP-PAYEE " PROJECT "
                      HLD-EXP-PROJECT
           END-IF
           IF HLD-ENTERED-BY IS EQUAL TO WS-SIGNON-USER
              DISPLAY "YOU ENTERED THIS ONE - ANOTHER USER MUST "
                      "REVIEW IT"
              GO TO R030-EXIT
           END-IF
           DISPLAY "A TO APPROVE, R TO REJECT, S TO SKIP, "
                   "Q TO STOP REVIEWING"
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'A'
               WHEN 'a'
                   PERFORM R040-APPROVE-ITEM THRU R040-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM R045-REJECT-ITEM THRU R045-EXIT
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-QUIT
               WHEN OTHER
                   DISPLAY "LEFT WAITING"
           END-EVALUATE
           .
       R030-EXIT.
           EXIT.

       R035-ACCEPT-REASON.
           MOVE SPACES TO WS-REASON
           PERFORM UNTIL WS-REASON IS NOT EQUAL TO SPACES
               DISPLAY "REASON FOR THE DECISION"
               ACCEPT WS-REASON
               IF WS-REASON IS EQUAL TO SPACES
                  DISPLAY "A REASON MUST BE GIVEN - RE-ENTER"
               END-IF
           END-PERFORM
           .
       R035-EXIT.
           EXIT.

       R040-APPROVE-ITEM.
           PERFORM R035-ACCEPT-REASON THRU R035-EXIT
           PERFORM R100-POST-HELD THRU R100-EXIT
           IF WS-POSTED IS NOT EQUAL TO 'Y'
              DISPLAY "NOT POSTED - LEFT WAITING"
              GO TO R040-EXIT
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE 'A'              TO HLD-STATUS
           MOVE WS-SIGNON-USER   TO HLD-REVIEWER
           MOVE WS-JRN-DATE      TO HLD-REVIEWED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-REVIEWED(9:6)
           MOVE WS-REASON        TO HLD-NOTE
           MOVE WS-POST-KEY      TO HLD-KEY
           ADD 1 TO WS-HLD-APPROVED
           .
       R040-EXIT.
           EXIT.

       R045-REJECT-ITEM.
           PERFORM R035-ACCEPT-REASON THRU R035-EXIT
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE 'R'              TO HLD-STATUS
           MOVE WS-SIGNON-USER   TO HLD-REVIEWER
           MOVE WS-JRN-DATE      TO HLD-REVIEWED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-REVIEWED(9:6)
           MOVE WS-REASON        TO HLD-NOTE
           MOVE WS-SIGNON-USER TO WS-JRN-PERSON
           MOVE "HOLDREJ"      TO WS-JRN-ACTION
           MOVE SPACES         TO WS-JRN-KEY
           MOVE HLD-NO         TO WS-JRN-KEY(1:6)
           MOVE SPACES         TO WS-JRN-BEFORE
           MOVE SPACES         TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           ADD 1 TO WS-HLD-REJECTED
           DISPLAY "REJECTED - NOT POSTED"
      * a rejected correction leaves the original entry standing
           IF HLD-KEY IS NOT EQUAL TO SPACES
              PERFORM R110-PUT-BACK THRU R110-EXIT
           ELSE
              IF HLD-PROGRAM IS EQUAL TO "EDIT-EXPENSE"
                 DISPLAY "THE ENTRY IT CHANGED IS ON deleted.dat - "
                         "RUN RESTORE-EXPENSE TO PUT IT BACK"
              END-IF
           END-IF
           .
       R045-EXIT.
           EXIT.

       R050-SET-LIMITS.
      **
      * Rewrites approval.ctl.  Zero for either limit switches that
      * test off; both at zero holds nothing back.
      **
           PERFORM R060-READ-LIMITS THRU R060-EXIT
           PERFORM R065-SHOW-LIMITS THRU R065-EXIT
           MOVE 'N' TO WS-AMOUNT-OK
           PERFORM UNTIL WS-AMOUNT-OK IS EQUAL TO 'Y'
               DISPLAY "HOLD ENTRIES OVER WHAT HOME-CURRENCY AMOUNT? "
                       "(0 FOR NO AMOUNT LIMIT)"
               ACCEPT WS-AMOUNT-IN
               PERFORM A015-PARSE-AMOUNT THRU A015-EXIT
               IF WS-AMOUNT-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-PARSED-AMT TO WS-APC-LIMIT
           MOVE 'N' TO WS-DAYS-OK
           PERFORM UNTIL WS-DAYS-OK IS EQUAL TO 'Y'
               DISPLAY "HOLD ENTRIES DATED MORE THAN HOW MANY DAYS "
                       "BACK? (0 FOR NO DATE LIMIT)"
               ACCEPT WS-DAYS-IN
               PERFORM R070-PARSE-DAYS THRU R070-EXIT
               IF WS-DAYS-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID NUMBER OF DAYS (0-999) - RE-ENTER"
               END-IF
           END-PERFORM
           OPEN OUTPUT APC-FILE
           MOVE WS-APC-LIMIT TO APC-LIMIT
           MOVE WS-APC-DAYS  TO APC-DAYS
           WRITE APC-RECORD
           CLOSE APC-FILE
           MOVE WS-SIGNON-USER TO WS-JRN-PERSON
           MOVE "HOLDLIM"      TO WS-JRN-ACTION
           MOVE SPACES         TO WS-JRN-KEY
           MOVE SPACES         TO WS-JRN-BEFORE
           MOVE SPACES         TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           DISPLAY "HOLD LIMITS SAVED"
           PERFORM R065-SHOW-LIMITS THRU R065-EXIT
           .
       R050-EXIT.
           EXIT.

       R060-READ-LIMITS.
           MOVE 0 TO WS-APC-LIMIT
           MOVE 0 TO WS-APC-DAYS
           OPEN INPUT APC-FILE
           IF WS-APC-STATUS IS NOT EQUAL TO "00"
              GO TO R060-EXIT
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
           .
       R060-EXIT.
           EXIT.

       R065-SHOW-LIMITS.
           IF WS-APC-LIMIT > 0
              MOVE WS-APC-LIMIT TO WS-AMT-DISP
              DISPLAY "ENTRIES OVER " WS-AMT-DISP
                      " ARE HELD FOR APPROVAL"
           ELSE
              DISPLAY "NO AMOUNT LIMIT IS SET"
           END-IF
           IF WS-APC-DAYS > 0
              DISPLAY "ENTRIES DATED MORE THAN " WS-APC-DAYS
                      " DAYS BACK ARE HELD FOR APPROVAL"
           ELSE
              DISPLAY "NO DATE LIMIT IS SET"
           END-IF
           .
       R065-EXIT.
           EXIT.

       R070-PARSE-DAYS.
           MOVE 'N' TO WS-DAYS-OK
           IF WS-DAYS-IN(3:1) IS EQUAL TO SPACE
              IF WS-DAYS-IN(2:1) IS EQUAL TO SPACE
                 MOVE WS-DAYS-IN(1:1) TO WS-DAYS-IN(3:1)
                 MOVE "00" TO WS-DAYS-IN(1:2)
              ELSE
                 MOVE WS-DAYS-IN(2:1) TO WS-DAYS-IN(3:1)
                 MOVE WS-DAYS-IN(1:1) TO WS-DAYS-IN(2:1)
                 MOVE "0" TO WS-DAYS-IN(1:1)
              END-IF
           END-IF
           IF WS-DAYS-IN IS NUMERIC
              MOVE WS-DAYS-IN TO WS-APC-DAYS
              MOVE 'Y' TO WS-DAYS-OK
           END-IF
           .
       R070-EXIT.
           EXIT.

       R090-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT HLDTMP-FILE
           OPEN OUTPUT HLD-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ HLDTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE HLDTMP-RECORD TO HLD-RECORD
                  WRITE HLD-RECORD
           END-PERFORM
           CLOSE HLDTMP-FILE
           CLOSE HLD-FILE
           .
       R090-EXIT.
           EXIT.

       R100-POST-HELD.
      **
      * Posts the held item in HLD-RECORD to expenses.dat as
      * ADD-EXPENSE would have on the day it was keyed: period
      * check with the administrator's override, next sequence
      * number and key, journal ADD, monthly totals, account
      * balance, loan repayment split and goal draw.  The loan
      * split and the goal are worked out now, on today's balances;
      * a goal that no longer holds enough leaves the entry charged
      * to the month.  Once posted, an entry not paid from a goal
      * is checked against the month's budget the way ADD-EXPENSE
      * checks it, raising the 80% and 100% alarms and notices if
      * the approval carries the month over.  WS-POSTED comes back
      * 'Y' with the key in WS-POST-KEY.  The caller holds the
      * data-file lock.
      **
           MOVE 'N' TO WS-POSTED
           MOVE HLD-EXP-DATE TO WS-CHECK-DATE
           PERFORM P010-CHECK-PERIOD THRU P010-EXIT
           IF WS-PERIOD-CLOSED IS EQUAL TO 'Y'
              DISPLAY "PERIOD " WS-CHECK-DATE(4:2) "/"
                      WS-CHECK-DATE(7:4) " IS CLOSED"
              DISPLAY "SUPERVISOR OVERRIDE - POST ANYWAY? (Y/N)"
              ACCEPT WS-OVERRIDE
              IF WS-OVERRIDE IS NOT EQUAL TO 'Y' AND
                 WS-OVERRIDE IS NOT EQUAL TO 'y'
                 GO TO R100-EXIT
              END-IF
           END-IF
           OPEN I-O EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "35"
              OPEN OUTPUT EXP-FILE
              CLOSE EXP-FILE
              OPEN I-O EXP-FILE
           END-IF
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "expenses.dat WILL NOT OPEN FOR UPDATE - "
                      "STATUS " WS-EXP-STATUS
              DISPLAY "IF THE FILE PREDATES THE ALTERNATE "
                      "KEYS, RUN REBUILD-KEYS FIRST"
              GO TO R100-EXIT
           END-IF
           MOVE HLD-IMAGE    TO FS-RECORD
           MOVE SPACE        TO EXP-GL-EXPORTED
           MOVE EXP-DATE     TO WS-DATE
           MOVE EXP-AMOUNT   TO WS-AMOUNT
           MOVE EXP-CURRENCY TO WS-CURRENCY
           PERFORM B510-HOME-AMOUNT THRU B510-EXIT
           IF EXP-GOAL-FLAG IS EQUAL TO 'G'
              MOVE EXP-CATEGORY TO WS-GL-CATEGORY
              PERFORM G100-GOAL-MATCH THRU G100-EXIT
              MOVE WS-ACC-HOME TO WS-GL-AMOUNT
              IF WS-GL-HIT IS EQUAL TO 'N' OR
                 WS-GL-AVAIL < WS-GL-AMOUNT
                 MOVE SPACE TO EXP-GOAL-FLAG
                 DISPLAY "THE SAVINGS GOAL NO LONGER COVERS IT - "
                         "CHARGED TO THE MONTH"
              END-IF
           END-IF
           MOVE 'N' TO WS-LN-HIT
           IF EXP-SPLIT-COUNT IS EQUAL TO 0
              MOVE EXP-DESCRIPTION TO WS-LN-DESC
              MOVE EXP-AMOUNT      TO WS-LN-AMOUNT
              PERFORM N100-LOAN-SPLIT THRU N100-EXIT
           END-IF
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
           MOVE EXP-DATE(4:2) TO WS-KEY-MM
           MOVE EXP-DATE(1:2) TO WS-KEY-DD
           MOVE WS-KEY-DATE TO EXP-KEY(1:8)
           MOVE SPACES      TO EXP-KEY(9:2)
           MOVE EXP-SEQ-NO  TO EXP-KEY(11:6)
           WRITE FS-RECORD
           IF EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
              MOVE EXP-KEY(1:6) TO WS-MTT-YYYYMM
              MOVE EXP-AMOUNT   TO WS-MTT-DELTA
              PERFORM T500-BUMP-MONTH THRU T500-EXIT
           END-IF
           MOVE WS-SIGNON-USER TO WS-JRN-PERSON
           MOVE "ADD"      TO WS-JRN-ACTION
           MOVE EXP-KEY    TO WS-JRN-KEY
           MOVE SPACES     TO WS-JRN-BEFORE
           MOVE FS-RECORD  TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE EXP-PAYMENT-METHOD TO WS-ACC-METHOD
           COMPUTE WS-ACC-DELTA = 0 - WS-ACC-HOME
           MOVE EXP-DATE   TO WS-ACC-DATE
           MOVE EXP-KEY    TO WS-ACC-KEY
           MOVE 'E'        TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           MOVE EXP-DATE   TO WS-LN-DATE
           MOVE EXP-KEY    TO WS-LN-KEY
           PERFORM N110-POST-LOAN THRU N110-EXIT
           IF EXP-GOAL-FLAG IS EQUAL TO 'G'
              MOVE EXP-DATE   TO WS-GL-DATE
              MOVE EXP-KEY    TO WS-GL-KEY
              MOVE EXP-PERSON TO WS-GL-PERSON
              PERFORM G110-DRAW-GOAL THRU G110-EXIT
           END-IF
           MOVE EXP-KEY TO WS-POST-KEY
           MOVE 'Y' TO WS-POSTED
           DISPLAY "APPROVED AND POSTED AS " WS-POST-KEY
           IF WS-LN-HIT IS EQUAL TO 'Y'
              MOVE WS-LN-INTEREST TO WS-AMT-DISP
              DISPLAY "REPAYMENT ON LOAN " WS-LN-CODE
                      " - INTEREST " WS-AMT-DISP
              MOVE WS-LN-PRINCIPAL TO WS-AMT-DISP
              DISPLAY "                        CAPITAL  "
                      WS-AMT-DISP
           END-IF
           IF WS-GL-HIT IS EQUAL TO 'Y' AND
              EXP-GOAL-FLAG IS EQUAL TO 'G'
              MOVE WS-GL-AMOUNT TO WS-AMT-DISP
              DISPLAY "PAID FROM SAVINGS GOAL " WS-GL-CODE
                      " - DRAWN " WS-AMT-DISP
           END-IF
           MOVE EXP-DATE      TO WS-ALERT-DATE
           MOVE EXP-AMOUNT    TO WS-ALERT-AMOUNT
           MOVE EXP-PERSON    TO WS-ALERT-PERSON
           MOVE EXP-GOAL-FLAG TO WS-ALERT-GOAL
           CLOSE EXP-FILE
           IF WS-ALERT-GOAL IS NOT EQUAL TO 'G'
              PERFORM U010-CHECK-THRESHOLDS THRU U010-EXIT
           END-IF
           .
       R100-EXIT.
           EXIT.

       R110-PUT-BACK.
      **
      * Puts back the entry a rejected correction would have
      * replaced.  EDIT-EXPENSE and EXPENSE-FORM park the original
      * on deleted.dat when they hold a correction and leave its
      * key in HLD-KEY; it goes back on expenses.dat under that key
      * the way RESTORE-EXPENSE restores one - journal RESTORE,
      * month total and account movement put back - and comes off
      * deleted.dat.  If it cannot be found or written it stays on
      * deleted.dat for RESTORE-EXPENSE.  The caller holds the
      * data-file lock.
      **
           MOVE 'N' TO WS-PUT-FOUND
           MOVE 'N' TO WS-DEL-EOF
           OPEN INPUT DEL-FILE
           IF WS-DEL-STATUS IS NOT EQUAL TO "00"
              GO TO R110-MISSING
           END-IF
           OPEN OUTPUT DELTMP-FILE
           PERFORM UNTIL WS-DEL-EOF = 'Y'
               READ DEL-FILE
               AT END
                  MOVE 'Y' TO WS-DEL-EOF
               NOT AT END
                  IF DEL-KEY IS EQUAL TO HLD-KEY AND
                     WS-PUT-FOUND IS EQUAL TO 'N'
                     MOVE DEL-RECORD TO WS-DEL-IMAGE
                     MOVE 'Y' TO WS-PUT-FOUND
                  ELSE
                     MOVE DEL-RECORD TO DELTMP-RECORD
                     WRITE DELTMP-RECORD
                  END-IF
           END-PERFORM
           CLOSE DEL-FILE
           CLOSE DELTMP-FILE
           IF WS-PUT-FOUND IS EQUAL TO 'N'
              GO TO R110-MISSING
           END-IF
           OPEN I-O EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "35"
              OPEN OUTPUT EXP-FILE
              CLOSE EXP-FILE
              OPEN I-O EXP-FILE
           END-IF
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "expenses.dat WILL NOT OPEN FOR UPDATE - "
                      "STATUS " WS-EXP-STATUS
              GO TO R110-MISSING
           END-IF
           MOVE WS-DEL-IMAGE TO FS-RECORD
           WRITE FS-RECORD
           IF WS-EXP-STATUS IS NOT EQUAL TO "00" AND
              WS-EXP-STATUS IS NOT EQUAL TO "02"
              DISPLAY "PUT BACK FAILED - FILE STATUS " WS-EXP-STATUS
              CLOSE EXP-FILE
              GO TO R110-MISSING
           END-IF
           IF EXP-TYPE IS NOT EQUAL TO 'I' AND
              EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
              MOVE EXP-KEY(1:6) TO WS-MTT-YYYYMM
              MOVE EXP-AMOUNT   TO WS-MTT-DELTA
              PERFORM T500-BUMP-MONTH THRU T500-EXIT
           END-IF
           MOVE WS-SIGNON-USER TO WS-JRN-PERSON
           MOVE "RESTORE"  TO WS-JRN-ACTION
           MOVE EXP-KEY    TO WS-JRN-KEY
           MOVE SPACES     TO WS-JRN-BEFORE
           MOVE FS-RECORD  TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE EXP-DATE     TO WS-DATE
           MOVE EXP-AMOUNT   TO WS-AMOUNT
           MOVE EXP-CURRENCY TO WS-CURRENCY
           PERFORM B510-HOME-AMOUNT THRU B510-EXIT
           IF EXP-TYPE IS EQUAL TO 'I'
              MOVE WS-ACC-HOME TO WS-ACC-DELTA
           ELSE
              COMPUTE WS-ACC-DELTA = 0 - WS-ACC-HOME
           END-IF
           MOVE EXP-PAYMENT-METHOD TO WS-ACC-METHOD
           MOVE EXP-DATE   TO WS-ACC-DATE
           MOVE EXP-KEY    TO WS-ACC-KEY
           MOVE EXP-TYPE   TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           CLOSE EXP-FILE
           MOVE 'N' TO WS-DEL-EOF
           OPEN INPUT DELTMP-FILE
           OPEN OUTPUT DEL-FILE
           PERFORM UNTIL WS-DEL-EOF = 'Y'
               READ DELTMP-FILE
               AT END
                  MOVE 'Y' TO WS-DEL-EOF
               NOT AT END
                  MOVE DELTMP-RECORD TO DEL-RECORD
                  WRITE DEL-RECORD
           END-PERFORM
           CLOSE DELTMP-FILE
           CLOSE DEL-FILE
           DISPLAY "ORIGINAL ENTRY " HLD-KEY " PUT BACK ON "
                   "expenses.dat"
           GO TO R110-EXIT
           .
       R110-MISSING.
           DISPLAY "ORIGINAL ENTRY " HLD-KEY " NOT PUT BACK - "
                   "RUN RESTORE-EXPENSE FOR IT"
           .
       R110-EXIT.
           EXIT.

       A015-PARSE-AMOUNT.
      **
      * Parses the keyed amount in WS-AMOUNT-IN into WS-PARSED-AMT:
      * up to six digits, an optional decimal point, and up to two
      * decimal places - 4.50, 450 and 4.5 are all good entries.
      * WS-AMOUNT-OK comes back 'N' for anything else.
      **
           MOVE 'Y' TO WS-AMOUNT-OK
           MOVE 'N' TO WS-SEEN-POINT
           MOVE SPACES TO WS-INT-TXT
           MOVE "00" TO WS-DEC-TXT
           MOVE 0 TO WS-INT-LEN
           MOVE 0 TO WS-DEC-LEN
           MOVE 0 TO WS-CH-IDX
           PERFORM UNTIL WS-CH-IDX IS EQUAL TO 9
               ADD 1 TO WS-CH-IDX
               MOVE WS-AMOUNT-IN(WS-CH-IDX:1) TO WS-CH
               IF WS-CH IS EQUAL TO SPACE
                  CONTINUE
               ELSE
                  IF WS-CH IS EQUAL TO "."
                     IF WS-SEEN-POINT IS EQUAL TO 'Y'
                        MOVE 'N' TO WS-AMOUNT-OK
                     ELSE
                        MOVE 'Y' TO WS-SEEN-POINT
                     END-IF
                  ELSE
                     IF WS-CH IS NUMERIC
                        IF WS-SEEN-POINT IS EQUAL TO 'N'
                           IF WS-INT-LEN < 6
                              ADD 1 TO WS-INT-LEN
                              MOVE WS-CH TO WS-INT-TXT(WS-INT-LEN:1)
                           ELSE
                              MOVE 'N' TO WS-AMOUNT-OK
                           END-IF
                        ELSE
                           IF WS-DEC-LEN < 2
                              ADD 1 TO WS-DEC-LEN
                              MOVE WS-CH TO WS-DEC-TXT(WS-DEC-LEN:1)
                           ELSE
                              MOVE 'N' TO WS-AMOUNT-OK
                           END-IF
                        END-IF
                     ELSE
                        MOVE 'N' TO WS-AMOUNT-OK
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-DEC-LEN IS EQUAL TO 1
              MOVE "0" TO WS-DEC-TXT(2:1)
           END-IF
           IF WS-INT-LEN IS EQUAL TO 0 AND WS-DEC-LEN IS EQUAL TO 0
              MOVE 'N' TO WS-AMOUNT-OK
           END-IF
           IF WS-AMOUNT-OK IS EQUAL TO 'Y'
              MOVE ALL "0" TO WS-INT-JUST
              IF WS-INT-LEN > 0
                 COMPUTE WS-JUST-POS = 6 - WS-INT-LEN + 1
                 MOVE WS-INT-TXT(1:WS-INT-LEN)
                   TO WS-INT-JUST(WS-JUST-POS:WS-INT-LEN)
              END-IF
              MOVE WS-INT-JUST TO WS-NUM-BUILD(1:6)
              MOVE WS-DEC-TXT  TO WS-NUM-BUILD(7:2)
              MOVE WS-NUM-BUILD-N TO WS-PARSED-AMT
           END-IF
           .
       A015-EXIT.
           EXIT.

       A020-NEXT-SEQUENCE.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS IS EQUAL TO "00"
              READ CTL-FILE
              MOVE CTL-NEXT-SEQ TO WS-NEXT-SEQ
              CLOSE CTL-FILE
           ELSE
              MOVE 1 TO WS-NEXT-SEQ
           END-IF
           OPEN OUTPUT CTL-FILE
           COMPUTE CTL-NEXT-SEQ = WS-NEXT-SEQ + 1
           WRITE CTL-RECORD
           CLOSE CTL-FILE
           .
       A020-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * Appends one audit entry to journal.dat - who, when, what
      * action, and the record images either side of it - so a change
      * can always be traced back after the fact.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-JRN-DATE      TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO JRN-TIMESTAMP(9:6)
           MOVE WS-JRN-PERSON    TO JRN-PERSON
           MOVE "APPROVE-POSTINGS" TO JRN-PROGRAM
           MOVE WS-JRN-ACTION    TO JRN-ACTION
           MOVE WS-JRN-KEY       TO JRN-KEY
           MOVE WS-JRN-BEFORE    TO JRN-BEFORE
           MOVE WS-JRN-AFTER     TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J010-EXIT.
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
           STRING "APPROVE-POSTINGS" DELIMITED BY SIZE
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
           MOVE "APPROVE-POSTINGS" TO LCK-PROGRAM
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

       T500-BUMP-MONTH.
      **
      * Moves WS-MTT-YYYYMM's bucket on the running totals side
      * file by WS-MTT-DELTA (signed) to match the write that just
      * happened, so the month figure is one read instead of a
      * front-to-back pass over the whole history.
      **
           MOVE 'N' TO WS-MTT-FOUND
           MOVE 'N' TO WS-MTT-EOF
           OPEN OUTPUT MTTTMP-FILE
           OPEN INPUT MTT-FILE
           IF WS-MTT-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MTT-EOF = 'Y'
                  READ MTT-FILE
                  AT END
                     MOVE 'Y' TO WS-MTT-EOF
                  NOT AT END
                     IF MTT-YYYYMM IS EQUAL TO WS-MTT-YYYYMM
                        MOVE 'Y' TO WS-MTT-FOUND
                        COMPUTE WS-MTT-WORK = MTT-AMOUNT
                                            + WS-MTT-DELTA
                        IF WS-MTT-WORK < 0
                           MOVE 0 TO WS-MTT-WORK
                        END-IF
                        MOVE WS-MTT-WORK TO MTT-AMOUNT
                     END-IF
                     MOVE MTT-RECORD TO MTTTMP-RECORD
                     WRITE MTTTMP-RECORD
              END-PERFORM
              CLOSE MTT-FILE
           END-IF
           IF WS-MTT-FOUND IS EQUAL TO 'N'
              MOVE WS-MTT-YYYYMM TO MTT-YYYYMM
              IF WS-MTT-DELTA < 0
                 MOVE 0 TO MTT-AMOUNT
              ELSE
                 MOVE WS-MTT-DELTA TO MTT-AMOUNT
              END-IF
              MOVE MTT-RECORD TO MTTTMP-RECORD
              WRITE MTTTMP-RECORD
           END-IF
           CLOSE MTTTMP-FILE
           MOVE 'N' TO WS-MTT-EOF
           OPEN INPUT MTTTMP-FILE
           OPEN OUTPUT MTT-FILE
           PERFORM UNTIL WS-MTT-EOF = 'Y'
               READ MTTTMP-FILE
               AT END
                  MOVE 'Y' TO WS-MTT-EOF
               NOT AT END
                  MOVE MTTTMP-RECORD TO MTT-RECORD
                  WRITE MTT-RECORD
           END-PERFORM
           CLOSE MTTTMP-FILE
           CLOSE MTT-FILE
           .
       T500-EXIT.
           EXIT.

       T510-MONTH-TOTAL.
      **
      * One-record month lookup on the running totals side file:
      * WS-MTT-HAVE comes back 'Y' with WS-MTT-TOTAL filled when
      * the side file holds WS-MTT-YYYYMM; the caller falls back to
      * a keyed month scan when it does not.
      **
           MOVE 'N' TO WS-MTT-HAVE
           MOVE 0 TO WS-MTT-TOTAL
           MOVE 'N' TO WS-MTT-EOF
           OPEN INPUT MTT-FILE
           IF WS-MTT-STATUS IS NOT EQUAL TO "00"
              GO TO T510-EXIT
           END-IF
           PERFORM UNTIL WS-MTT-EOF = 'Y'
               READ MTT-FILE
               AT END
                  MOVE 'Y' TO WS-MTT-EOF
               NOT AT END
                  IF MTT-YYYYMM IS EQUAL TO WS-MTT-YYYYMM
                     MOVE 'Y' TO WS-MTT-HAVE
                     MOVE MTT-AMOUNT TO WS-MTT-TOTAL
                  END-IF
           END-PERFORM
           CLOSE MTT-FILE
           .
       T510-EXIT.
           EXIT.

       U010-CHECK-THRESHOLDS.
      **
      * Rechecks the month the approved entry just posted into
      * against that month's budget, and raises the 80% and 100%
      * alarms the moment the posting carries the running total
      * over them - the same check ADD-EXPENSE makes as an entry is
      * keyed, the crossing shown on the terminal and written to
      * alerts.log.
      **
           MOVE WS-ALERT-DATE(7:4) TO WS-MTT-YYYYMM(1:4)
           MOVE WS-ALERT-DATE(4:2) TO WS-MTT-YYYYMM(5:2)
           PERFORM T510-MONTH-TOTAL THRU T510-EXIT
           IF WS-MTT-HAVE IS EQUAL TO 'Y'
              MOVE WS-MTT-TOTAL TO WS-MTD-AFTER
           ELSE
              PERFORM U011-SCAN-MONTH THRU U011-EXIT
           END-IF
           COMPUTE WS-MTD-BEFORE = WS-MTD-AFTER - WS-ALERT-AMOUNT
           PERFORM U015-MONTH-BUDGET THRU U015-EXIT
           IF WS-ALERT-BUDGET IS EQUAL TO 0
              GO TO U010-EXIT
           END-IF
           COMPUTE WS-PCT-LHS = WS-MTD-BEFORE * 100
           COMPUTE WS-PCT-RHS = WS-ALERT-BUDGET * 80
           IF WS-PCT-LHS < WS-PCT-RHS
              COMPUTE WS-PCT-LHS = WS-MTD-AFTER * 100
              IF WS-PCT-LHS >= WS-PCT-RHS
                 MOVE "80"  TO WS-ALERT-PCT
                 DISPLAY "WARNING: THIS ENTRY TAKES "
                         WS-ALERT-DATE(4:2) "/" WS-ALERT-DATE(7:4)
                         " PAST 80% OF BUDGET"
                 PERFORM U020-WRITE-ALERT THRU U020-EXIT
              END-IF
           END-IF
           COMPUTE WS-PCT-LHS = WS-MTD-BEFORE * 100
           COMPUTE WS-PCT-RHS = WS-ALERT-BUDGET * 100
           IF WS-PCT-LHS < WS-PCT-RHS
              COMPUTE WS-PCT-LHS = WS-MTD-AFTER * 100
              IF WS-PCT-LHS >= WS-PCT-RHS
                 MOVE "100" TO WS-ALERT-PCT
                 DISPLAY "WARNING: THIS ENTRY TAKES "
                         WS-ALERT-DATE(4:2) "/" WS-ALERT-DATE(7:4)
                         " PAST 100% OF BUDGET"
                 PERFORM U020-WRITE-ALERT THRU U020-EXIT
              END-IF
           END-IF
           .
       U010-EXIT.
           EXIT.

       U011-SCAN-MONTH.
      **
      * Fallback when the running totals side file has nothing for
      * the month in WS-MTT-YYYYMM: EXP-KEY starts with YYYYMMDD,
      * so the scan STARTs at the month and stops at its end
      * instead of reading the whole file.
      **
           MOVE 0 TO WS-MTD-AFTER
           MOVE 'N' TO WS-ALERT-EOF
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO U011-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-SCAN-KEY
           MOVE WS-MTT-YYYYMM TO WS-SCAN-KEY(1:6)
           MOVE WS-SCAN-KEY TO EXP-KEY
           START EXP-FILE KEY IS NOT LESS THAN EXP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ALERT-EOF
           END-START
           PERFORM UNTIL WS-ALERT-EOF = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-ALERT-EOF
               NOT AT END
                  IF EXP-KEY(1:6) IS NOT EQUAL TO WS-MTT-YYYYMM
                     MOVE 'Y' TO WS-ALERT-EOF
                  ELSE
                     IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                        EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
                        ADD EXP-AMOUNT TO WS-MTD-AFTER
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           .
       U011-EXIT.
           EXIT.

       U015-MONTH-BUDGET.
      **
      * Budget for the month of WS-ALERT-DATE: the budget-master
      * entries for that month summed, or the single legacy figure on
      * budget.dat when the master has nothing for it.
      **
           MOVE 0 TO WS-ALERT-BUDGET
           MOVE 'N' TO WS-BUDM-EOF
           OPEN INPUT BUDM-FILE
           IF WS-BUDM-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-BUDM-EOF = 'Y'
                  READ BUDM-FILE
                  AT END
                     MOVE 'Y' TO WS-BUDM-EOF
                  NOT AT END
                     IF BUDM-YYYY IS EQUAL TO WS-ALERT-DATE(7:4) AND
                        BUDM-MM IS EQUAL TO WS-ALERT-DATE(4:2)
                        ADD BUDM-AMOUNT TO WS-ALERT-BUDGET
                     END-IF
              END-PERFORM
              CLOSE BUDM-FILE
           END-IF
           IF WS-ALERT-BUDGET IS EQUAL TO 0
              OPEN INPUT BUDGET-FILE
              IF WS-BUDGET-STATUS IS EQUAL TO "00"
                 READ BUDGET-FILE
                 MOVE BUD-AMOUNT TO WS-ALERT-BUDGET
                 CLOSE BUDGET-FILE
              END-IF
           END-IF
           .
       U015-EXIT.
           EXIT.

       U020-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS IS EQUAL TO "35"
              OPEN OUTPUT ALERT-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-MTD-AFTER TO WS-MTD-EDIT
           MOVE SPACES TO ALERT-RECORD
           STRING WS-JRN-DATE         DELIMITED BY SIZE
                  WS-JRN-TIME(1:6)    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-ALERT-DATE(4:2)  DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-ALERT-DATE(7:4)  DELIMITED BY SIZE
                  " BUDGET "          DELIMITED BY SIZE
                  WS-ALERT-PCT        DELIMITED BY SPACE
                  "% CROSSED - SPENT " DELIMITED BY SIZE
                  WS-MTD-EDIT         DELIMITED BY SIZE
                  " OF "              DELIMITED BY SIZE
                  WS-ALERT-BUDGET     DELIMITED BY SIZE
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
      * for the person whose approved entry carried the month over,
      * so they hear of it without anyone opening alerts.log.
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
           MOVE WS-ALERT-PERSON    TO WS-NOTICE-PERSON
           MOVE "BUDGET"           TO WS-NOTICE-TYPE
           MOVE "APPROVE-POSTINGS" TO WS-NOTICE-PROGRAM
           CALL "QUEUE-NOTICE"
           .
       U030-EXIT.
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
           MOVE "APPROVE-POSTINGS" TO AMV-PROGRAM
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
           MOVE "APPROVE-POSTINGS" TO LPY-PROGRAM
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
           MOVE "APPROVE-POSTINGS" TO GMV-PROGRAM
           WRITE GMV-RECORD
           CLOSE GMV-FILE
           .
       G110-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM APPROVE-POSTINGS.
