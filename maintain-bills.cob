      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-BILLS.
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
           SELECT BILLTMP-FILE  ASSIGN TO "bills.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT CAT-FILE  ASSIGN TO "categories.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
           SELECT PAY-FILE  ASSIGN TO "paymeth.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.
           SELECT PYE-FILE  ASSIGN TO "payees.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PYE-STATUS.
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
           SELECT HLD-FILE  ASSIGN TO "approvals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HLD-STATUS.
           SELECT APC-FILE  ASSIGN TO "approval.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APC-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * Bills to pay - the utility bill or invoice recorded the day
      * it arrives, held open until it is paid.  NO is the bill
      * number handed out here; REF is the supplier's own invoice
      * or account reference.  STATUS is 'O' open, 'P' paid or
      * 'X' cancelled.  Once paid, PAID-DATE and EXP-KEY point at
      * the expense the payment was posted as.  PERSON is who
      * recorded the bill.
       FD BILL-FILE.
       01 BILL-RECORD.
          05 BILL-NO          PIC 9(6).
          05 BILL-PAYEE       PIC X(15).
          05 BILL-DESC        PIC X(30).
          05 BILL-AMOUNT      PIC 9(6)V99.
          05 BILL-CATEGORY    PIC X(15).
          05 BILL-RECEIVED    PIC X(10).
          05 BILL-DUE         PIC X(10).
          05 BILL-REF         PIC X(15).
          05 BILL-STATUS      PIC X(1).
          05 BILL-PAID-DATE   PIC X(10).
          05 BILL-EXP-KEY     PIC X(16).
          05 BILL-PERSON      PIC X(10).
       FD BILLTMP-FILE.
       01 BILLTMP-RECORD      PIC X(146).
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD CTL-FILE.
       01 CTL-RECORD.
          05 CTL-NEXT-SEQ          PIC 9(6).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD PER-FILE.
       01 PER-RECORD.
          05 PER-YYYY              PIC X(4).
          05 PER-MM                PIC X(2).
          05 PER-STATUS            PIC X(1).
       FD CAT-FILE.
       01 CAT-RECORD.
          05 CAT-CODE              PIC X(15).
          05 CAT-ACTIVE            PIC X(1).
       FD PAY-FILE.
       01 PAY-RECORD.
          05 PAY-CODE              PIC X(15).
          05 PAY-ACTIVE            PIC X(1).
       FD PYE-FILE.
       01 PYE-RECORD.
          05 PYE-CODE              PIC X(15).
          05 PYE-ACTIVE            PIC X(1).
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE             PIC X(8).
          05 LCK-USER              PIC X(10).
          05 LCK-PROGRAM           PIC X(18).
          05 LCK-STAMP             PIC X(14).
          05 LCK-TOKEN             PIC X(40).
       FD MTT-FILE.
       01 MTT-RECORD.
          05 MTT-YYYYMM            PIC X(6).
          05 MTT-AMOUNT            PIC 9(11)V99.
       FD MTTTMP-FILE.
       01 MTTTMP-RECORD            PIC X(19).
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
      * Postings held for approval instead of going straight onto
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
       01 WS-BILL-STATUS           PIC X(2).
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-CTL-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-PER-STATUS            PIC X(2).
       01 WS-CAT-STATUS            PIC X(2).
       01 WS-PAY-STATUS            PIC X(2).
       01 WS-PYE-STATUS            PIC X(2).
       01 WS-PER-EOF               PIC X(1).
       01 WS-PERIOD-CLOSED         PIC X(1).
       01 WS-OVERRIDE              PIC X(1).
       01 WS-CHECK-DATE            PIC X(10).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-ANSWER                PIC X(1).
       01 WS-BILL-IN               PIC 9(6).
       01 WS-BILL-TXT              PIC X(6).
       01 WS-FIND-BILL             PIC 9(6).
       01 WS-NEXT-BILL             PIC 9(6).
       01 WS-PAYEE                 PIC X(15).
       01 WS-DESC-IN               PIC X(30).
       01 WS-CAT-IN                PIC X(15).
       01 WS-REF-IN                PIC X(15).
       01 WS-RECEIVED-IN           PIC X(10).
       01 WS-AMOUNT-IN             PIC 9(6)V99.
       01 WS-PAID-AMOUNT           PIC 9(6)V99.
       01 WS-PAYMENT-METHOD        PIC X(15).
       01 WS-SHARE-FLAG            PIC X(1).
       01 WS-NEW-STATUS            PIC X(1).
       01 WS-PAID-KEY              PIC X(16).
       01 WS-DATE                  PIC X(10).
       01 WS-DUE-CMP               PIC 9(8).
       01 WS-TODAY-CMP             PIC 9(8).
       01 WS-OPEN-COUNT            PIC 9(4).
       01 WS-OPEN-TOTAL            PIC 9(9)V99.
       01 WS-AMT-EDIT              PIC Z(5)9.99.
       01 WS-TOT-EDIT              PIC Z(8)9.99.
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
       01 WS-NEXT-SEQ              PIC 9(6).
       01 WS-SPLIT-IDX             PIC 9(1).
       01 WS-KEY-DATE.
           05 WS-KEY-YYYY          PIC 9(4).
           05 WS-KEY-MM            PIC 9(2).
           05 WS-KEY-DD            PIC 9(2).
       01 WS-MTT-STATUS            PIC X(2).
       01 WS-MTT-EOF               PIC X(1).
       01 WS-MTT-FOUND             PIC X(1).
       01 WS-MTT-YYYYMM            PIC X(6).
       01 WS-MTT-DELTA             PIC S9(8)V99.
       01 WS-MTT-WORK              PIC S9(12)V99.
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-JRN-ACTION            PIC X(8).
       01 WS-JRN-KEY               PIC X(16).
       01 WS-JRN-AFTER             PIC X(250).
       01 WS-LCK-STATUS            PIC X(2).
       01 WS-LOCK-OK               PIC X(1).
       01 WS-LOCK-HELD             PIC X(1) VALUE 'N'.
       01 WS-LOCK-TRIES            PIC 9(2).
       01 WS-LOCK-WAIT             PIC 9(1) VALUE 1.
       01 WS-LOCK-TOKEN            PIC X(40).
       01 WS-LCK-DATE              PIC X(8).
       01 WS-LCK-TIME              PIC X(8).
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
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Maintains the bills to
      * pay register bills.dat.  A bill is recorded the day it
      * arrives - payee, amount, category and the date it falls
      * due - and stays open until it is paid.  Paying it posts
      * the expense onto expenses.dat the way ADD-EXPENSE does:
      * period check, the posting lock, the next sequence number,
      * the journal, the monthly totals and the account balance.
      * The open bills are what BILLS-REPORT ages and what
      * FORECAST-REPORT counts as still to come out.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "A TO RECORD A BILL, L TO LIST OPEN BILLS, "
                   "P TO PAY ONE, X TO CANCEL ONE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM H020-ADD-BILL THRU H020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM H010-LIST-BILLS THRU H010-EXIT
               WHEN 'P'
               WHEN 'p'
                   PERFORM H030-PAY-BILL THRU H030-EXIT
               WHEN 'X'
               WHEN 'x'
                   PERFORM H040-CANCEL-BILL THRU H040-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       H010-LIST-BILLS.
      **
      * Lists the open bills with the day each falls due; those
      * already past it are marked OVERDUE.
      **
           MOVE 'N' TO WS-END-FILE
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OPEN-TOTAL
           ACCEPT WS-TODAY-CMP FROM DATE YYYYMMDD
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO BILLS ON FILE YET"
              GO TO H010-EXIT
           END-IF
           DISPLAY "BILL   PAYEE           DESCRIPTION             "
                   "      AMOUNT DUE"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ BILL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF BILL-STATUS IS EQUAL TO 'O'
                     ADD 1 TO WS-OPEN-COUNT
                     ADD BILL-AMOUNT TO WS-OPEN-TOTAL
                     MOVE BILL-AMOUNT TO WS-AMT-EDIT
                     MOVE BILL-DUE(7:4) TO WS-DUE-CMP(1:4)
                     MOVE BILL-DUE(4:2) TO WS-DUE-CMP(5:2)
                     MOVE BILL-DUE(1:2) TO WS-DUE-CMP(7:2)
                     IF WS-DUE-CMP < WS-TODAY-CMP
                        DISPLAY BILL-NO " " BILL-PAYEE " "
                                BILL-DESC(1:22) " " WS-AMT-EDIT " "
                                BILL-DUE " OVERDUE"
                     ELSE
                        DISPLAY BILL-NO " " BILL-PAYEE " "
                                BILL-DESC(1:22) " " WS-AMT-EDIT " "
                                BILL-DUE
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE BILL-FILE
           MOVE WS-OPEN-TOTAL TO WS-TOT-EDIT
           DISPLAY WS-OPEN-COUNT " OPEN BILL(S) TOTALLING " WS-TOT-EDIT
           .
       H010-EXIT.
           EXIT.

       H020-ADD-BILL.
      **
      * Records a bill as it arrives.  The payee must be on the
      * payees master and the category on the categories master,
      * the same checks ADD-EXPENSE applies; the bill number is one
      * more than the highest on file.
      **
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "PAYEE CODE"
               ACCEPT WS-PAYEE
               IF WS-PAYEE IS EQUAL TO SPACES
                  DISPLAY "A BILL MUST HAVE A PAYEE - RE-ENTER"
               ELSE
                  PERFORM V050-CHECK-PAYEE THRU V050-EXIT
                  IF WS-CODE-OK IS EQUAL TO 'N'
                     DISPLAY "NOT AN ACTIVE PAYEE CODE - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           DISPLAY "WHAT THE BILL IS FOR"
           ACCEPT WS-DESC-IN
           DISPLAY "SUPPLIER'S INVOICE OR ACCOUNT REFERENCE "
                   "(BLANK IF NONE)"
           ACCEPT WS-REF-IN
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "AMOUNT DUE"
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'Y' AND
                  (WS-BAL-PARSED IS NOT GREATER THAN 0 OR
                   WS-BAL-PARSED IS GREATER THAN 999999.99)
                  MOVE 'N' TO WS-BAL-OK
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-AMOUNT-IN
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "ENTER CATEGORY "
                       "(GROCERIES/TRANSPORT/UTILITIES/ETC)"
               ACCEPT WS-CAT-IN
               MOVE WS-CAT-IN TO WS-VCODE
               PERFORM V010-CHECK-CATEGORY THRU V010-EXIT
               IF WS-CODE-OK IS EQUAL TO 'N'
                  DISPLAY "NOT AN ACTIVE CATEGORY CODE - RE-ENTER"
               END-IF
           END-PERFORM
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "DATE RECEIVED (DD/MM/YYYY, BLANK FOR TODAY)"
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
           MOVE WS-DATE TO WS-RECEIVED-IN
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "DUE DATE (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "BILL NOT RECORDED - TRY AGAIN SHORTLY"
              GO TO H020-EXIT
           END-IF
           MOVE 0 TO WS-NEXT-BILL
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ BILL-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF BILL-NO > WS-NEXT-BILL
                        MOVE BILL-NO TO WS-NEXT-BILL
                     END-IF
              END-PERFORM
              CLOSE BILL-FILE
           END-IF
           ADD 1 TO WS-NEXT-BILL
           OPEN EXTEND BILL-FILE
           IF WS-BILL-STATUS IS EQUAL TO "35"
              OPEN OUTPUT BILL-FILE
           END-IF
           MOVE WS-NEXT-BILL   TO BILL-NO
           MOVE WS-PAYEE       TO BILL-PAYEE
           MOVE WS-DESC-IN     TO BILL-DESC
           MOVE WS-AMOUNT-IN   TO BILL-AMOUNT
           MOVE WS-CAT-IN      TO BILL-CATEGORY
           MOVE WS-RECEIVED-IN TO BILL-RECEIVED
           MOVE WS-DATE        TO BILL-DUE
           MOVE WS-REF-IN      TO BILL-REF
           MOVE 'O'            TO BILL-STATUS
           MOVE SPACES         TO BILL-PAID-DATE
           MOVE SPACES         TO BILL-EXP-KEY
           MOVE WS-SIGNON-USER TO BILL-PERSON
           WRITE BILL-RECORD
           CLOSE BILL-FILE
           MOVE "BILLADD"    TO WS-JRN-ACTION
           MOVE SPACES       TO WS-JRN-KEY
           MOVE WS-NEXT-BILL TO WS-JRN-KEY(1:6)
           MOVE SPACES       TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "BILL RECORDED AS NUMBER " WS-NEXT-BILL
           .
       H020-EXIT.
           EXIT.

       H030-PAY-BILL.
      **
      * Marks an open bill paid and posts the payment as an expense
      * - the bill's payee, description and category, the amount
      * actually paid (normally the amount due), the payment date
      * and method keyed now.  A payment dated in a closed period
      * is refused unless the administrator overrides it, exactly
      * as ADD-EXPENSE does.  A payment over the approval.ctl
      * amount limit, or dated further back than its day limit,
      * goes onto approvals.dat instead and the bill stays open.
      * The bill is read again once the lock is held, so a
      * payment or cancel made meanwhile at another terminal is
      * not repeated.
      **
           DISPLAY "ENTER BILL NUMBER TO PAY"
           ACCEPT WS-BILL-TXT
           PERFORM H110-BILL-NUMBER THRU H110-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              BILL-STATUS IS NOT EQUAL TO 'O'
              DISPLAY "NOT AN OPEN BILL: " WS-BILL-TXT
              GO TO H030-EXIT
           END-IF
           MOVE BILL-AMOUNT TO WS-AMT-EDIT
           DISPLAY BILL-PAYEE " " BILL-DESC " " WS-AMT-EDIT
                   " DUE " BILL-DUE
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "DATE PAID (DD/MM/YYYY, BLANK FOR TODAY)"
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
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "AMOUNT PAID (BLANK FOR THE AMOUNT DUE)"
               ACCEPT WS-BAL-IN
               IF WS-BAL-IN IS EQUAL TO SPACES
                  MOVE BILL-AMOUNT TO WS-BAL-PARSED
                  MOVE 'Y' TO WS-BAL-OK
               ELSE
                  PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'Y' AND
                  (WS-BAL-PARSED IS NOT GREATER THAN 0 OR
                   WS-BAL-PARSED IS GREATER THAN 999999.99)
                  MOVE 'N' TO WS-BAL-OK
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-PAID-AMOUNT
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "ENTER PAYMENT METHOD "
                       "(CASH/CARD/BANK TRANSFER)"
               ACCEPT WS-PAYMENT-METHOD
               MOVE WS-PAYMENT-METHOD TO WS-VCODE
               PERFORM V030-CHECK-PAYMENT THRU V030-EXIT
               IF WS-CODE-OK IS EQUAL TO 'N'
                  DISPLAY "NOT AN ACTIVE PAYMENT METHOD - RE-ENTER"
               END-IF
           END-PERFORM
           DISPLAY "SHARED HOUSEHOLD COST OR PERSONAL? (S/P)"
           ACCEPT WS-SHARE-FLAG
           IF WS-SHARE-FLAG IS EQUAL TO 's'
              MOVE 'S' TO WS-SHARE-FLAG
           END-IF
           IF WS-SHARE-FLAG IS NOT EQUAL TO 'S'
              MOVE 'P' TO WS-SHARE-FLAG
           END-IF
           MOVE WS-DATE TO WS-CHECK-DATE
           PERFORM P010-CHECK-PERIOD THRU P010-EXIT
           IF WS-PERIOD-CLOSED IS EQUAL TO 'Y'
              DISPLAY "PERIOD " WS-DATE(4:2) "/" WS-DATE(7:4)
                      " IS CLOSED"
              IF WS-SIGNON-LEVEL IS EQUAL TO 'A'
                 DISPLAY "SUPERVISOR OVERRIDE - POST ANYWAY? (Y/N)"
                 ACCEPT WS-OVERRIDE
              ELSE
                 DISPLAY "ONLY THE ADMINISTRATOR MAY OVERRIDE "
                         "A CLOSED PERIOD"
                 MOVE 'N' TO WS-OVERRIDE
              END-IF
              IF WS-OVERRIDE IS NOT EQUAL TO 'Y' AND
                 WS-OVERRIDE IS NOT EQUAL TO 'y'
                 DISPLAY "PAYMENT REFUSED - PERIOD CLOSED"
                 GO TO H030-EXIT
              END-IF
           END-IF
           PERFORM Q100-CHECK-HOLD THRU Q100-EXIT
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "PAYMENT NOT POSTED - TRY AGAIN SHORTLY"
              GO TO H030-EXIT
           END-IF
           MOVE WS-BILL-IN TO WS-FIND-BILL
           PERFORM H100-FIND-BILL THRU H100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              BILL-STATUS IS NOT EQUAL TO 'O'
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              DISPLAY "BILL " WS-BILL-IN " IS ALREADY PAID OR "
                      "CANCELLED - NOTHING POSTED"
              GO TO H030-EXIT
           END-IF
           PERFORM H050-POST-EXPENSE THRU H050-EXIT
           IF WS-HLD-WHY IS NOT EQUAL TO SPACE AND
              WS-HLD-NO IS NOT EQUAL TO 0
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              DISPLAY "PAYMENT HELD FOR APPROVAL - REFERENCE "
                      WS-HLD-NO
              DISPLAY "BILL " WS-BILL-IN " STAYS OPEN - ONCE THE "
                      "PAYMENT IS APPROVED, CANCEL IT AS PAID"
              GO TO H030-EXIT
           END-IF
           IF WS-PAID-KEY IS EQUAL TO SPACES
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              GO TO H030-EXIT
           END-IF
           MOVE WS-BILL-IN TO WS-FIND-BILL
           MOVE 'P' TO WS-NEW-STATUS
           PERFORM H120-SET-STATUS THRU H120-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "BILL " WS-BILL-IN " PAID - POSTED AS " WS-PAID-KEY
           .
       H030-EXIT.
           EXIT.

       H040-CANCEL-BILL.
      **
      * Cancels an open bill - sent in error, credited, or paid
      * some other way already on file - so it drops off the
      * reports.  Nothing is posted.  The bill is read again once
      * the lock is held, in case it was paid or cancelled
      * meanwhile at another terminal.
      **
           DISPLAY "ENTER BILL NUMBER TO CANCEL"
           ACCEPT WS-BILL-TXT
           PERFORM H110-BILL-NUMBER THRU H110-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              BILL-STATUS IS NOT EQUAL TO 'O'
              DISPLAY "NOT AN OPEN BILL: " WS-BILL-TXT
              GO TO H040-EXIT
           END-IF
           DISPLAY "CANCEL " BILL-PAYEE " " BILL-DESC "? (Y/N)"
           ACCEPT WS-ANSWER
           IF WS-ANSWER IS NOT EQUAL TO 'Y' AND
              WS-ANSWER IS NOT EQUAL TO 'y'
              DISPLAY "NOTHING DONE"
              GO TO H040-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "BILL NOT CANCELLED - TRY AGAIN SHORTLY"
              GO TO H040-EXIT
           END-IF
           MOVE WS-BILL-IN TO WS-FIND-BILL
           PERFORM H100-FIND-BILL THRU H100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              BILL-STATUS IS NOT EQUAL TO 'O'
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              DISPLAY "BILL " WS-BILL-IN " IS ALREADY PAID OR "
                      "CANCELLED - NOTHING DONE"
              GO TO H040-EXIT
           END-IF
           MOVE SPACES TO WS-DATE
           MOVE SPACES TO WS-PAID-KEY
           MOVE WS-BILL-IN TO WS-FIND-BILL
           MOVE 'X' TO WS-NEW-STATUS
           PERFORM H120-SET-STATUS THRU H120-EXIT
           MOVE "BILLCANC"   TO WS-JRN-ACTION
           MOVE SPACES       TO WS-JRN-KEY
           MOVE WS-BILL-IN   TO WS-JRN-KEY(1:6)
           MOVE SPACES       TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "BILL CANCELLED: " WS-BILL-IN
           .
       H040-EXIT.
           EXIT.

       H050-POST-EXPENSE.
      **
      * Writes the payment of the bill in BILL-RECORD onto
      * expenses.dat and carries it through the monthly totals,
      * the journal and the account balance.  WS-PAID-KEY comes
      * back with the new expense key, or blank when the file
      * would not open.  When Q100-CHECK-HOLD found the payment
      * must wait for approval, the record goes onto approvals.dat
      * instead - WS-HLD-NO comes back with its reference and the
      * key stays blank.  Called with the posting lock held.
      **
           MOVE SPACES TO WS-PAID-KEY
           MOVE 0 TO WS-HLD-NO
           OPEN I-O EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "35"
              OPEN OUTPUT EXP-FILE
              CLOSE EXP-FILE
              OPEN I-O EXP-FILE
           END-IF
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "expenses.dat WILL NOT OPEN FOR UPDATE - "
                      "STATUS " WS-EXP-STATUS
              DISPLAY "IF THE FILE PREDATES THE ALTERNATE KEYS, "
                      "RUN REBUILD-KEYS FIRST"
              GO TO H050-EXIT
           END-IF
           MOVE WS-DATE           TO EXP-DATE
           MOVE WS-PAID-AMOUNT    TO EXP-AMOUNT
           MOVE BILL-DESC         TO EXP-DESCRIPTION
           MOVE BILL-CATEGORY     TO EXP-CATEGORY
           MOVE WS-SIGNON-USER    TO EXP-PERSON
           MOVE WS-PAYMENT-METHOD TO EXP-PAYMENT-METHOD
           MOVE 'E' TO EXP-TYPE
           MOVE 0   TO EXP-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-IDX
           PERFORM UNTIL WS-SPLIT-IDX IS EQUAL TO 4
               ADD 1 TO WS-SPLIT-IDX
               MOVE SPACES TO EXP-SPLIT-CATEGORY(WS-SPLIT-IDX)
               MOVE 0      TO EXP-SPLIT-AMOUNT(WS-SPLIT-IDX)
           END-PERFORM
           MOVE WS-SHARE-FLAG TO EXP-SHARE-FLAG
           MOVE SPACE TO EXP-REIMB-FLAG
           MOVE 0     TO EXP-CLAIM-NO
           MOVE SPACE TO EXP-CLAIM-STATUS
           MOVE SPACES TO EXP-CURRENCY
           MOVE BILL-PAYEE TO EXP-PAYEE
           MOVE 0 TO EXP-MILEAGE-KM
           MOVE 0 TO EXP-MILEAGE-RATE
           MOVE SPACE TO EXP-GOAL-FLAG
           MOVE SPACES TO EXP-PROJECT
           MOVE SPACE TO EXP-GL-EXPORTED
           IF WS-HLD-WHY IS NOT EQUAL TO SPACE
              PERFORM Q110-WRITE-HOLD THRU Q110-EXIT
              CLOSE EXP-FILE
              GO TO H050-EXIT
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
           MOVE EXP-KEY(1:6) TO WS-MTT-YYYYMM
           MOVE EXP-AMOUNT   TO WS-MTT-DELTA
           PERFORM T500-BUMP-MONTH THRU T500-EXIT
           MOVE "ADD"     TO WS-JRN-ACTION
           MOVE EXP-KEY   TO WS-JRN-KEY
           MOVE FS-RECORD TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE WS-PAYMENT-METHOD TO WS-ACC-METHOD
           COMPUTE WS-ACC-DELTA = 0 - EXP-AMOUNT
           MOVE EXP-DATE   TO WS-ACC-DATE
           MOVE EXP-KEY    TO WS-ACC-KEY
           MOVE 'E'        TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           MOVE EXP-KEY TO WS-PAID-KEY
           CLOSE EXP-FILE
           .
       H050-EXIT.
           EXIT.

       H100-FIND-BILL.
      **
      * Looks WS-FIND-BILL up on bills.dat; WS-FOUND comes back 'Y'
      * with the record in BILL-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS IS NOT EQUAL TO "00"
              GO TO H100-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ BILL-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF BILL-NO IS EQUAL TO WS-FIND-BILL
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE BILL-FILE
           .
       H100-EXIT.
           EXIT.

       H110-BILL-NUMBER.
      **
      * Turns the keyed bill number in WS-BILL-TXT into WS-BILL-IN
      * (leading zeros optional) and looks it up.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 0 TO WS-BILL-IN
           IF WS-BILL-TXT IS EQUAL TO SPACES
              GO TO H110-EXIT
           END-IF
           MOVE 0 TO WS-SPLIT-IDX
           PERFORM UNTIL WS-BILL-TXT(6:1) IS NOT EQUAL TO SPACE
                      OR WS-SPLIT-IDX IS EQUAL TO 6
               ADD 1 TO WS-SPLIT-IDX
               MOVE WS-BILL-TXT(1:5) TO WS-BAL-JUST
               MOVE "0" TO WS-BILL-TXT(1:1)
               MOVE WS-BAL-JUST(1:5) TO WS-BILL-TXT(2:5)
           END-PERFORM
           IF WS-BILL-TXT IS NOT NUMERIC
              GO TO H110-EXIT
           END-IF
           MOVE WS-BILL-TXT TO WS-BILL-IN
           MOVE WS-BILL-IN TO WS-FIND-BILL
           PERFORM H100-FIND-BILL THRU H100-EXIT
           .
       H110-EXIT.
           EXIT.

       H120-SET-STATUS.
      **
      * Rewrites bills.dat with bill WS-FIND-BILL set to
      * WS-NEW-STATUS, the paid date WS-DATE and the expense key
      * WS-PAID-KEY.  Called with the posting lock held.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT BILL-FILE
           OPEN OUTPUT BILLTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ BILL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF BILL-NO IS EQUAL TO WS-FIND-BILL AND
                     WS-FOUND IS EQUAL TO 'N'
                     MOVE WS-NEW-STATUS TO BILL-STATUS
                     MOVE WS-DATE       TO BILL-PAID-DATE
                     MOVE WS-PAID-KEY   TO BILL-EXP-KEY
                     MOVE 'Y' TO WS-FOUND
                  END-IF
                  MOVE BILL-RECORD TO BILLTMP-RECORD
                  WRITE BILLTMP-RECORD
           END-PERFORM
           CLOSE BILL-FILE
           CLOSE BILLTMP-FILE
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT BILLTMP-FILE
           OPEN OUTPUT BILL-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ BILLTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE BILLTMP-RECORD TO BILL-RECORD
                  WRITE BILL-RECORD
           END-PERFORM
           CLOSE BILLTMP-FILE
           CLOSE BILL-FILE
           .
       H120-EXIT.
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
       V030-CHECK-PAYMENT.
      **
      * Accepts WS-VCODE when it is an active code on paymeth.dat.
      * An absent or empty master means maintained codes are not in
      * use for this field yet, so anything is accepted.
      **
           MOVE 'N' TO WS-CODE-SEEN
           MOVE 'N' TO WS-CODE-HIT
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PAY-FILE
           IF WS-PAY-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MST-EOF = 'Y'
                  READ PAY-FILE
                  AT END
                     MOVE 'Y' TO WS-MST-EOF
                  NOT AT END
                     MOVE 'Y' TO WS-CODE-SEEN
                     IF PAY-CODE IS EQUAL TO WS-VCODE AND
                        PAY-ACTIVE IS EQUAL TO 'A'
                        MOVE 'Y' TO WS-CODE-HIT
                     END-IF
              END-PERFORM
              CLOSE PAY-FILE
           END-IF
           IF WS-CODE-SEEN IS EQUAL TO 'N'
              MOVE 'Y' TO WS-CODE-OK
           ELSE
              MOVE WS-CODE-HIT TO WS-CODE-OK
           END-IF
           .
       V030-EXIT.
           EXIT.
       V050-CHECK-PAYEE.
      **
      * Accepts WS-PAYEE when it is an active code on payees.dat.
      * An absent or empty master means payees are not in use yet,
      * so anything is accepted.
      **
           MOVE 'N' TO WS-CODE-SEEN
           MOVE 'N' TO WS-CODE-HIT
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PYE-FILE
           IF WS-PYE-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MST-EOF = 'Y'
                  READ PYE-FILE
                  AT END
                     MOVE 'Y' TO WS-MST-EOF
                  NOT AT END
                     MOVE 'Y' TO WS-CODE-SEEN
                     IF PYE-CODE IS EQUAL TO WS-PAYEE AND
                        PYE-ACTIVE IS EQUAL TO 'A'
                        MOVE 'Y' TO WS-CODE-HIT
                     END-IF
              END-PERFORM
              CLOSE PYE-FILE
           END-IF
           IF WS-CODE-SEEN IS EQUAL TO 'N'
              MOVE 'Y' TO WS-CODE-OK
           ELSE
              MOVE WS-CODE-HIT TO WS-CODE-OK
           END-IF
           .
       V050-EXIT.
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
      * Appends one audit entry to journal.dat.  A payment is an
      * ADD carrying the new expense record as its after image;
      * recording or cancelling a bill is not an expense-record
      * change, so both images stay blank and the key carries the
      * bill number - the journal replay passes over those, as it
      * does a HOLD, keyed by its approvals.dat reference.
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
           MOVE "MAINTAIN-BILLS"    TO JRN-PROGRAM
           MOVE WS-JRN-ACTION       TO JRN-ACTION
           MOVE WS-JRN-KEY          TO JRN-KEY
           MOVE SPACES              TO JRN-BEFORE
           MOVE WS-JRN-AFTER        TO JRN-AFTER
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
           STRING "MAINTAIN-BILLS" DELIMITED BY SIZE
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
           MOVE "MAINTAIN-BILLS" TO LCK-PROGRAM
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
           MOVE "MAINTAIN-BILLS" TO AMV-PROGRAM
           MOVE WS-JRN-DATE      TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           .
       B500-EXIT.
           EXIT.

       Q100-CHECK-HOLD.
      **
      * Decides whether the payment must wait for approval instead
      * of going onto expenses.dat, on the same approval.ctl
      * limits as ADD-EXPENSE: WS-HLD-WHY comes back 'A' when the
      * amount paid is over the limit, 'D' when the payment is
      * dated further back than its day limit, 'B' for both and
      * space when it may post now.  Bills are paid in home
      * currency, so the amount needs no conversion.
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
              IF WS-PAID-AMOUNT > WS-APC-LIMIT
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
      * Appends the payment built in FS-RECORD to approvals.dat as
      * a pending item under the next reference number, with no
      * sequence number or key.  The monthly totals and the
      * account balance are left to APPROVE-POSTINGS, so they move
      * on the day the payment really posts.  The caller holds
      * the data-file lock.
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
           MOVE WS-SIGNON-USER   TO HLD-ENTERED-BY
           MOVE WS-JRN-DATE      TO HLD-ENTERED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-ENTERED(9:6)
           MOVE "MAINTAIN-BILLS" TO HLD-PROGRAM
           MOVE SPACES           TO HLD-REVIEWER
           MOVE SPACES           TO HLD-REVIEWED
           MOVE SPACES           TO HLD-NOTE
           MOVE SPACES           TO HLD-KEY
           MOVE FS-RECORD        TO HLD-IMAGE
           WRITE HLD-RECORD
           CLOSE HLD-FILE
           MOVE "HOLD"         TO WS-JRN-ACTION
           MOVE SPACES         TO WS-JRN-KEY
           MOVE WS-HLD-NO      TO WS-JRN-KEY(1:6)
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
       END PROGRAM MAINTAIN-BILLS.
