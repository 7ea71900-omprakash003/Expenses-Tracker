      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-ACCOUNTS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ACC-FILE  ASSIGN TO "accounts.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACC-STATUS.
           SELECT ACCTMP-FILE  ASSIGN TO "accounts.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMV-FILE  ASSIGN TO "acctmove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AMV-STATUS.
           SELECT PAY-FILE  ASSIGN TO "paymeth.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.
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
      * Money accounts - current account, cards, cash float - that
      * the payment methods draw on.  TYPE is 'B' bank, 'C' card or
      * 'H' cash held.  PAYMETH is the paymeth.dat code whose
      * postings move the account.  OPENING is the balance brought
      * in on OPEN-DATE; BALANCE is kept running by every posting
      * program and every movement is appended to acctmove.dat.
       FD ACC-FILE.
       01 ACC-RECORD.
          05 ACC-CODE              PIC X(15).
          05 ACC-NAME              PIC X(20).
          05 ACC-TYPE              PIC X(1).
          05 ACC-PAYMETH           PIC X(15).
          05 ACC-OPEN-DATE         PIC X(10).
          05 ACC-OPENING           PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ACC-BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ACC-ACTIVE            PIC X(1).
       FD ACCTMP-FILE.
       01 ACCTMP-RECORD            PIC X(86).
      * One line per movement of an account balance: the expense key
      * (or transfer reference) that moved it, the signed amount and
      * the movement type - 'E' expense, 'I' income, 'T' transfer.
       FD AMV-FILE.
       01 AMV-RECORD.
          05 AMV-ACCOUNT           PIC X(15).
          05 AMV-DATE              PIC X(10).
          05 AMV-KEY               PIC X(16).
          05 AMV-AMOUNT            PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 AMV-TYPE              PIC X(1).
          05 AMV-PROGRAM           PIC X(18).
          05 AMV-STAMP             PIC X(14).
       FD PAY-FILE.
       01 PAY-RECORD.
          05 PAY-CODE              PIC X(15).
          05 PAY-ACTIVE            PIC X(1).
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
       01 WS-ACC-STATUS            PIC X(2).
       01 WS-AMV-STATUS            PIC X(2).
       01 WS-PAY-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-PER-STATUS            PIC X(2).
       01 WS-PER-EOF               PIC X(1).
       01 WS-PERIOD-CLOSED         PIC X(1).
       01 WS-CHECK-DATE            PIC X(10).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-CODE-IN               PIC X(15).
       01 WS-NAME-IN               PIC X(20).
       01 WS-TYPE-IN               PIC X(1).
       01 WS-METHOD-IN             PIC X(15).
       01 WS-DATE                  PIC X(10).
       01 WS-FIND-ACC              PIC X(15).
       01 WS-FROM-ACC              PIC X(15).
       01 WS-TO-ACC                PIC X(15).
       01 WS-FROM-HIT              PIC X(1).
       01 WS-TO-HIT                PIC X(1).
       01 WS-XFER-AMOUNT           PIC S9(9)V99.
       01 WS-XFER-REF              PIC X(16).
       01 WS-OLD-OPENING           PIC S9(9)V99.
       01 WS-OPEN-DELTA            PIC S9(9)V99.
       01 WS-BAL-EDIT              PIC -(9)9.99.
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
      * The main procedure of the program. Maintains the accounts
      * master accounts.dat - the current account, cards and cash
      * float the payment methods draw on - and moves money between
      * accounts.  Accounts are retired rather than removed so the
      * movement history keyed under an old code still reads.  A
      * transfer is posted with the period check and the data-file
      * lock like any other posting, and leaves a journal entry and
      * a pair of movement lines behind it.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "A TO ADD AN ACCOUNT, R TO RETIRE ONE, L TO LIST,"
           DISPLAY "T TO TRANSFER BETWEEN ACCOUNTS, "
                   "O TO RESTATE AN OPENING BALANCE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM C020-ADD-ACCOUNT THRU C020-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM C030-RETIRE-ACCOUNT THRU C030-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM C010-LIST-ACCOUNTS THRU C010-EXIT
               WHEN 'T'
               WHEN 't'
                   PERFORM C040-TRANSFER THRU C040-EXIT
               WHEN 'O'
               WHEN 'o'
                   IF WS-SIGNON-LEVEL IS NOT EQUAL TO 'A'
                      DISPLAY "RESTATING AN OPENING BALANCE IS FOR "
                              "THE ADMINISTRATOR"
                   ELSE
                      PERFORM C050-RESTATE-OPENING THRU C050-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       C010-LIST-ACCOUNTS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ACC-FILE
           IF WS-ACC-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO ACCOUNTS ON FILE YET"
              GO TO C010-EXIT
           END-IF
           DISPLAY "ACCOUNT         NAME                 T "
                   "PAYMENT METHOD         BALANCE"
           DISPLAY "-----------------------------------------"
                   "------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE ACC-BALANCE TO WS-BAL-EDIT
                  IF ACC-ACTIVE IS EQUAL TO 'R'
                     DISPLAY ACC-CODE " " ACC-NAME " " ACC-TYPE " "
                             ACC-PAYMETH " " WS-BAL-EDIT " RETIRED"
                  ELSE
                     DISPLAY ACC-CODE " " ACC-NAME " " ACC-TYPE " "
                             ACC-PAYMETH " " WS-BAL-EDIT
                  END-IF
           END-PERFORM
           CLOSE ACC-FILE
           .
       C010-EXIT.
           EXIT.

       C020-ADD-ACCOUNT.
      **
      * Adds an account with its opening balance as at the date it
      * starts being tracked.  The running balance starts at the
      * opening figure; every later movement comes from postings
      * and transfers.
      **
           DISPLAY "ENTER NEW ACCOUNT CODE"
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO C020-EXIT
           END-IF
           MOVE WS-CODE-IN TO WS-FIND-ACC
           PERFORM C100-FIND-ACCOUNT THRU C100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "ACCOUNT ALREADY ON FILE: " WS-CODE-IN
              GO TO C020-EXIT
           END-IF
           DISPLAY "ACCOUNT NAME"
           ACCEPT WS-NAME-IN
           MOVE SPACE TO WS-TYPE-IN
           PERFORM UNTIL WS-TYPE-IN IS EQUAL TO 'B' OR
                         WS-TYPE-IN IS EQUAL TO 'C' OR
                         WS-TYPE-IN IS EQUAL TO 'H'
               DISPLAY "ACCOUNT TYPE - B BANK, C CARD, H CASH HELD"
               ACCEPT WS-TYPE-IN
               IF WS-TYPE-IN IS EQUAL TO 'b'
                  MOVE 'B' TO WS-TYPE-IN
               END-IF
               IF WS-TYPE-IN IS EQUAL TO 'c'
                  MOVE 'C' TO WS-TYPE-IN
               END-IF
               IF WS-TYPE-IN IS EQUAL TO 'h'
                  MOVE 'H' TO WS-TYPE-IN
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK IS EQUAL TO 'Y'
               DISPLAY "PAYMENT METHOD THAT DRAWS ON THIS ACCOUNT "
                       "(BLANK FOR TRANSFERS ONLY)"
               ACCEPT WS-METHOD-IN
               IF WS-METHOD-IN IS EQUAL TO SPACES
                  MOVE 'Y' TO WS-CODE-OK
               ELSE
                  MOVE WS-METHOD-IN TO WS-VCODE
                  PERFORM V030-CHECK-PAYMENT THRU V030-EXIT
                  IF WS-CODE-OK IS EQUAL TO 'N'
                     DISPLAY "NOT AN ACTIVE PAYMENT METHOD - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "OPENING BALANCE DATE (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "OPENING BALANCE (LEADING - IF OVERDRAWN "
                       "OR OWED ON A CARD)"
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED -999999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ACCOUNT NOT ADDED - TRY AGAIN SHORTLY"
              GO TO C020-EXIT
           END-IF
           OPEN EXTEND ACC-FILE
           IF WS-ACC-STATUS IS EQUAL TO "35"
              OPEN OUTPUT ACC-FILE
           END-IF
           MOVE WS-CODE-IN    TO ACC-CODE
           MOVE WS-NAME-IN    TO ACC-NAME
           MOVE WS-TYPE-IN    TO ACC-TYPE
           MOVE WS-METHOD-IN  TO ACC-PAYMETH
           MOVE WS-DATE       TO ACC-OPEN-DATE
           MOVE WS-BAL-PARSED TO ACC-OPENING
           MOVE WS-BAL-PARSED TO ACC-BALANCE
           MOVE 'A'           TO ACC-ACTIVE
           WRITE ACC-RECORD
           CLOSE ACC-FILE
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "ACCOUNT ADDED: " WS-CODE-IN
           .
       C020-EXIT.
           EXIT.

       C030-RETIRE-ACCOUNT.
           DISPLAY "ENTER ACCOUNT CODE TO RETIRE"
           ACCEPT WS-CODE-IN
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ACCOUNT NOT RETIRED - TRY AGAIN SHORTLY"
              GO TO C030-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ACC-FILE
           IF WS-ACC-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO ACCOUNTS ON FILE YET"
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              GO TO C030-EXIT
           END-IF
           OPEN OUTPUT ACCTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF ACC-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'R' TO ACC-ACTIVE
                     MOVE 'Y' TO WS-FOUND
                     IF ACC-BALANCE IS NOT EQUAL TO 0
                        MOVE ACC-BALANCE TO WS-BAL-EDIT
                        DISPLAY "NOTE: ACCOUNT STILL HOLDS "
                                WS-BAL-EDIT
                     END-IF
                  END-IF
                  MOVE ACC-RECORD TO ACCTMP-RECORD
                  WRITE ACCTMP-RECORD
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE ACCTMP-FILE
           PERFORM C110-COPY-BACK THRU C110-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "ACCOUNT RETIRED: " WS-CODE-IN
           ELSE
              DISPLAY "ACCOUNT NOT FOUND: " WS-CODE-IN
           END-IF
           .
       C030-EXIT.
           EXIT.

       C040-TRANSFER.
      **
      * Moves money from one active account to another - paying
      * off a card from the current account, drawing cash into the
      * float.  Nothing is written to expenses.dat: a transfer is
      * neither spending nor income, it only moves the two running
      * balances, so it is recorded as a pair of movement lines
      * under one reference and a journal entry naming it.
      **
           DISPLAY "TRANSFER FROM ACCOUNT"
           ACCEPT WS-FROM-ACC
           DISPLAY "TRANSFER TO ACCOUNT"
           ACCEPT WS-TO-ACC
           IF WS-FROM-ACC IS EQUAL TO WS-TO-ACC
              DISPLAY "FROM AND TO ARE THE SAME ACCOUNT - NOTHING DONE"
              GO TO C040-EXIT
           END-IF
           MOVE WS-FROM-ACC TO WS-FIND-ACC
           PERFORM C100-FIND-ACCOUNT THRU C100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              ACC-ACTIVE IS NOT EQUAL TO 'A'
              DISPLAY "NOT AN ACTIVE ACCOUNT: " WS-FROM-ACC
              GO TO C040-EXIT
           END-IF
           MOVE WS-TO-ACC TO WS-FIND-ACC
           PERFORM C100-FIND-ACCOUNT THRU C100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y' OR
              ACC-ACTIVE IS NOT EQUAL TO 'A'
              DISPLAY "NOT AN ACTIVE ACCOUNT: " WS-TO-ACC
              GO TO C040-EXIT
           END-IF
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "TRANSFER DATE (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "AMOUNT TO TRANSFER"
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
           MOVE WS-BAL-PARSED TO WS-XFER-AMOUNT
           MOVE WS-DATE TO WS-CHECK-DATE
           PERFORM P010-CHECK-PERIOD THRU P010-EXIT
           IF WS-PERIOD-CLOSED IS EQUAL TO 'Y'
              DISPLAY "PERIOD " WS-DATE(4:2) "/" WS-DATE(7:4)
                      " IS CLOSED - TRANSFER REFUSED"
              GO TO C040-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "TRANSFER NOT POSTED - TRY AGAIN SHORTLY"
              GO TO C040-EXIT
           END-IF
           MOVE 'N' TO WS-FROM-HIT
           MOVE 'N' TO WS-TO-HIT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ACC-FILE
           OPEN OUTPUT ACCTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF ACC-CODE IS EQUAL TO WS-FROM-ACC AND
                     WS-FROM-HIT IS EQUAL TO 'N'
                     SUBTRACT WS-XFER-AMOUNT FROM ACC-BALANCE
                     MOVE 'Y' TO WS-FROM-HIT
                  END-IF
                  IF ACC-CODE IS EQUAL TO WS-TO-ACC AND
                     WS-TO-HIT IS EQUAL TO 'N'
                     ADD WS-XFER-AMOUNT TO ACC-BALANCE
                     MOVE 'Y' TO WS-TO-HIT
                  END-IF
                  MOVE ACC-RECORD TO ACCTMP-RECORD
                  WRITE ACCTMP-RECORD
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE ACCTMP-FILE
           PERFORM C110-COPY-BACK THRU C110-EXIT
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE SPACES TO WS-XFER-REF
           STRING "T"              DELIMITED BY SIZE
                  WS-JRN-DATE      DELIMITED BY SIZE
                  WS-JRN-TIME(1:6) DELIMITED BY SIZE
             INTO WS-XFER-REF
           OPEN EXTEND AMV-FILE
           IF WS-AMV-STATUS IS EQUAL TO "35"
              OPEN OUTPUT AMV-FILE
           END-IF
           MOVE WS-FROM-ACC         TO AMV-ACCOUNT
           MOVE WS-DATE             TO AMV-DATE
           MOVE WS-XFER-REF         TO AMV-KEY
           COMPUTE AMV-AMOUNT = 0 - WS-XFER-AMOUNT
           MOVE 'T'                 TO AMV-TYPE
           MOVE "MAINTAIN-ACCOUNTS" TO AMV-PROGRAM
           MOVE WS-JRN-DATE         TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6)    TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           MOVE WS-TO-ACC           TO AMV-ACCOUNT
           MOVE WS-XFER-AMOUNT      TO AMV-AMOUNT
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           MOVE "TRANSFER"  TO WS-JRN-ACTION
           MOVE WS-XFER-REF TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           MOVE WS-XFER-AMOUNT TO WS-BAL-EDIT
           DISPLAY "TRANSFERRED " WS-BAL-EDIT " FROM " WS-FROM-ACC
           DISPLAY "         TO " WS-TO-ACC " - REFERENCE " WS-XFER-REF
           .
       C040-EXIT.
           EXIT.

       C050-RESTATE-OPENING.
      **
      * Corrects an opening balance keyed wrongly when the account
      * was set up.  The running balance moves by the same
      * difference so it stays equal to the opening balance plus
      * every movement since, and the correction is journalled
      * under the account code.
      **
           DISPLAY "ENTER ACCOUNT CODE"
           ACCEPT WS-CODE-IN
           MOVE WS-CODE-IN TO WS-FIND-ACC
           PERFORM C100-FIND-ACCOUNT THRU C100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "ACCOUNT NOT FOUND: " WS-CODE-IN
              GO TO C050-EXIT
           END-IF
           MOVE ACC-OPENING TO WS-BAL-EDIT
           DISPLAY "OPENING BALANCE ON FILE: " WS-BAL-EDIT
                   " AS AT " ACC-OPEN-DATE
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "CORRECT OPENING BALANCE"
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED -999999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "NOTHING CHANGED - TRY AGAIN SHORTLY"
              GO TO C050-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ACC-FILE
           OPEN OUTPUT ACCTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF ACC-CODE IS EQUAL TO WS-CODE-IN
                     MOVE ACC-OPENING TO WS-OLD-OPENING
                     COMPUTE WS-OPEN-DELTA = WS-BAL-PARSED
                                           - WS-OLD-OPENING
                     MOVE WS-BAL-PARSED TO ACC-OPENING
                     ADD WS-OPEN-DELTA TO ACC-BALANCE
                  END-IF
                  MOVE ACC-RECORD TO ACCTMP-RECORD
                  WRITE ACCTMP-RECORD
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE ACCTMP-FILE
           PERFORM C110-COPY-BACK THRU C110-EXIT
           MOVE "OPENING"  TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           MOVE WS-OPEN-DELTA TO WS-BAL-EDIT
           DISPLAY "OPENING BALANCE RESTATED - RUNNING BALANCE MOVED "
                   "BY " WS-BAL-EDIT
           .
       C050-EXIT.
           EXIT.

       C100-FIND-ACCOUNT.
      **
      * Looks WS-FIND-ACC up on accounts.dat; WS-FOUND comes back
      * 'Y' with the record in ACC-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT ACC-FILE
           IF WS-ACC-STATUS IS NOT EQUAL TO "00"
              GO TO C100-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF ACC-CODE IS EQUAL TO WS-FIND-ACC
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE ACC-FILE
           .
       C100-EXIT.
           EXIT.

       C110-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ACCTMP-FILE
           OPEN OUTPUT ACC-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ACCTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE ACCTMP-RECORD TO ACC-RECORD
                  WRITE ACC-RECORD
           END-PERFORM
           CLOSE ACCTMP-FILE
           CLOSE ACC-FILE
           .
       C110-EXIT.
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
      * Appends one audit entry to journal.dat.  Account events are
      * not expense-record changes, so both images stay blank and
      * the key carries the transfer reference or account code -
      * the journal replay passes over them.
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
           MOVE "MAINTAIN-ACCOUNTS" TO JRN-PROGRAM
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
           STRING "MAINTAIN-ACCOUNTS" DELIMITED BY SIZE
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
           MOVE "MAINTAIN-ACCOUNTS" TO LCK-PROGRAM
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
       END PROGRAM MAINTAIN-ACCOUNTS.
