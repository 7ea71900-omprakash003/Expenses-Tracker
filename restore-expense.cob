            FILE STATUS IS WS-MTT-STATUS.
           SELECT MTTTMP-FILE  ASSIGN TO "mtotals.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT ACC-FILE  ASSIGN TO "accounts.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACC-STATUS.
           SELECT ACCTMP-FILE  ASSIGN TO "accounts.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMV-FILE  ASSIGN TO "acctmove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AMV-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
          05 MTT-AMOUNT       PIC 9(11)V99.
       FD MTTTMP-FILE.
       01 MTTTMP-RECORD       PIC X(19).
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE         PIC X(3).
          05 CUR-FROM         PIC X(8).
          05 CUR-RATE         PIC 9(3)V9(6).
          05 CUR-ACTIVE       PIC X(1).
      * Money accounts the payment methods draw on.  Deleting an
      * entry took it back off its account, so restoring it puts it
      * on again as a movement on acctmove.dat.
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
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-MTT-STATUS       PIC X(2).
       01 WS-MTT-YYYYMM       PIC X(6).
       01 WS-MTT-DELTA        PIC S9(8)V99.
       01 WS-MTT-WORK         PIC S9(12)V99.
       01 WS-CUR-STATUS       PIC X(2).
       01 WS-ACC-STATUS       PIC X(2).
       01 WS-ACC-EOF          PIC X(1).
       01 WS-ACC-HIT          PIC X(15).
       01 WS-AMV-STATUS       PIC X(2).
       01 WS-ACC-METHOD       PIC X(15).
       01 WS-ACC-DELTA        PIC S9(9)V99.
       01 WS-ACC-DATE         PIC X(10).
       01 WS-ACC-KEY          PIC X(16).
       01 WS-ACC-TYPE         PIC X(1).
       01 WS-ACC-AMOUNT       PIC 9(6)V99.
       01 WS-ACC-CURRENCY     PIC X(3).
       01 WS-ACC-REVERSE      PIC X(1).
       01 WS-ACC-HOME         PIC 9(9)V99.
       01 WS-ACC-BEST         PIC 9(8).
       01 WS-ACC-FROM-NUM     PIC 9(8).
       01 WS-ACC-ENTRY        PIC X(8).
       01 WS-ACC-ENTRY-CMP    PIC 9(8).
       01 WS-LCK-STATUS       PIC X(2).
       01 WS-LOCK-OK          PIC X(1).
       01 WS-LOCK-HELD        PIC X(1) VALUE 'N'.
           IF WS-EXP-STATUS IS EQUAL TO "00" OR
              WS-EXP-STATUS IS EQUAL TO "02"
              MOVE 'Y' TO WS-RESTORED
              IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                 EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G'
                 MOVE EXP-KEY IN FS-RECORD (1:6) TO WS-MTT-YYYYMM
                 MOVE EXP-AMOUNT IN FS-RECORD    TO WS-MTT-DELTA
                 PERFORM T500-BUMP-MONTH THRU T500-EXIT
              END-IF
              PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
              PERFORM B530-ENTRY-FROM-RECORD THRU B530-EXIT
              MOVE 'N' TO WS-ACC-REVERSE
              PERFORM B520-MOVE-ENTRY THRU B520-EXIT
           ELSE
              DISPLAY "RESTORE FAILED - FILE STATUS " WS-EXP-STATUS
              DISPLAY "RECORD LEFT ON THE HOLDING FILE"
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
           MOVE "RESTORE-EXPENSE" TO AMV-PROGRAM
           MOVE WS-JRN-DATE      TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           .
       B500-EXIT.
           EXIT.
       B510-HOME-AMOUNT.
      **
      * Accounts are kept in home currency: an entry in foreign
      * currency moves its account by WS-ACC-AMOUNT converted at
      * the currates.dat rate in force on WS-ACC-DATE - the dated
      * entry with the latest effective-from on or before it.  A
      * code with no usable rate moves the account unconverted.
      **
           MOVE WS-ACC-AMOUNT TO WS-ACC-HOME
           IF WS-ACC-CURRENCY IS EQUAL TO SPACES
              GO TO B510-EXIT
           END-IF
           MOVE WS-ACC-DATE(7:4) TO WS-ACC-ENTRY(1:4)
           MOVE WS-ACC-DATE(4:2) TO WS-ACC-ENTRY(5:2)
           MOVE WS-ACC-DATE(1:2) TO WS-ACC-ENTRY(7:2)
           MOVE WS-ACC-ENTRY TO WS-ACC-ENTRY-CMP
           MOVE 0 TO WS-ACC-BEST
           MOVE 'N' TO WS-ACC-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
              GO TO B510-EXIT
           END-IF
           PERFORM UNTIL WS-ACC-EOF = 'Y'
               READ CUR-FILE
               AT END
                  MOVE 'Y' TO WS-ACC-EOF
               NOT AT END
                  IF CUR-CODE IS EQUAL TO WS-ACC-CURRENCY AND
                     CUR-FROM IS NUMERIC
                     MOVE CUR-FROM TO WS-ACC-FROM-NUM
                     IF WS-ACC-FROM-NUM <= WS-ACC-ENTRY-CMP AND
                        WS-ACC-FROM-NUM >= WS-ACC-BEST
                        MOVE WS-ACC-FROM-NUM TO WS-ACC-BEST
                        COMPUTE WS-ACC-HOME ROUNDED =
                                WS-ACC-AMOUNT * CUR-RATE
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE CUR-FILE
           .
       B510-EXIT.
           EXIT.
       B520-MOVE-ENTRY.
      **
      * Puts one expense entry on its account (WS-ACC-REVERSE 'N')
      * or takes it back off (WS-ACC-REVERSE 'Y').  The entry is
      * described by WS-ACC-METHOD/AMOUNT/CURRENCY/DATE/KEY/TYPE;
      * an expense draws money out, an income entry ('I') puts it
      * in, and a reversal moves the same home amount the other
      * way.  A change to an entry is one reversal of the old
      * values followed by one posting of the new.
      **
           PERFORM B510-HOME-AMOUNT THRU B510-EXIT
           IF WS-ACC-TYPE IS EQUAL TO 'I'
              MOVE WS-ACC-HOME TO WS-ACC-DELTA
           ELSE
              COMPUTE WS-ACC-DELTA = 0 - WS-ACC-HOME
           END-IF
           IF WS-ACC-REVERSE IS EQUAL TO 'Y'
              COMPUTE WS-ACC-DELTA = 0 - WS-ACC-DELTA
           END-IF
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           .
       B520-EXIT.
           EXIT.
       B530-ENTRY-FROM-RECORD.
      **
      * Describes the expense record in FS-RECORD to B520.
      **
           MOVE EXP-PAYMENT-METHOD IN FS-RECORD TO WS-ACC-METHOD
           MOVE EXP-AMOUNT IN FS-RECORD         TO WS-ACC-AMOUNT
           MOVE EXP-CURRENCY IN FS-RECORD       TO WS-ACC-CURRENCY
           MOVE EXP-DATE IN FS-RECORD           TO WS-ACC-DATE
           MOVE EXP-KEY IN FS-RECORD            TO WS-ACC-KEY
           MOVE EXP-TYPE IN FS-RECORD           TO WS-ACC-TYPE
           .
       B530-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM RESTORE-EXPENSE.
