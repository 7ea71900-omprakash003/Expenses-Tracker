           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
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
          05 LCK-PROGRAM      PIC X(18).
          05 LCK-STAMP        PIC X(14).
          05 LCK-TOKEN        PIC X(40).
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
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-REC.
       01 WS-LOCK-TOKEN       PIC X(40).
       01 WS-LCK-DATE         PIC X(8).
       01 WS-LCK-TIME         PIC X(8).
       01 WS-ACC-STATUS       PIC X(2).
       01 WS-ACC-EOF          PIC X(1).
       01 WS-ACC-HIT          PIC X(15).
       01 WS-AMV-STATUS       PIC X(2).
       01 WS-ACC-METHOD       PIC X(15).
       01 WS-ACC-DELTA        PIC S9(9)V99.
       01 WS-ACC-DATE         PIC X(10).
       01 WS-ACC-KEY          PIC X(16).
       01 WS-ACC-TYPE         PIC X(1).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE SPACES     TO WS-JRN-BEFORE
           MOVE FS-RECORD  TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE WS-PAYMENT-METHOD TO WS-ACC-METHOD
           MOVE WS-AMOUNT  TO WS-ACC-DELTA
           MOVE EXP-DATE   TO WS-ACC-DATE
           MOVE EXP-KEY    TO WS-ACC-KEY
           MOVE 'I'        TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           CLOSE EXP-FILE
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "INCOME RECORDED".
           .
       L020-EXIT.
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
           MOVE "ADD-INCOME"     TO AMV-PROGRAM
           MOVE WS-JRN-DATE      TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           .
       B500-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM ADD-INCOME.
