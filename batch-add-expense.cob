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
      * Rows held for approval instead of going straight onto
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
       01 WS-MTT-STATUS       PIC X(2).
       01 WS-NEXT-SEQ         PIC 9(6).
       01 WS-END-FILE         PIC X(1) VALUE 'N'.
       01 WS-ADD-COUNT        PIC 9(6) VALUE 0.
       01 WS-HOLD-COUNT       PIC 9(6) VALUE 0.
       01 WS-REPORT-AMOUNT    PIC ZZZZZ9.99.
       01 WS-KEY-DATE.
           05 WS-KEY-YYYY     PIC 9(4).
       01 WS-JRN-KEY          PIC X(16).
       01 WS-JRN-BEFORE       PIC X(250).
       01 WS-JRN-AFTER        PIC X(250).
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
       01 WS-SIGNON-USER      PIC X(10) EXTERNAL.
       01 WS-SPOOL-REPORT     PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM    PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS      PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      * format record per expense to add) instead of an ACCEPT, and the
      * results go to batch-add.rpt instead of DISPLAY, so this can be
      * driven from JCL or a cron/scheduler job with no one at a
      * terminal.  A row over the approval.ctl amount or day limit
      * is held on approvals.dat for APPROVE-POSTINGS instead of
      * being added, the same as a keyed entry.
      **
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS NOT EQUAL TO "00"
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-HOLD-COUNT > 0
              MOVE SPACES TO REPORT-RECORD
              STRING WS-HOLD-COUNT DELIMITED BY SIZE
                     " ROW(S) HELD FOR APPROVAL ON approvals.dat"
                     DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ADD-COUNT DELIMITED BY SIZE
                  " ENTRIES ADDED FROM expenses.par" DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "batch-add.rpt"     TO WS-SPOOL-REPORT
           MOVE "BATCH-ADD-EXPENSE" TO WS-SPOOL-PROGRAM
           MOVE "ROWS FROM expenses.par" TO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT".
       MAIN-EXIT.
      * GOBACK rather than STOP RUN so the step also runs under the
      * BATCH-DRIVER job stream without ending the whole run unit;
           MOVE SPACES TO EXP-PAYEE
           MOVE 0 TO EXP-MILEAGE-KM
           MOVE 0 TO EXP-MILEAGE-RATE
           MOVE SPACE TO EXP-GOAL-FLAG
           MOVE SPACES TO EXP-PROJECT
           MOVE SPACE TO EXP-GL-EXPORTED
           PERFORM Q100-CHECK-HOLD THRU Q100-EXIT
           IF WS-HLD-WHY IS NOT EQUAL TO SPACE
              PERFORM Q110-WRITE-HOLD THRU Q110-EXIT
              CLOSE EXP-FILE
              ADD 1 TO WS-HOLD-COUNT
              MOVE PARM-AMOUNT TO WS-REPORT-AMOUNT
              MOVE SPACES TO REPORT-RECORD
              STRING "HELD (REF " DELIMITED BY SIZE
                     WS-HLD-NO DELIMITED BY SIZE
                     "): "     DELIMITED BY SIZE
                     PARM-DATE DELIMITED BY SIZE
                     "  "      DELIMITED BY SIZE
                     WS-REPORT-AMOUNT DELIMITED BY SIZE
                     "  "      DELIMITED BY SIZE
                     PARM-DESCRIPTION DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO K010-EXIT
           END-IF
           PERFORM A020-NEXT-SEQUENCE THRU A020-EXIT
           MOVE WS-NEXT-SEQ TO EXP-SEQ-NO
           MOVE EXP-DATE(7:4) TO WS-KEY-YYYY
           MOVE SPACES     TO WS-JRN-BEFORE
           MOVE FS-RECORD  TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE PARM-PAYMENT-METHOD TO WS-ACC-METHOD
           COMPUTE WS-ACC-DELTA = 0 - EXP-AMOUNT
           MOVE EXP-DATE   TO WS-ACC-DATE
           MOVE EXP-KEY    TO WS-ACC-KEY
           MOVE 'E'        TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           MOVE EXP-DATE   TO WS-ALERT-DATE
           MOVE EXP-AMOUNT TO WS-ALERT-AMOUNT
           CLOSE EXP-FILE
                  IF EXP-KEY(1:6) IS NOT EQUAL TO WS-MTT-YYYYMM
                     MOVE 'Y' TO WS-ALERT-EOF
                  ELSE
                     IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                        EXP-GOAL-FLAG IS NOT EQUAL TO 'G'
                        ADD EXP-AMOUNT TO WS-MTD-AFTER
                     END-IF
                  END-IF
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
           MOVE "BATCH-ADD-EXPENSE" TO AMV-PROGRAM
           MOVE WS-JRN-DATE      TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           .
       B500-EXIT.
           EXIT.
       Q100-CHECK-HOLD.
      **
      * Decides whether the row must wait for approval instead of
      * going onto expenses.dat, on the same approval.ctl limits as
      * ADD-EXPENSE: WS-HLD-WHY comes back 'A' when the amount is
      * over the limit, 'D' when the row is dated further back than
      * its day limit, 'B' for both and space when it may post now.
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
              IF PARM-AMOUNT > WS-APC-LIMIT
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
              MOVE PARM-DATE(7:4) TO WS-DN-YYYY
              MOVE PARM-DATE(4:2) TO WS-DN-MM
              MOVE PARM-DATE(1:2) TO WS-DN-DD
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
      * Appends the row built in FS-RECORD to approvals.dat as a
      * pending item under the next reference number, with no
      * sequence number or key.  The monthly totals and the budget
      * alerts are left to APPROVE-POSTINGS, so they move on the
      * day the row really posts.  Called with the posting lock
      * held.
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
              MOVE "BATCH" TO HLD-ENTERED-BY
           ELSE
              MOVE WS-SIGNON-USER TO HLD-ENTERED-BY
           END-IF
           MOVE WS-JRN-DATE      TO HLD-ENTERED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-ENTERED(9:6)
           MOVE "BATCH-ADD-EXPENSE" TO HLD-PROGRAM
           MOVE SPACES           TO HLD-REVIEWER
           MOVE SPACES           TO HLD-REVIEWED
           MOVE SPACES           TO HLD-NOTE
           MOVE SPACES           TO HLD-KEY
           MOVE FS-RECORD        TO HLD-IMAGE
           WRITE HLD-RECORD
           CLOSE HLD-FILE
           MOVE "BATCH"        TO WS-JRN-PERSON
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
       END PROGRAM BATCH-ADD-EXPENSE.
