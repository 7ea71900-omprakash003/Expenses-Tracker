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
      * Statement lines held for approval instead of going straight onto
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
       01 WS-EXP-IDX               PIC 9(4).
       01 WS-HIT-IDX               PIC 9(4).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-UNM-OVERFLOW          PIC X(1) VALUE 'N'.
       01 WS-MATCH-COUNT           PIC 9(4) VALUE 0.
       01 WS-STMT-ONLY-COUNT       PIC 9(4) VALUE 0.
       01 WS-FILE-ONLY-COUNT       PIC 9(4) VALUE 0.
       01 WS-CDATE-OK              PIC X(1).
       01 WS-CUR-STATUS            PIC X(2).
       01 WS-CUR-EOF               PIC X(1).
       01 WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01 WS-RATE-FULL             PIC X(1) VALUE 'N'.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 2000 TIMES.
             10 WS-RATE-CODE       PIC X(3).
             10 WS-RATE-FROM       PIC 9(8).
             10 WS-RATE-RATE       PIC 9(3)V9(6).
       01 WS-RATE-IDX              PIC 9(4).
       01 WS-CVT-CMP               PIC 9(8).
       01 WS-CVT-BEST              PIC 9(8).
       01 WS-CVT-RATE              PIC 9(3)V9(6).
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-JRN-PERSON            PIC X(10).
       01 WS-JRN-ACTION            PIC X(8).
       01 WS-JRN-KEY               PIC X(16).
       01 WS-JRN-AFTER             PIC X(250).
       01 WS-UNM-COUNT             PIC 9(3) VALUE 0.
       01 WS-UNM-TABLE.
          05 WS-UNM-ENTRY OCCURS 200 TIMES.
       01 WS-POST-ANSWER           PIC X(1).
       01 WS-POST-CAT              PIC X(15).
       01 WS-POSTED-COUNT          PIC 9(3) VALUE 0.
       01 WS-HOLD-COUNT            PIC 9(3) VALUE 0.
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       01 WS-ACC-STATUS       PIC X(2).
       01 WS-ACC-EOF          PIC X(1).
       01 WS-ACC-HIT          PIC X(15).
       01 WS-AMV-STATUS       PIC X(2).
       01 WS-ACC-METHOD       PIC X(15).
       01 WS-ACC-DELTA        PIC S9(9)V99.
       01 WS-ACC-DATE         PIC X(10).
       01 WS-ACC-KEY          PIC X(16).
       01 WS-ACC-TYPE         PIC X(1).
       01 WS-BAL-IN           PIC X(13).
       01 WS-BAL-OK           PIC X(1).
       01 WS-BAL-NEG          PIC X(1).
       01 WS-BAL-POINT        PIC X(1).
       01 WS-BAL-CH           PIC X(1).
       01 WS-BAL-IDX          PIC 9(2).
       01 WS-BAL-INT          PIC X(9).
       01 WS-BAL-DEC          PIC X(2).
       01 WS-BAL-INT-LEN      PIC 9(2).
       01 WS-BAL-DEC-LEN      PIC 9(1).
       01 WS-BAL-JUST         PIC X(9).
       01 WS-BAL-POS          PIC 9(2).
       01 WS-BAL-BUILD        PIC X(11).
       01 WS-BAL-BUILD-N REDEFINES WS-BAL-BUILD PIC 9(9)V99.
       01 WS-BAL-PARSED       PIC S9(9)V99.
       01 WS-PRF-COMPUTED          PIC S9(11)V99.
       01 WS-PRF-DIFF              PIC S9(11)V99.
       01 WS-PRF-EDIT              PIC -(11)9.99.
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
                  " ON FILE ONLY"      DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
      * A full table leaves the match short - said plainly on the
      * report, and the run ends with return code 8.
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 1000 ENTRIES FOR THE METHOD - THE REST "
                TO REPORT-RECORD
              MOVE "WERE NOT MATCHED" TO REPORT-RECORD(50:16)
              WRITE REPORT-RECORD
           END-IF
           IF WS-UNM-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 200 UNKEYED LINES - ONLY THE FIRST 200 "
                TO REPORT-RECORD
              MOVE "CAN BE POSTED" TO REPORT-RECORD(50:13)
              WRITE REPORT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - FOREIGN ENTRIES "
                TO REPORT-RECORD
              MOVE "MAY NOT HAVE MATCHED" TO REPORT-RECORD(48:20)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "MATCH REPORT WRITTEN TO statement-match.rpt"
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-UNM-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE "
                      "statement-match.rpt"
           END-IF

      * With the expense or rate table short, a line shown as
      * unkeyed may be keyed after all - posting it would double it
      * up.
           IF WS-UNM-COUNT > 0 AND
              (WS-OVERFLOW IS EQUAL TO 'Y' OR
               WS-RATE-FULL IS EQUAL TO 'Y')
              DISPLAY "UNKEYED LINES NOT OFFERED FOR POSTING - THE "
                      "MATCH IS INCOMPLETE"
           END-IF
           IF WS-UNM-COUNT > 0 AND WS-OVERFLOW IS EQUAL TO 'N' AND
              WS-RATE-FULL IS EQUAL TO 'N'
              DISPLAY WS-UNM-COUNT " STATEMENT LINE(S) HAD NO "
                      "KEYED ENTRY"
              DISPLAY "WALK THEM NOW AND POST THE ONES YOU "
                 WS-POST-ANSWER IS EQUAL TO 'y'
                 PERFORM S010-POST-UNMATCHED THRU S010-EXIT
              END-IF
           END-IF
           PERFORM B600-PROVE-BALANCE THRU B600-EXIT
      * spooled only now - the balance proof may have been added to
      * the end of the report
           MOVE "statement-match.rpt" TO WS-SPOOL-REPORT
           MOVE "MATCH-STATEMENT"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "statement.dat AGAINST PAYMENT METHOD "
                                      DELIMITED BY SIZE
                  WS-METHOD-FILTER    DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-UNM-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.
      * read, the payment method under review, the usual sequence
      * number from expenses.ctl, a journal entry and the period
      * check - so reconciliation night stops re-keying what the
      * system already read.  A line over the approval.ctl amount
      * or day limit is held on approvals.dat for APPROVE-POSTINGS
      * instead, the same as a keyed entry.
      **
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY WS-POSTED-COUNT " STATEMENT LINE(S) POSTED TO "
                   "expenses.dat"
           IF WS-HOLD-COUNT > 0
              DISPLAY WS-HOLD-COUNT " STATEMENT LINE(S) HELD FOR "
                      "APPROVAL ON approvals.dat"
           END-IF
           .
       S010-EXIT.
           EXIT.
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
              DISPLAY "HELD FOR APPROVAL - REFERENCE " WS-HLD-NO
              GO TO S030-EXIT
           END-IF
           PERFORM A020-NEXT-SEQUENCE THRU A020-EXIT
           MOVE WS-NEXT-SEQ TO EXP-SEQ-NO
           MOVE EXP-DATE(7:4) TO WS-KEY-YYYY
           MOVE EXP-KEY(1:6) TO WS-MTT-YYYYMM
           MOVE EXP-AMOUNT   TO WS-MTT-DELTA
           PERFORM T500-BUMP-MONTH THRU T500-EXIT
           MOVE "ADD"      TO WS-JRN-ACTION
           MOVE EXP-KEY    TO WS-JRN-KEY
           MOVE FS-RECORD  TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE WS-METHOD-FILTER TO WS-ACC-METHOD
           COMPUTE WS-ACC-DELTA = 0 - EXP-AMOUNT
           MOVE EXP-DATE   TO WS-ACC-DATE
           MOVE EXP-KEY    TO WS-ACC-KEY
           MOVE 'E'        TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           CLOSE EXP-FILE
           ADD 1 TO WS-POSTED-COUNT
           DISPLAY "POSTED AS " EXP-KEY
           MOVE WS-JRN-TIME(1:6) TO JRN-TIMESTAMP(9:6)
           MOVE EXP-PERSON       TO JRN-PERSON
           MOVE "MATCH-STATEMENT" TO JRN-PROGRAM
           MOVE WS-JRN-ACTION    TO JRN-ACTION
           MOVE WS-JRN-KEY       TO JRN-KEY
           MOVE SPACES           TO JRN-BEFORE
           MOVE WS-JRN-AFTER     TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
                 MOVE STMT-DATE        TO WS-UNM-DATE(WS-UNM-COUNT)
                 MOVE STMT-AMOUNT      TO WS-UNM-AMOUNT(WS-UNM-COUNT)
                 MOVE STMT-DESCRIPTION TO WS-UNM-DESC(WS-UNM-COUNT)
              ELSE
                 MOVE 'Y' TO WS-UNM-OVERFLOW
              END-IF
              MOVE SPACES TO REPORT-RECORD
              STRING "NO ENTRY KEYED:"              DELIMITED BY SIZE
      * entry it settled - the keyed amount converts at the rate in
      * force on the expense's own date before matching.
      **
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-FULL
           MOVE 'N' TO WS-CUR-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
               AT END
                  MOVE 'Y' TO WS-CUR-EOF
               NOT AT END
                  IF CUR-FROM IS NUMERIC AND WS-RATE-COUNT < 2000
                     ADD 1 TO WS-RATE-COUNT
                     MOVE CUR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
                     MOVE CUR-FROM TO WS-RATE-FROM(WS-RATE-COUNT)
                     MOVE CUR-RATE TO WS-RATE-RATE(WS-RATE-COUNT)
                  ELSE
                     IF CUR-FROM IS NUMERIC
                        MOVE 'Y' TO WS-RATE-FULL
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE CUR-FILE
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
           MOVE "MATCH-STATEMENT" TO AMV-PROGRAM
           MOVE WS-JRN-DATE      TO AMV-STAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO AMV-STAMP(9:6)
           WRITE AMV-RECORD
           CLOSE AMV-FILE
           .
       B500-EXIT.
           EXIT.
       B600-PROVE-BALANCE.
      **
      * Closing-balance proof for the account the payment method
      * under review draws on: its opening balance plus every
      * movement dated up to the last statement line - including
      * anything just posted from the statement - must equal the
      * closing balance printed on the statement.  The proof is
      * appended to the match report.  No account mapped to the
      * method means there is nothing to prove.
      **
           MOVE 'N' TO WS-ACC-EOF
           MOVE SPACES TO WS-ACC-HIT
           OPEN INPUT ACC-FILE
           IF WS-ACC-STATUS IS NOT EQUAL TO "00"
              GO TO B600-EXIT
           END-IF
           PERFORM UNTIL WS-ACC-EOF = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-ACC-EOF
               NOT AT END
                  IF WS-ACC-HIT IS EQUAL TO SPACES AND
                     ACC-ACTIVE IS EQUAL TO 'A' AND
                     (ACC-PAYMETH IS EQUAL TO WS-METHOD-FILTER OR
                      ACC-CODE IS EQUAL TO WS-METHOD-FILTER)
                     MOVE ACC-CODE    TO WS-ACC-HIT
                     MOVE ACC-OPENING TO WS-PRF-COMPUTED
                  END-IF
           END-PERFORM
           CLOSE ACC-FILE
           IF WS-ACC-HIT IS EQUAL TO SPACES OR
              WS-STMT-MAX-CMP IS EQUAL TO 0
              GO TO B600-EXIT
           END-IF
           MOVE 'N' TO WS-ACC-EOF
           OPEN INPUT AMV-FILE
           IF WS-AMV-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-ACC-EOF = 'Y'
                  READ AMV-FILE
                  AT END
                     MOVE 'Y' TO WS-ACC-EOF
                  NOT AT END
                     IF AMV-ACCOUNT IS EQUAL TO WS-ACC-HIT
                        MOVE AMV-DATE TO WS-CDATE
                        PERFORM M200-CONVERT-DATE
                        IF WS-CCMP <= WS-STMT-MAX-CMP
                           ADD AMV-AMOUNT TO WS-PRF-COMPUTED
                        END-IF
                     END-IF
              END-PERFORM
              CLOSE AMV-FILE
           END-IF
           MOVE WS-PRF-COMPUTED TO WS-PRF-EDIT
           DISPLAY "ACCOUNT " WS-ACC-HIT " COMPUTED BALANCE "
                   WS-PRF-EDIT
           DISPLAY "STATEMENT CLOSING BALANCE (LEADING - IF "
                   "OVERDRAWN, BLANK TO SKIP THE PROOF)"
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               ACCEPT WS-BAL-IN
               IF WS-BAL-IN IS EQUAL TO SPACES
                  GO TO B600-EXIT
               END-IF
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED -999999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           COMPUTE WS-PRF-DIFF = WS-PRF-COMPUTED - WS-BAL-PARSED
           OPEN EXTEND REPORT-FILE
           MOVE "------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CLOSING BALANCE PROOF - ACCOUNT " DELIMITED BY SIZE
                  WS-ACC-HIT                         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MOVEMENTS TO " DELIMITED BY SIZE
                  WS-STMT-MAX-CMP(7:2) DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-STMT-MAX-CMP(5:2) DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WS-STMT-MAX-CMP(1:4) DELIMITED BY SIZE
                  ", COMPUTED BALANCE" DELIMITED BY SIZE
             INTO REPORT-RECORD
           MOVE WS-PRF-EDIT TO REPORT-RECORD(41:15)
           WRITE REPORT-RECORD
           MOVE WS-BAL-PARSED TO WS-PRF-EDIT
           MOVE "STATEMENT CLOSING BALANCE" TO REPORT-RECORD
           MOVE WS-PRF-EDIT TO REPORT-RECORD(41:15)
           WRITE REPORT-RECORD
           MOVE WS-PRF-DIFF TO WS-PRF-EDIT
           MOVE "DIFFERENCE" TO REPORT-RECORD
           MOVE WS-PRF-EDIT TO REPORT-RECORD(41:15)
           WRITE REPORT-RECORD
           IF WS-PRF-DIFF IS EQUAL TO 0
              MOVE "*** BALANCES ***" TO REPORT-RECORD
              DISPLAY "CLOSING BALANCE PROVED"
           ELSE
              MOVE "*** DOES NOT BALANCE ***" TO REPORT-RECORD
              DISPLAY "CLOSING BALANCE DOES NOT AGREE - DIFFERENCE "
                      WS-PRF-EDIT
           END-IF
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           .
       B600-EXIT.
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

       Q100-CHECK-HOLD.
      **
      * Decides whether the statement line must wait for approval
      * instead of going onto expenses.dat, on the same
      * approval.ctl limits as ADD-EXPENSE: WS-HLD-WHY comes back
      * 'A' when the amount is over the limit, 'D' when the line is
      * dated further back than its day limit, 'B' for both and
      * space when it may post now.
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
              IF WS-UNM-AMOUNT(WS-UNM-IDX) > WS-APC-LIMIT
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
              MOVE WS-UNM-DATE(WS-UNM-IDX)(7:4) TO WS-DN-YYYY
              MOVE WS-UNM-DATE(WS-UNM-IDX)(4:2) TO WS-DN-MM
              MOVE WS-UNM-DATE(WS-UNM-IDX)(1:2) TO WS-DN-DD
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
      * Appends the line built in FS-RECORD to approvals.dat as a
      * pending item under the next reference number, with no
      * sequence number or key.  The monthly totals and the account
      * balance are left to APPROVE-POSTINGS, so they move on the
      * day the line really posts.  Called with the posting lock
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
           MOVE EXP-PERSON       TO HLD-ENTERED-BY
           MOVE WS-JRN-DATE      TO HLD-ENTERED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-ENTERED(9:6)
           MOVE "MATCH-STATEMENT" TO HLD-PROGRAM
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
       END PROGRAM MATCH-STATEMENT.
