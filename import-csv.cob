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
       01 WS-PSN-STATUS       PIC X(2).
       01 WS-PAY-STATUS       PIC X(2).
       01 WS-PYE-STATUS       PIC X(2).
       01 WS-PRJ-STATUS       PIC X(2).
       01 WS-PRJ-EOF          PIC X(1).
       01 WS-PROJECT          PIC X(8).
       01 WS-PRJ-DATE         PIC X(10).
       01 WS-PRJ-CMP          PIC 9(8).
       01 WS-PRJ-OPEN-CMP     PIC 9(8).
       01 WS-PRJ-CLOSE-CMP    PIC 9(8).
       01 WS-RUL-STATUS       PIC X(2).
       01 WS-RUL-EOF          PIC X(1).
       01 WS-RULE-DESC        PIC X(30).
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
       01 WS-SIGNON-USER      PIC X(10) EXTERNAL.
       01 WS-HELD-COUNT       PIC 9(6) VALUE 0.
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
      * The main procedure of the program. Loads expenses-import.csv -
      * comma-separated, optionally quoted, in the same column order
      * as the VIEW-RECORDS export header (DATE,AMOUNT,DESCRIPTION,
      * CATEGORY,PERSON,PAYMENT,SHARE) with optional PAYEE and
      * PROJECT code columns on the end.  Rows that pass the same
      * date and amount checks ADD-EXPENSE applies go to expenses.dat
      * through the normal key generation; anything else is written
      * to expenses-rejects.csv with the reason appended so the file
      * can be fixed up and resubmitted.  A good row over the
      * approval.ctl amount or day limit is held on approvals.dat
      * for APPROVE-POSTINGS instead, the same as a keyed entry.
      **
           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS IS NOT EQUAL TO "00"
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY WS-GOOD-COUNT " ROW(S) LOADED, "
                   WS-REJECT-COUNT " ROW(S) REJECTED"
           IF WS-HELD-COUNT > 0
              DISPLAY WS-HELD-COUNT " ROW(S) HELD FOR APPROVAL "
                      "ON approvals.dat"
           END-IF
           IF WS-REJECT-COUNT > 0
              DISPLAY "REJECTS WRITTEN TO expenses-rejects.csv"
           END-IF.
           MOVE WS-FIELD(1:1)  TO WS-FLD-SHARE
           PERFORM I020-GET-FIELD THRU I020-EXIT
           MOVE WS-FIELD(1:15) TO WS-FLD-PAYEE
           PERFORM I020-GET-FIELD THRU I020-EXIT
           MOVE WS-FIELD(1:8)  TO WS-PROJECT

           PERFORM I030-VALIDATE-DATE THRU I030-EXIT
           IF WS-VALID-DATE IS EQUAL TO 'N'
              PERFORM I050-WRITE-REJECT THRU I050-EXIT
              GO TO I010-EXIT
           END-IF
           MOVE WS-FLD-DATE TO WS-PRJ-DATE
           PERFORM V060-CHECK-PROJECT THRU V060-EXIT
           IF WS-CODE-OK IS EQUAL TO 'N'
              MOVE "UNKNOWN OR CLOSED PROJECT" TO WS-REASON
              PERFORM I050-WRITE-REJECT THRU I050-EXIT
              GO TO I010-EXIT
           END-IF

           PERFORM Q100-CHECK-HOLD THRU Q100-EXIT
           PERFORM I060-WRITE-EXPENSE THRU I060-EXIT
           IF WS-WRITE-OK IS EQUAL TO 'Y'
              ADD 1 TO WS-GOOD-COUNT
           END-IF
           IF WS-WRITE-OK IS EQUAL TO 'H'
              ADD 1 TO WS-HELD-COUNT
           END-IF
           .
       I010-EXIT.
           EXIT.
           MOVE WS-FLD-PAYEE TO EXP-PAYEE
           MOVE 0 TO EXP-MILEAGE-KM
           MOVE 0 TO EXP-MILEAGE-RATE
           MOVE SPACE TO EXP-GOAL-FLAG
           MOVE WS-PROJECT TO EXP-PROJECT
           MOVE SPACE TO EXP-GL-EXPORTED
           IF WS-HLD-WHY IS NOT EQUAL TO SPACE
              PERFORM Q110-WRITE-HOLD THRU Q110-EXIT
              MOVE 'H' TO WS-WRITE-OK
              CLOSE EXP-FILE
              GO TO I060-EXIT
           END-IF
           PERFORM A020-NEXT-SEQUENCE THRU A020-EXIT
           MOVE WS-NEXT-SEQ TO EXP-SEQ-NO
           MOVE EXP-DATE(7:4) TO WS-KEY-YYYY
           MOVE SPACES     TO WS-JRN-BEFORE
           MOVE FS-RECORD  TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           MOVE WS-FLD-PAY TO WS-ACC-METHOD
           COMPUTE WS-ACC-DELTA = 0 - EXP-AMOUNT
           MOVE EXP-DATE   TO WS-ACC-DATE
           MOVE EXP-KEY    TO WS-ACC-KEY
           MOVE 'E'        TO WS-ACC-TYPE
           PERFORM B500-MOVE-BALANCE THRU B500-EXIT
           CLOSE EXP-FILE
           .
       I060-EXIT.
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
       M100-MATCH-RULE.
      **
      * Scans the auto-categorization rules for the first active
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
           MOVE "IMPORT-CSV"     TO AMV-PROGRAM
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
      * Imported rows are in home currency, so the amount needs no
      * conversion.
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
              IF WS-AMOUNT > WS-APC-LIMIT
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
              MOVE WS-FLD-DATE(7:4) TO WS-DN-YYYY
              MOVE WS-FLD-DATE(4:2) TO WS-DN-MM
              MOVE WS-FLD-DATE(1:2) TO WS-DN-DD
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
      * sequence number or key.  The monthly totals and the
      * account balance are left to APPROVE-POSTINGS, so they move
      * on the day the row really posts.  Called with the import
      * lock held.
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
              MOVE "IMPORT" TO HLD-ENTERED-BY
           ELSE
              MOVE WS-SIGNON-USER TO HLD-ENTERED-BY
           END-IF
           MOVE WS-JRN-DATE      TO HLD-ENTERED(1:8)
           MOVE WS-JRN-TIME(1:6) TO HLD-ENTERED(9:6)
           MOVE "IMPORT-CSV"     TO HLD-PROGRAM
           MOVE SPACES           TO HLD-REVIEWER
           MOVE SPACES           TO HLD-REVIEWED
           MOVE SPACES           TO HLD-NOTE
           MOVE SPACES           TO HLD-KEY
           MOVE FS-RECORD        TO HLD-IMAGE
           WRITE HLD-RECORD
           CLOSE HLD-FILE
           MOVE "IMPORT"       TO WS-JRN-PERSON
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
       END PROGRAM IMPORT-CSV.
