            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAK-FILE  ASSIGN TO "expenses.bak"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEL-FILE  ASSIGN TO "deleted.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEL-STATUS.
           SELECT FLG-FILE  ASSIGN TO "rewrite.flg"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLG-STATUS.
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
           SELECT HLD-FILE  ASSIGN TO "approvals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HLD-STATUS.
           SELECT APC-FILE  ASSIGN TO "approval.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APC-STATUS.
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
       FD BAK-FILE.
       01 BAK-RECORD.
        COPY expense_record.
       FD DEL-FILE.
       01 DEL-RECORD.
        COPY expense_record.
       FD FLG-FILE.
       01 FLG-RECORD.
          05 FLG-STATE        PIC X(8).
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
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE        PIC X(8).
          05 MTT-AMOUNT       PIC 9(11)V99.
       FD MTTTMP-FILE.
       01 MTTTMP-RECORD       PIC X(19).
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
      * Money accounts the payment methods draw on.  A new entry is
      * put on its account; an edit takes the old entry back off and
      * puts the new one on, each as a movement on acctmove.dat.
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
       01 WS-OLD-YYYYMM       PIC X(6).
       01 WS-OLD-AMOUNT       PIC 9(6)V99.
       01 WS-OLD-TYPE         PIC X(1).
       01 WS-OLD-GOAL         PIC X(1).
       01 WS-OLD-METHOD       PIC X(15).
       01 WS-OLD-CURRENCY     PIC X(3).
       01 WS-OLD-KEY          PIC X(16).
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
       01 WS-EXP-STATUS       PIC X(2).
       01 WS-CTL-STATUS       PIC X(2).
       01 WS-FLG-STATUS       PIC X(2).
       01 WS-DEL-STATUS       PIC X(2).
       01 WS-JRN-STATUS       PIC X(2).
       01 WS-PER-STATUS       PIC X(2).
       01 WS-CAT-STATUS       PIC X(2).
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
       01 SCR-PAYEE           PIC X(15).
       01 SCR-PROJECT         PIC X(8).
       01 WS-RUL-STATUS       PIC X(2).
       01 WS-RUL-EOF          PIC X(1).
       01 WS-RULE-DESC        PIC X(30).
       01 WS-JRN-AFTER        PIC X(250).
       01 WS-SIGNON-USER      PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL     PIC X(1)  EXTERNAL.
       01 WS-HLD-STATUS       PIC X(2).
       01 WS-HLD-EOF          PIC X(1).
       01 WS-HLD-WHY          PIC X(1) VALUE SPACE.
       01 WS-HLD-NO           PIC 9(6).
       01 WS-HLD-AGE          PIC S9(8).
       01 WS-HLD-TODAY        PIC X(8).
       01 WS-HLD-HOME         PIC 9(9)V99.
       01 WS-HLD-BEST         PIC 9(8).
       01 WS-HLD-FROM-NUM     PIC 9(8).
       01 WS-HLD-ENTRY-CMP    PIC 9(8).
       01 WS-HLD-IMAGE        PIC X(250).
       01 WS-HLD-ORIG-KEY     PIC X(16) VALUE SPACES.
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
       SCREEN SECTION.
      *-----------------------
       01 ENTRY-SCREEN.
          05 LINE 9  COLUMN 56 PIC X(15) USING SCR-PAYEE.
          05 LINE 11 COLUMN 5  VALUE "PERSON            :".
          05 LINE 11 COLUMN 26 PIC X(10) USING SCR-PERSON.
          05 LINE 11 COLUMN 45 VALUE "PROJECT  :".
          05 LINE 11 COLUMN 56 PIC X(8)  USING SCR-PROJECT.
          05 LINE 13 COLUMN 5  VALUE "PAYMENT METHOD    :".
          05 LINE 13 COLUMN 26 PIC X(15) USING SCR-PAY.
          05 LINE 13 COLUMN 45 VALUE "CURRENCY :".
           MOVE 'N' TO SCR-REIMB
           MOVE SPACES TO SCR-CURR
           MOVE SPACES TO SCR-PAYEE
           MOVE SPACES TO SCR-PROJECT
           .
       H010-EXIT.
           EXIT.
              MOVE "PAYEE IS NOT AN ACTIVE CODE" TO WS-MSG
              GO TO H110-EXIT
           END-IF
           MOVE SCR-PROJECT TO WS-PROJECT
           MOVE SCR-DATE TO WS-PRJ-DATE
           PERFORM V060-CHECK-PROJECT THRU V060-EXIT
           IF WS-CODE-OK IS EQUAL TO 'N'
              MOVE "PROJECT IS NOT OPEN ON THIS DATE" TO WS-MSG
              GO TO H110-EXIT
           END-IF
           IF SCR-SHARE IS EQUAL TO 's'
              MOVE 'S' TO SCR-SHARE
           END-IF
              DISPLAY "ENTRY REFUSED - MONTHLY ALLOWANCE REACHED"
              GO TO H200-EXIT
           END-IF
           PERFORM Q100-CHECK-HOLD THRU Q100-EXIT
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ENTRY NOT POSTED - TRY AGAIN SHORTLY"
           MOVE SCR-PAY    TO EXP-PAYMENT-METHOD IN FS-RECORD
           MOVE SCR-CURR   TO EXP-CURRENCY IN FS-RECORD
           MOVE SCR-PAYEE  TO EXP-PAYEE IN FS-RECORD
           MOVE SCR-PROJECT TO EXP-PROJECT IN FS-RECORD
           MOVE 0 TO EXP-MILEAGE-KM IN FS-RECORD
           MOVE 0 TO EXP-MILEAGE-RATE IN FS-RECORD
           MOVE SPACE TO EXP-GOAL-FLAG IN FS-RECORD
           MOVE SPACE TO EXP-GL-EXPORTED IN FS-RECORD
           MOVE 'E' TO EXP-TYPE IN FS-RECORD
           MOVE 0   TO EXP-SPLIT-COUNT IN FS-RECORD
           MOVE 0 TO WS-SPL-IDX
              MOVE 0     TO EXP-CLAIM-NO IN FS-RECORD
              MOVE SPACE TO EXP-CLAIM-STATUS IN FS-RECORD
           END-IF
           IF WS-HLD-WHY IS NOT EQUAL TO SPACE
              PERFORM Q110-WRITE-HOLD THRU Q110-EXIT
              CLOSE EXP-FILE
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              DISPLAY "ENTRY HELD FOR APPROVAL - REFERENCE " WS-HLD-NO
              DISPLAY "IT IS POSTED ONCE ANOTHER USER APPROVES IT"
              GO TO H200-EXIT
           END-IF
           PERFORM A020-NEXT-SEQUENCE THRU A020-EXIT
           MOVE WS-NEXT-SEQ TO EXP-SEQ-NO IN FS-RECORD
           MOVE EXP-DATE IN FS-RECORD (7:4) TO WS-KEY-YYYY
           MOVE SPACES     TO WS-JRN-BEFORE
           MOVE FS-RECORD  TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM B530-ENTRY-FROM-RECORD THRU B530-EXIT
           MOVE 'N' TO WS-ACC-REVERSE
           PERFORM B520-MOVE-ENTRY THRU B520-EXIT
           MOVE EXP-DATE IN FS-RECORD   TO WS-ALERT-DATE
           MOVE EXP-AMOUNT IN FS-RECORD TO WS-ALERT-AMOUNT
           CLOSE EXP-FILE
                     MOVE EXP-PAYMENT-METHOD IN FS-RECORD TO SCR-PAY
                     MOVE EXP-CURRENCY IN FS-RECORD       TO SCR-CURR
                     MOVE EXP-PAYEE IN FS-RECORD          TO SCR-PAYEE
                     MOVE EXP-PROJECT IN FS-RECORD      TO SCR-PROJECT
                     IF EXP-SHARE-FLAG IN FS-RECORD IS EQUAL TO 'S'
                        MOVE 'S' TO SCR-SHARE
                     ELSE
      * as EDIT-EXPENSE: survivors to expenses.tmp, prior generation
      * to expenses.bak, marker up during the copy-back.  A changed
      * date gets a fresh sequence and key the way EDIT-EXPENSE does.
      * A correction that raises the amount over the approval limit
      * or moves the date back past the day limit is held the way
      * EDIT-EXPENSE holds it: the record comes off the file as a
      * deletion and the corrected one goes to approvals.dat.
      **
      * The record's own month is checked first, the way EDIT-EXPENSE
      * does it - a record parked in a closed, reconciled month must

           MOVE 'N' TO WS-END-FILE
           MOVE 0 TO WS-LINE-NO
           MOVE SPACE TO WS-HLD-WHY
           MOVE 0 TO WS-HLD-NO
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO RECORDS ON FILE"
                       TO WS-OLD-YYYYMM
                     MOVE EXP-AMOUNT IN FS-RECORD TO WS-OLD-AMOUNT
                     MOVE EXP-TYPE IN FS-RECORD   TO WS-OLD-TYPE
                     MOVE EXP-GOAL-FLAG IN FS-RECORD TO WS-OLD-GOAL
                     MOVE EXP-PAYMENT-METHOD IN FS-RECORD
                       TO WS-OLD-METHOD
                     MOVE EXP-CURRENCY IN FS-RECORD TO WS-OLD-CURRENCY
                     MOVE EXP-KEY IN FS-RECORD TO WS-OLD-KEY
                     MOVE SCR-DATE   TO EXP-DATE IN FS-RECORD
                     MOVE SCR-AMOUNT TO WS-AMOUNT-IN
                     PERFORM A015-PARSE-AMOUNT THRU A015-EXIT
                          EXP-PAYMENT-METHOD IN FS-RECORD
                     MOVE SCR-CURR   TO EXP-CURRENCY IN FS-RECORD
                     MOVE SCR-PAYEE  TO EXP-PAYEE IN FS-RECORD
                     MOVE SCR-PROJECT TO EXP-PROJECT IN FS-RECORD
      * The form carries no split entry, so a split payment edited
      * here reverts to one whole-amount allocation - the table is
      * cleared the way EDIT-EXPENSE rewrites it, keeping the
                        MOVE 0     TO EXP-CLAIM-NO IN FS-RECORD
                        MOVE SPACE TO EXP-CLAIM-STATUS IN FS-RECORD
                     END-IF
                     PERFORM Q120-CHECK-EDIT-HOLD THRU Q120-EXIT
                  END-IF
                  IF WS-LINE-NO IS EQUAL TO WS-SEL-LINE AND
                     WS-HLD-WHY IS NOT EQUAL TO SPACE
                     PERFORM Q130-HOLD-EDIT THRU Q130-EXIT
                     MOVE 0 TO WS-SEL-LINE
                     MOVE 'N' TO WS-DATE-CHANGED
                  ELSE
                     MOVE FS-RECORD TO TMP-RECORD
                     WRITE TMP-RECORD
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           CLOSE TMP-FILE
                     MOVE EXP-KEY IN FS-RECORD TO WS-JRN-KEY
                     MOVE FS-RECORD TO WS-JRN-AFTER
                     PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
                     IF WS-OLD-TYPE IS NOT EQUAL TO 'I' AND
                        WS-OLD-GOAL IS NOT EQUAL TO 'G'
                        MOVE WS-OLD-YYYYMM TO WS-MTT-YYYYMM
                        COMPUTE WS-MTT-DELTA = 0 - WS-OLD-AMOUNT
                        PERFORM T500-BUMP-MONTH THRU T500-EXIT
                     END-IF
                     IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                        EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G'
                        MOVE EXP-KEY IN FS-RECORD (1:6)
                          TO WS-MTT-YYYYMM
                        MOVE EXP-AMOUNT IN FS-RECORD
                          TO WS-MTT-DELTA
                        PERFORM T500-BUMP-MONTH THRU T500-EXIT
                     END-IF
                     IF WS-OLD-AMOUNT IS NOT EQUAL TO
                        EXP-AMOUNT IN FS-RECORD OR
                        WS-OLD-METHOD IS NOT EQUAL TO
                        EXP-PAYMENT-METHOD IN FS-RECORD OR
                        WS-OLD-CURRENCY IS NOT EQUAL TO
                        EXP-CURRENCY IN FS-RECORD OR
                        WS-OLD-DATE IS NOT EQUAL TO
                        EXP-DATE IN FS-RECORD
                        MOVE WS-OLD-METHOD   TO WS-ACC-METHOD
                        MOVE WS-OLD-AMOUNT   TO WS-ACC-AMOUNT
                        MOVE WS-OLD-CURRENCY TO WS-ACC-CURRENCY
                        MOVE WS-OLD-DATE     TO WS-ACC-DATE
                        MOVE WS-OLD-KEY      TO WS-ACC-KEY
                        MOVE WS-OLD-TYPE     TO WS-ACC-TYPE
                        MOVE 'Y' TO WS-ACC-REVERSE
                        PERFORM B520-MOVE-ENTRY THRU B520-EXIT
                        PERFORM B530-ENTRY-FROM-RECORD THRU B530-EXIT
                        MOVE 'N' TO WS-ACC-REVERSE
                        PERFORM B520-MOVE-ENTRY THRU B520-EXIT
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE TMP-FILE
           WRITE FLG-RECORD
           CLOSE FLG-FILE
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           IF WS-HLD-WHY IS NOT EQUAL TO SPACE
              DISPLAY "CHANGE HELD FOR APPROVAL - REFERENCE "
                      WS-HLD-NO
              DISPLAY "THE ENTRY IS OFF expenses.dat UNTIL IT IS "
                      "APPROVED; IF REJECTED, RESTORE-EXPENSE PUTS "
                      "THE ORIGINAL BACK"
           ELSE
              DISPLAY "RECORD UPDATED"
           END-IF
           .
       H400-EXIT.
           EXIT.
                     WS-MTT-YYYYMM
                     MOVE 'Y' TO WS-ALERT-EOF
                  ELSE
                     IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                        EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G'
                        ADD EXP-AMOUNT IN FS-RECORD
                         TO WS-MTD-AFTER
                     END-IF
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
       E100-CHECK-ALLOWANCE.
      **
      * Holds SCR-PERSON to their monthly allowance on users.dat the
           .
       T510-EXIT.
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
              PERFORM Q105-HOME-AMOUNT THRU Q105-EXIT
              IF WS-HLD-HOME > WS-APC-LIMIT
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
              MOVE SCR-DATE(7:4) TO WS-DN-YYYY
              MOVE SCR-DATE(4:2) TO WS-DN-MM
              MOVE SCR-DATE(1:2) TO WS-DN-DD
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

       Q105-HOME-AMOUNT.
      **
      * The approval limit is in home currency: a foreign-currency
      * entry is converted at the currates.dat rate in force on the
      * entry date - the dated entry with the latest effective-from
      * on or before it.  A code with no usable rate is taken
      * unconverted.
      **
           MOVE WS-AMOUNT TO WS-HLD-HOME
           IF SCR-CURR IS EQUAL TO SPACES
              GO TO Q105-EXIT
           END-IF
           MOVE SCR-DATE(7:4) TO WS-SCAN-KEY(1:4)
           MOVE SCR-DATE(4:2) TO WS-SCAN-KEY(5:2)
           MOVE SCR-DATE(1:2) TO WS-SCAN-KEY(7:2)
           MOVE WS-SCAN-KEY(1:8) TO WS-HLD-ENTRY-CMP
           MOVE 0 TO WS-HLD-BEST
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
              GO TO Q105-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y'
               READ CUR-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF CUR-CODE IS EQUAL TO SCR-CURR AND
                     CUR-FROM IS NUMERIC
                     MOVE CUR-FROM TO WS-HLD-FROM-NUM
                     IF WS-HLD-FROM-NUM <= WS-HLD-ENTRY-CMP AND
                        WS-HLD-FROM-NUM >= WS-HLD-BEST
                        MOVE WS-HLD-FROM-NUM TO WS-HLD-BEST
                        COMPUTE WS-HLD-HOME ROUNDED =
                                WS-AMOUNT * CUR-RATE
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE CUR-FILE
           .
       Q105-EXIT.
           EXIT.

       Q110-WRITE-HOLD.
      **
      * Appends the record built in FS-RECORD to approvals.dat as
      * a pending item under the next reference number, with no
      * sequence number or key - APPROVE-POSTINGS gives it those
      * on the day it really posts.  A held correction carries the
      * original record's key, set by Q130-HOLD-EDIT, so that a
      * rejection can put the original back on the file.  The
      * caller holds the data-file lock.
      **
           MOVE 0      TO EXP-SEQ-NO IN FS-RECORD
           MOVE SPACES TO EXP-KEY IN FS-RECORD
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
           MOVE "EXPENSE-FORM"   TO HLD-PROGRAM
           MOVE SPACES           TO HLD-REVIEWER
           MOVE SPACES           TO HLD-REVIEWED
           MOVE SPACES           TO HLD-NOTE
           MOVE WS-HLD-ORIG-KEY  TO HLD-KEY
           MOVE FS-RECORD        TO HLD-IMAGE
           WRITE HLD-RECORD
           CLOSE HLD-FILE
           MOVE SPACES TO WS-HLD-ORIG-KEY
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

       Q120-CHECK-EDIT-HOLD.
      **
      * The hold test for a correction: Q100's limits, but only a
      * change the limit is about can hold the entry - a higher
      * amount or another currency for the amount limit, a new
      * date for the day limit - so correcting the description of
      * an old entry is never held.  Income is not held, nor an
      * entry paid from a savings goal - its goal draw is already
      * made, and approving it would draw a second time.
      **
           MOVE SPACE TO WS-HLD-WHY
           IF WS-OLD-TYPE IS EQUAL TO 'I' OR
              WS-OLD-GOAL IS EQUAL TO 'G'
              GO TO Q120-EXIT
           END-IF
           PERFORM Q100-CHECK-HOLD THRU Q100-EXIT
           IF WS-AMOUNT IS NOT GREATER THAN WS-OLD-AMOUNT AND
              SCR-CURR IS EQUAL TO WS-OLD-CURRENCY
              IF WS-HLD-WHY IS EQUAL TO 'A'
                 MOVE SPACE TO WS-HLD-WHY
              END-IF
              IF WS-HLD-WHY IS EQUAL TO 'B'
                 MOVE 'D' TO WS-HLD-WHY
              END-IF
           END-IF
           IF SCR-DATE IS EQUAL TO WS-OLD-DATE
              IF WS-HLD-WHY IS EQUAL TO 'D'
                 MOVE SPACE TO WS-HLD-WHY
              END-IF
              IF WS-HLD-WHY IS EQUAL TO 'B'
                 MOVE 'A' TO WS-HLD-WHY
              END-IF
           END-IF
           .
       Q120-EXIT.
           EXIT.

       Q130-HOLD-EDIT.
      **
      * Takes the record being corrected off the file the way
      * EDIT-EXPENSE deletes one - journal DELETE, a copy parked on
      * deleted.dat for RESTORE-EXPENSE, its month total and
      * account movement taken back - and puts the correction on
      * approvals.dat.  The original is in WS-JRN-BEFORE, the
      * correction in FS-RECORD; the caller leaves it off the temp
      * file, so it is gone from expenses.dat after the rebuild.
      **
           MOVE FS-RECORD     TO WS-HLD-IMAGE
           MOVE WS-JRN-BEFORE TO FS-RECORD
           MOVE EXP-KEY IN FS-RECORD TO WS-HLD-ORIG-KEY
           MOVE WS-SIGNON-USER TO WS-JRN-PERSON
           MOVE "DELETE"      TO WS-JRN-ACTION
           MOVE EXP-KEY IN FS-RECORD TO WS-JRN-KEY
           MOVE SPACES        TO WS-JRN-AFTER
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           OPEN EXTEND DEL-FILE
           IF WS-DEL-STATUS IS EQUAL TO "35"
              OPEN OUTPUT DEL-FILE
           END-IF
           MOVE FS-RECORD TO DEL-RECORD
           WRITE DEL-RECORD
           CLOSE DEL-FILE
           IF WS-OLD-TYPE IS NOT EQUAL TO 'I' AND
              WS-OLD-GOAL IS NOT EQUAL TO 'G'
              MOVE WS-OLD-YYYYMM TO WS-MTT-YYYYMM
              COMPUTE WS-MTT-DELTA = 0 - WS-OLD-AMOUNT
              PERFORM T500-BUMP-MONTH THRU T500-EXIT
           END-IF
           PERFORM B530-ENTRY-FROM-RECORD THRU B530-EXIT
           MOVE 'Y' TO WS-ACC-REVERSE
           PERFORM B520-MOVE-ENTRY THRU B520-EXIT
           MOVE WS-HLD-IMAGE  TO FS-RECORD
           PERFORM Q110-WRITE-HOLD THRU Q110-EXIT
           .
       Q130-EXIT.
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
           MOVE "EXPENSE-FORM"   TO AMV-PROGRAM
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
       END PROGRAM EXPENSE-FORM.
