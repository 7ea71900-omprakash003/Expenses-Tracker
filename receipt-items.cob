      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RECEIPT-ITEMS.
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
           SELECT ITM-FILE  ASSIGN TO "items.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ITM-STATUS.
           SELECT RCP-FILE  ASSIGN TO "receipts.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RCP-STATUS.
           SELECT RLN-FILE  ASSIGN TO "receipt-lines.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RLN-STATUS.
           SELECT RLNTMP-FILE  ASSIGN TO "receipt-lines.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD ITM-FILE.
       01 ITM-RECORD.
          05 ITM-CODE              PIC X(8).
          05 ITM-NAME              PIC X(30).
          05 ITM-UNIT              PIC X(4).
          05 ITM-CATEGORY          PIC X(15).
          05 ITM-ACTIVE            PIC X(1).
       FD RCP-FILE.
       01 RCP-RECORD.
          05 RCP-KEY               PIC X(16).
          05 RCP-REF               PIC X(15).
          05 RCP-VENDOR            PIC X(20).
          05 RCP-FLAG              PIC X(1).
       FD RLN-FILE.
       01 RLN-RECORD.
        COPY receipt_line.
       FD RLNTMP-FILE.
       01 RLNTMP-RECORD            PIC X(89).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE             PIC X(8).
          05 LCK-USER              PIC X(10).
          05 LCK-PROGRAM           PIC X(18).
          05 LCK-STAMP             PIC X(14).
          05 LCK-TOKEN             PIC X(40).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-ITM-STATUS            PIC X(2).
       01 WS-RCP-STATUS            PIC X(2).
       01 WS-RLN-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-DONE                  PIC X(1).
       01 WS-DATE                  PIC X(10).
       01 WS-VALID-DATE            PIC X(1).
       01 WS-VDD-TXT               PIC X(2).
       01 WS-VMM-TXT               PIC X(2).
       01 WS-VYYYY-TXT             PIC X(4).
       01 WS-VDD-NUM               PIC 9(2).
       01 WS-VMM-NUM               PIC 9(2).
       01 WS-SCAN-KEY              PIC X(16).
       01 WS-SCAN-EOF              PIC X(1).
       01 WS-DAY-COUNT             PIC 9(2).
       01 WS-DAY-TABLE.
          05 WS-DAY-KEY            PIC X(16) OCCURS 50 TIMES.
       01 WS-DAY-IDX               PIC 9(2).
       01 WS-SEL-IN                PIC X(2).
       01 WS-SEL-NUM               PIC 9(2).
       01 WS-PICKED                PIC X(1).
      * the expense the receipt belongs to, kept once it is chosen
       01 WS-SEL-RECORD.
        COPY expense_record.
       01 WS-PAYEE                 PIC X(15).
       01 WS-ITM-COUNT             PIC 9(3) VALUE 0.
       01 WS-ITM-TABLE.
          05 WS-ITM-ENTRY OCCURS 500 TIMES.
             10 WS-TI-CODE         PIC X(8).
             10 WS-TI-NAME         PIC X(30).
             10 WS-TI-UNIT         PIC X(4).
             10 WS-TI-CATEGORY     PIC X(15).
             10 WS-TI-ACTIVE       PIC X(1).
       01 WS-ITM-IDX               PIC 9(3).
       01 WS-ITM-FOUND             PIC 9(3).
      * the lines of the receipt being worked on
       01 WS-LN-COUNT              PIC 9(2) VALUE 0.
       01 WS-LN-TABLE.
          05 WS-LN-ENTRY OCCURS 60 TIMES.
             10 WS-LN-ITEM         PIC X(8).
             10 WS-LN-QTY          PIC 9(5)V999.
             10 WS-LN-UNIT         PIC X(4).
             10 WS-LN-PRICE        PIC 9(5)V9999.
             10 WS-LN-AMOUNT       PIC 9(6)V99.
             10 WS-LN-SPLIT        PIC 9(1).
             10 WS-LN-CATEGORY     PIC X(15).
       01 WS-LN-IDX                PIC 9(2).
       01 WS-LN-NEXT               PIC 9(2).
       01 WS-ITEM-IN               PIC X(8).
       01 WS-SPLIT-IN              PIC X(1).
       01 WS-SPLIT-NUM             PIC 9(1).
       01 WS-SPLIT-DEFAULT         PIC 9(1).
       01 WS-SPL-IDX               PIC 9(1).
       01 WS-SPLIT-COUNT           PIC 9(1).
       01 WS-LINES-TOTAL           PIC 9(7)V99.
       01 WS-SPLIT-TOTAL           PIC 9(7)V99.
       01 WS-DIFF                  PIC S9(7)V99.
       01 WS-RECONCILED            PIC X(1).
       01 WS-AMT-EDIT              PIC Z(5)9.99.
       01 WS-TOT-EDIT              PIC Z(6)9.99.
       01 WS-DIFF-EDIT             PIC -(7)9.99.
       01 WS-QTY-EDIT              PIC Z(4)9.999.
       01 WS-PRICE-EDIT            PIC Z(4)9.9999.
       01 WS-NUM-IN                PIC X(13).
       01 WS-NUM-MAXDEC            PIC 9(1).
       01 WS-NUM-OK                PIC X(1).
       01 WS-NUM-POINT             PIC X(1).
       01 WS-NUM-CH                PIC X(1).
       01 WS-NUM-IDX               PIC 9(2).
       01 WS-NUM-INT               PIC X(9).
       01 WS-NUM-DEC               PIC X(3).
       01 WS-NUM-INT-LEN           PIC 9(2).
       01 WS-NUM-DEC-LEN           PIC 9(1).
       01 WS-NUM-JUST              PIC X(9).
       01 WS-NUM-POS               PIC 9(2).
       01 WS-NUM-BUILD             PIC X(12).
       01 WS-NUM-BUILD-N REDEFINES WS-NUM-BUILD PIC 9(9)V999.
       01 WS-NUM-PARSED            PIC 9(9)V999.
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
      * The main procedure of the program. Breaks the receipt behind
      * one expense into its item lines - what was bought, how much
      * of it in the item's unit of measure, and the line total as
      * printed - so the price paid per litre, kilo or each can be
      * followed over time by PRICE-HISTORY.  The expense is picked
      * by its date.  The lines are kept here until they add up to
      * the expense amount (and, for a split expense, each split's
      * lines to that split's amount); only then can they be filed
      * to receipt-lines.dat, replacing any filed before.  Filing
      * with no lines left takes the breakdown off.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           PERFORM R100-LOAD-ITEMS THRU R100-EXIT
           IF WS-ITM-COUNT IS EQUAL TO 0
              DISPLAY "NO ITEMS ON THE ITEM MASTER - SET THEM UP "
                      "FIRST (ITEM MASTER ON THE MENU)"
              GO TO MAIN-EXIT
           END-IF
           PERFORM R200-PICK-EXPENSE THRU R200-EXIT
           IF WS-PICKED IS NOT EQUAL TO 'Y'
              GO TO MAIN-EXIT
           END-IF
           IF EXP-TYPE IN WS-SEL-RECORD IS EQUAL TO 'I'
              DISPLAY "THAT IS AN INCOME ENTRY - NOTHING TO ITEMISE"
              GO TO MAIN-EXIT
           END-IF
           MOVE 0 TO WS-SPLIT-COUNT
           IF EXP-SPLIT-COUNT IN WS-SEL-RECORD IS NUMERIC
              MOVE EXP-SPLIT-COUNT IN WS-SEL-RECORD TO WS-SPLIT-COUNT
           END-IF
           PERFORM R250-FIND-PAYEE THRU R250-EXIT
           PERFORM R300-LOAD-LINES THRU R300-EXIT
           PERFORM R310-SHOW-EXPENSE THRU R310-EXIT
           IF WS-LN-COUNT > 0
              PERFORM R400-SHOW-LINES THRU R400-EXIT
           END-IF
           PERFORM R410-SHOW-BALANCE THRU R410-EXIT

           MOVE 'N' TO WS-DONE
           PERFORM UNTIL WS-DONE IS EQUAL TO 'Y'
               DISPLAY "A TO ADD A LINE, D TO DELETE ONE, L TO LIST, "
                       "F TO FILE THE LINES, Q TO QUIT WITHOUT FILING"
               MOVE SPACE TO WS-ACTION
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM R500-ADD-LINE THRU R500-EXIT
                       PERFORM R410-SHOW-BALANCE THRU R410-EXIT
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM R520-DELETE-LINE THRU R520-EXIT
                       PERFORM R410-SHOW-BALANCE THRU R410-EXIT
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM R400-SHOW-LINES THRU R400-EXIT
                       PERFORM R410-SHOW-BALANCE THRU R410-EXIT
                   WHEN 'F'
                   WHEN 'f'
                       PERFORM R600-FILE-LINES THRU R600-EXIT
                   WHEN 'Q'
                   WHEN 'q'
                       DISPLAY "NOTHING FILED"
                       MOVE 'Y' TO WS-DONE
                   WHEN OTHER
                       DISPLAY "WRONG INPUT"
               END-EVALUATE
           END-PERFORM.
       MAIN-EXIT.
           GOBACK.

       R100-LOAD-ITEMS.
           MOVE 0 TO WS-ITM-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ITM-FILE
           IF WS-ITM-STATUS IS NOT EQUAL TO "00"
              GO TO R100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ITM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF WS-ITM-COUNT < 500
                     ADD 1 TO WS-ITM-COUNT
                     MOVE ITM-CODE     TO WS-TI-CODE(WS-ITM-COUNT)
                     MOVE ITM-NAME     TO WS-TI-NAME(WS-ITM-COUNT)
                     MOVE ITM-UNIT     TO WS-TI-UNIT(WS-ITM-COUNT)
                     MOVE ITM-CATEGORY TO WS-TI-CATEGORY(WS-ITM-COUNT)
                     MOVE ITM-ACTIVE   TO WS-TI-ACTIVE(WS-ITM-COUNT)
                  END-IF
           END-PERFORM
           CLOSE ITM-FILE
           .
       R100-EXIT.
           EXIT.

       R200-PICK-EXPENSE.
      **
      * Lists the expenses posted on the date given - EXP-KEY starts
      * with YYYYMMDD, so the scan STARTs at the day and stops at
      * its end - and takes the one picked into WS-SEL-RECORD.
      **
           MOVE 'N' TO WS-PICKED
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "DATE OF THE EXPENSE (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE LOW-VALUES TO WS-SCAN-KEY
           MOVE WS-DATE(7:4) TO WS-SCAN-KEY(1:4)
           MOVE WS-DATE(4:2) TO WS-SCAN-KEY(5:2)
           MOVE WS-DATE(1:2) TO WS-SCAN-KEY(7:2)
           MOVE 0 TO WS-DAY-COUNT
           MOVE 'N' TO WS-SCAN-EOF
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO RECORDS ON FILE"
              GO TO R200-EXIT
           END-IF
           MOVE WS-SCAN-KEY TO EXP-KEY IN FS-RECORD
           START EXP-FILE KEY IS NOT LESS THAN EXP-KEY IN FS-RECORD
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                  IF EXP-KEY IN FS-RECORD (1:8) IS NOT EQUAL TO
                     WS-SCAN-KEY(1:8) OR WS-DAY-COUNT IS EQUAL TO 50
                     MOVE 'Y' TO WS-SCAN-EOF
                  ELSE
                     ADD 1 TO WS-DAY-COUNT
                     MOVE EXP-KEY IN FS-RECORD
                       TO WS-DAY-KEY(WS-DAY-COUNT)
                     MOVE EXP-AMOUNT IN FS-RECORD TO WS-AMT-EDIT
                     DISPLAY WS-DAY-COUNT "  " WS-AMT-EDIT " "
                             EXP-CURRENCY IN FS-RECORD " "
                             EXP-DESCRIPTION IN FS-RECORD " "
                             EXP-PAYEE IN FS-RECORD
                  END-IF
           END-PERFORM
           IF WS-DAY-COUNT IS EQUAL TO 0
              CLOSE EXP-FILE
              DISPLAY "NO EXPENSES POSTED ON " WS-DATE
              GO TO R200-EXIT
           END-IF
           DISPLAY "LINE NUMBER OF THE EXPENSE (0 TO CANCEL)"
           ACCEPT WS-SEL-IN
           IF WS-SEL-IN(2:1) IS EQUAL TO SPACE
              MOVE WS-SEL-IN(1:1) TO WS-SEL-IN(2:1)
              MOVE "0" TO WS-SEL-IN(1:1)
           END-IF
           IF WS-SEL-IN IS NOT NUMERIC
              CLOSE EXP-FILE
              DISPLAY "CANCELLED"
              GO TO R200-EXIT
           END-IF
           MOVE WS-SEL-IN TO WS-SEL-NUM
           IF WS-SEL-NUM IS EQUAL TO 0 OR WS-SEL-NUM > WS-DAY-COUNT
              CLOSE EXP-FILE
              DISPLAY "CANCELLED"
              GO TO R200-EXIT
           END-IF
           MOVE WS-DAY-KEY(WS-SEL-NUM) TO EXP-KEY IN FS-RECORD
           MOVE 'N' TO WS-SCAN-EOF
           START EXP-FILE KEY IS NOT LESS THAN EXP-KEY IN FS-RECORD
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF
           END-START
           IF WS-SCAN-EOF IS EQUAL TO 'N'
              READ EXP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF
              NOT AT END
                 IF EXP-KEY IN FS-RECORD IS EQUAL TO
                    WS-DAY-KEY(WS-SEL-NUM)
                    MOVE FS-RECORD TO WS-SEL-RECORD
                    MOVE 'Y' TO WS-PICKED
                 END-IF
              END-READ
           END-IF
           CLOSE EXP-FILE
           IF WS-PICKED IS NOT EQUAL TO 'Y'
              DISPLAY "THAT EXPENSE HAS GONE FROM THE FILE"
           END-IF
           .
       R200-EXIT.
           EXIT.

       R250-FIND-PAYEE.
      **
      * The payee the prices are kept against: the expense's own
      * payee, or the vendor on the receipts register when the
      * expense was keyed without one.
      **
           MOVE EXP-PAYEE IN WS-SEL-RECORD TO WS-PAYEE
           IF WS-PAYEE IS NOT EQUAL TO SPACES
              GO TO R250-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RCP-FILE
           IF WS-RCP-STATUS IS NOT EQUAL TO "00"
              GO TO R250-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RCP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF RCP-KEY IS EQUAL TO EXP-KEY IN WS-SEL-RECORD AND
                     RCP-VENDOR IS NOT EQUAL TO SPACES
                     MOVE RCP-VENDOR TO WS-PAYEE
                  END-IF
           END-PERFORM
           CLOSE RCP-FILE
           .
       R250-EXIT.
           EXIT.

       R300-LOAD-LINES.
      **
      * Brings in the lines already filed for the expense, tying
      * each back to its split by category.
      **
           MOVE 0 TO WS-LN-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RLN-FILE
           IF WS-RLN-STATUS IS NOT EQUAL TO "00"
              GO TO R300-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RLN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF RLN-KEY IS EQUAL TO EXP-KEY IN WS-SEL-RECORD AND
                     WS-LN-COUNT < 60
                     ADD 1 TO WS-LN-COUNT
                     MOVE RLN-ITEM       TO WS-LN-ITEM(WS-LN-COUNT)
                     MOVE RLN-QUANTITY   TO WS-LN-QTY(WS-LN-COUNT)
                     MOVE RLN-UNIT       TO WS-LN-UNIT(WS-LN-COUNT)
                     MOVE RLN-UNIT-PRICE TO WS-LN-PRICE(WS-LN-COUNT)
                     MOVE RLN-AMOUNT     TO WS-LN-AMOUNT(WS-LN-COUNT)
                     MOVE RLN-CATEGORY   TO WS-LN-CATEGORY(WS-LN-COUNT)
                     MOVE 0 TO WS-LN-SPLIT(WS-LN-COUNT)
                     MOVE 0 TO WS-SPL-IDX
                     PERFORM UNTIL WS-SPL-IDX IS EQUAL TO WS-SPLIT-COUNT
                         ADD 1 TO WS-SPL-IDX
                         IF EXP-SPLIT-CATEGORY IN WS-SEL-RECORD
                            (WS-SPL-IDX) IS EQUAL TO RLN-CATEGORY AND
                            WS-LN-SPLIT(WS-LN-COUNT) IS EQUAL TO 0
                            MOVE WS-SPL-IDX TO WS-LN-SPLIT(WS-LN-COUNT)
                         END-IF
                     END-PERFORM
                  END-IF
           END-PERFORM
           CLOSE RLN-FILE
           .
       R300-EXIT.
           EXIT.

       R310-SHOW-EXPENSE.
           MOVE EXP-AMOUNT IN WS-SEL-RECORD TO WS-AMT-EDIT
           DISPLAY "EXPENSE " EXP-DATE IN WS-SEL-RECORD " "
                   EXP-DESCRIPTION IN WS-SEL-RECORD " " WS-AMT-EDIT
                   " " EXP-CURRENCY IN WS-SEL-RECORD
           DISPLAY "PAYEE " WS-PAYEE "  CATEGORY "
                   EXP-CATEGORY IN WS-SEL-RECORD
           MOVE 0 TO WS-SPL-IDX
           PERFORM UNTIL WS-SPL-IDX IS EQUAL TO WS-SPLIT-COUNT
               ADD 1 TO WS-SPL-IDX
               MOVE EXP-SPLIT-AMOUNT IN WS-SEL-RECORD (WS-SPL-IDX)
                 TO WS-AMT-EDIT
               DISPLAY "  SPLIT " WS-SPL-IDX " "
                       EXP-SPLIT-CATEGORY IN WS-SEL-RECORD (WS-SPL-IDX)
                       " " WS-AMT-EDIT
           END-PERFORM
           .
       R310-EXIT.
           EXIT.

       R400-SHOW-LINES.
           IF WS-LN-COUNT IS EQUAL TO 0
              DISPLAY "NO ITEM LINES YET"
              GO TO R400-EXIT
           END-IF
           DISPLAY "LN ITEM        QUANTITY UNIT  UNIT PRICE     AMOUNT"
                   " CATEGORY"
           MOVE 0 TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX IS EQUAL TO WS-LN-COUNT
               ADD 1 TO WS-LN-IDX
               MOVE WS-LN-QTY(WS-LN-IDX)    TO WS-QTY-EDIT
               MOVE WS-LN-PRICE(WS-LN-IDX)  TO WS-PRICE-EDIT
               MOVE WS-LN-AMOUNT(WS-LN-IDX) TO WS-AMT-EDIT
               DISPLAY WS-LN-IDX " " WS-LN-ITEM(WS-LN-IDX) " "
                       WS-QTY-EDIT " " WS-LN-UNIT(WS-LN-IDX) " "
                       WS-PRICE-EDIT " " WS-AMT-EDIT " "
                       WS-LN-CATEGORY(WS-LN-IDX)
           END-PERFORM
           .
       R400-EXIT.
           EXIT.

       R410-SHOW-BALANCE.
      **
      * Sets the lines against the expense: their total against
      * EXP-AMOUNT and, for a split expense, each split's lines
      * against that split.  WS-RECONCILED comes back 'Y' only when
      * every figure agrees to the penny.
      **
           MOVE 'Y' TO WS-RECONCILED
           MOVE 0 TO WS-LINES-TOTAL
           MOVE 0 TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX IS EQUAL TO WS-LN-COUNT
               ADD 1 TO WS-LN-IDX
               ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-LINES-TOTAL
           END-PERFORM
           COMPUTE WS-DIFF = EXP-AMOUNT IN WS-SEL-RECORD
                           - WS-LINES-TOTAL
           MOVE WS-LINES-TOTAL TO WS-TOT-EDIT
           MOVE WS-DIFF TO WS-DIFF-EDIT
           IF WS-DIFF IS EQUAL TO 0
              DISPLAY "LINES TOTAL " WS-TOT-EDIT " - AGREES WITH THE "
                      "EXPENSE"
           ELSE
              MOVE 'N' TO WS-RECONCILED
              IF WS-DIFF > 0
                 DISPLAY "LINES TOTAL " WS-TOT-EDIT " - "
                         WS-DIFF-EDIT " STILL TO ITEMISE"
              ELSE
                 DISPLAY "LINES TOTAL " WS-TOT-EDIT " - OVER THE "
                         "EXPENSE BY " WS-DIFF-EDIT
              END-IF
           END-IF
           MOVE 0 TO WS-SPL-IDX
           PERFORM UNTIL WS-SPL-IDX IS EQUAL TO WS-SPLIT-COUNT
               ADD 1 TO WS-SPL-IDX
               MOVE 0 TO WS-SPLIT-TOTAL
               MOVE 0 TO WS-LN-IDX
               PERFORM UNTIL WS-LN-IDX IS EQUAL TO WS-LN-COUNT
                   ADD 1 TO WS-LN-IDX
                   IF WS-LN-SPLIT(WS-LN-IDX) IS EQUAL TO WS-SPL-IDX
                      ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-SPLIT-TOTAL
                   END-IF
               END-PERFORM
               COMPUTE WS-DIFF =
                       EXP-SPLIT-AMOUNT IN WS-SEL-RECORD (WS-SPL-IDX)
                       - WS-SPLIT-TOTAL
               IF WS-DIFF IS NOT EQUAL TO 0
                  MOVE 'N' TO WS-RECONCILED
                  MOVE WS-SPLIT-TOTAL TO WS-TOT-EDIT
                  MOVE WS-DIFF TO WS-DIFF-EDIT
                  DISPLAY "  SPLIT " WS-SPL-IDX " "
                          EXP-SPLIT-CATEGORY IN WS-SEL-RECORD
                          (WS-SPL-IDX) " LINES " WS-TOT-EDIT
                          " DIFFERENCE " WS-DIFF-EDIT
               END-IF
           END-PERFORM
           .
       R410-EXIT.
           EXIT.

       R500-ADD-LINE.
      **
      * One item line: the item (which fixes the unit of measure),
      * the quantity in that unit, and the line total as printed.
      * The unit price is worked out from the two, so the lines
      * always add up to what the receipt says whatever rounding
      * the shop did.  On a split expense the line is put against
      * one split, the split carrying the item's usual category
      * being offered first.
      **
           IF WS-LN-COUNT IS EQUAL TO 60
              DISPLAY "A RECEIPT MAY HAVE AT MOST 60 LINES"
              GO TO R500-EXIT
           END-IF
           MOVE 0 TO WS-ITM-FOUND
           PERFORM UNTIL WS-ITM-FOUND > 0
               DISPLAY "ITEM CODE (? TO LIST THE ITEMS, BLANK TO "
                       "CANCEL)"
               MOVE SPACES TO WS-ITEM-IN
               ACCEPT WS-ITEM-IN
               IF WS-ITEM-IN IS EQUAL TO SPACES
                  GO TO R500-EXIT
               END-IF
               IF WS-ITEM-IN IS EQUAL TO "?"
                  PERFORM R510-LIST-ITEMS THRU R510-EXIT
               ELSE
                  MOVE 0 TO WS-ITM-IDX
                  PERFORM UNTIL WS-ITM-IDX IS EQUAL TO WS-ITM-COUNT
                      ADD 1 TO WS-ITM-IDX
                      IF WS-TI-CODE(WS-ITM-IDX) IS EQUAL TO
                         WS-ITEM-IN AND
                         WS-TI-ACTIVE(WS-ITM-IDX) IS NOT EQUAL TO 'N'
                         MOVE WS-ITM-IDX TO WS-ITM-FOUND
                      END-IF
                  END-PERFORM
                  IF WS-ITM-FOUND IS EQUAL TO 0
                     DISPLAY "NOT AN ACTIVE ITEM: " WS-ITEM-IN
                  END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-NUM-OK
           PERFORM UNTIL WS-NUM-OK IS EQUAL TO 'Y'
               DISPLAY "QUANTITY IN " WS-TI-UNIT(WS-ITM-FOUND)
                       " (UP TO 3 DECIMAL PLACES)"
               ACCEPT WS-NUM-IN
               MOVE 3 TO WS-NUM-MAXDEC
               PERFORM A016-PARSE-NUMBER THRU A016-EXIT
               IF WS-NUM-OK IS EQUAL TO 'Y' AND
                  (WS-NUM-PARSED IS EQUAL TO 0 OR
                   WS-NUM-PARSED > 99999.999)
                  MOVE 'N' TO WS-NUM-OK
               END-IF
               IF WS-NUM-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID QUANTITY - EXPECTED 99999.999, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           ADD 1 TO WS-LN-COUNT
           MOVE WS-NUM-PARSED TO WS-LN-QTY(WS-LN-COUNT)
           MOVE 'N' TO WS-NUM-OK
           PERFORM UNTIL WS-NUM-OK IS EQUAL TO 'Y'
               DISPLAY "LINE AMOUNT AS ON THE RECEIPT"
               ACCEPT WS-NUM-IN
               MOVE 2 TO WS-NUM-MAXDEC
               PERFORM A016-PARSE-NUMBER THRU A016-EXIT
               IF WS-NUM-OK IS EQUAL TO 'Y' AND
                  (WS-NUM-PARSED IS EQUAL TO 0 OR
                   WS-NUM-PARSED > 999999.99)
                  MOVE 'N' TO WS-NUM-OK
               END-IF
               IF WS-NUM-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-NUM-PARSED TO WS-LN-AMOUNT(WS-LN-COUNT)
           MOVE WS-TI-CODE(WS-ITM-FOUND) TO WS-LN-ITEM(WS-LN-COUNT)
           MOVE WS-TI-UNIT(WS-ITM-FOUND) TO WS-LN-UNIT(WS-LN-COUNT)
           COMPUTE WS-LN-PRICE(WS-LN-COUNT) ROUNDED =
                   WS-LN-AMOUNT(WS-LN-COUNT) / WS-LN-QTY(WS-LN-COUNT)
           MOVE 0 TO WS-LN-SPLIT(WS-LN-COUNT)
           MOVE EXP-CATEGORY IN WS-SEL-RECORD
             TO WS-LN-CATEGORY(WS-LN-COUNT)
           IF WS-SPLIT-COUNT IS EQUAL TO 0
              GO TO R500-EXIT
           END-IF
           MOVE 0 TO WS-SPLIT-DEFAULT
           MOVE 0 TO WS-SPL-IDX
           PERFORM UNTIL WS-SPL-IDX IS EQUAL TO WS-SPLIT-COUNT
               ADD 1 TO WS-SPL-IDX
               IF EXP-SPLIT-CATEGORY IN WS-SEL-RECORD (WS-SPL-IDX)
                  IS EQUAL TO WS-TI-CATEGORY(WS-ITM-FOUND) AND
                  WS-SPLIT-DEFAULT IS EQUAL TO 0
                  MOVE WS-SPL-IDX TO WS-SPLIT-DEFAULT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SPLIT-NUM
           PERFORM UNTIL WS-SPLIT-NUM > 0
               IF WS-SPLIT-DEFAULT > 0
                  DISPLAY "WHICH SPLIT DOES THE LINE BELONG TO (1-"
                          WS-SPLIT-COUNT ", BLANK FOR "
                          WS-SPLIT-DEFAULT ")"
               ELSE
                  DISPLAY "WHICH SPLIT DOES THE LINE BELONG TO (1-"
                          WS-SPLIT-COUNT ")"
               END-IF
               MOVE SPACE TO WS-SPLIT-IN
               ACCEPT WS-SPLIT-IN
               IF WS-SPLIT-IN IS EQUAL TO SPACE
                  MOVE WS-SPLIT-DEFAULT TO WS-SPLIT-NUM
               ELSE
                  IF WS-SPLIT-IN IS NUMERIC
                     MOVE WS-SPLIT-IN TO WS-SPLIT-NUM
                     IF WS-SPLIT-NUM > WS-SPLIT-COUNT
                        MOVE 0 TO WS-SPLIT-NUM
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           MOVE WS-SPLIT-NUM TO WS-LN-SPLIT(WS-LN-COUNT)
           MOVE EXP-SPLIT-CATEGORY IN WS-SEL-RECORD (WS-SPLIT-NUM)
             TO WS-LN-CATEGORY(WS-LN-COUNT)
           .
       R500-EXIT.
           EXIT.

       R510-LIST-ITEMS.
           MOVE 0 TO WS-ITM-IDX
           PERFORM UNTIL WS-ITM-IDX IS EQUAL TO WS-ITM-COUNT
               ADD 1 TO WS-ITM-IDX
               IF WS-TI-ACTIVE(WS-ITM-IDX) IS NOT EQUAL TO 'N'
                  DISPLAY WS-TI-CODE(WS-ITM-IDX) " "
                          WS-TI-NAME(WS-ITM-IDX) " PER "
                          WS-TI-UNIT(WS-ITM-IDX)
               END-IF
           END-PERFORM
           .
       R510-EXIT.
           EXIT.

       R520-DELETE-LINE.
           IF WS-LN-COUNT IS EQUAL TO 0
              DISPLAY "NO ITEM LINES YET"
              GO TO R520-EXIT
           END-IF
           DISPLAY "LINE NUMBER TO DELETE"
           ACCEPT WS-SEL-IN
           IF WS-SEL-IN(2:1) IS EQUAL TO SPACE
              MOVE WS-SEL-IN(1:1) TO WS-SEL-IN(2:1)
              MOVE "0" TO WS-SEL-IN(1:1)
           END-IF
           IF WS-SEL-IN IS NOT NUMERIC
              DISPLAY "NOTHING DELETED"
              GO TO R520-EXIT
           END-IF
           MOVE WS-SEL-IN TO WS-SEL-NUM
           IF WS-SEL-NUM IS EQUAL TO 0 OR WS-SEL-NUM > WS-LN-COUNT
              DISPLAY "NOTHING DELETED"
              GO TO R520-EXIT
           END-IF
           MOVE WS-SEL-NUM TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX IS EQUAL TO WS-LN-COUNT
               COMPUTE WS-LN-NEXT = WS-LN-IDX + 1
               MOVE WS-LN-ENTRY(WS-LN-NEXT) TO WS-LN-ENTRY(WS-LN-IDX)
               ADD 1 TO WS-LN-IDX
           END-PERFORM
           SUBTRACT 1 FROM WS-LN-COUNT
           DISPLAY "LINE " WS-SEL-NUM " DELETED"
           .
       R520-EXIT.
           EXIT.

       R600-FILE-LINES.
      **
      * Files the lines in place of any kept before for the expense:
      * receipt-lines.dat is copied to receipt-lines.tmp without the
      * expense's old lines, the new ones added, and the result
      * copied back, under the data-file lock.  Lines that do not
      * reconcile are refused.
      **
           PERFORM R410-SHOW-BALANCE THRU R410-EXIT
           IF WS-LN-COUNT > 0 AND WS-RECONCILED IS NOT EQUAL TO 'Y'
              DISPLAY "LINES DO NOT RECONCILE - NOT FILED"
              GO TO R600-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "LINES NOT FILED - TRY AGAIN SHORTLY"
              GO TO R600-EXIT
           END-IF
           OPEN OUTPUT RLNTMP-FILE
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RLN-FILE
           IF WS-RLN-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ RLN-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF RLN-KEY IS NOT EQUAL TO
                        EXP-KEY IN WS-SEL-RECORD
                        MOVE RLN-RECORD TO RLNTMP-RECORD
                        WRITE RLNTMP-RECORD
                     END-IF
              END-PERFORM
              CLOSE RLN-FILE
           END-IF
           MOVE 0 TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX IS EQUAL TO WS-LN-COUNT
               ADD 1 TO WS-LN-IDX
               MOVE EXP-KEY IN WS-SEL-RECORD  TO RLN-KEY
               MOVE WS-LN-IDX                 TO RLN-LINE
               MOVE WS-LN-ITEM(WS-LN-IDX)     TO RLN-ITEM
               MOVE WS-LN-QTY(WS-LN-IDX)      TO RLN-QUANTITY
               MOVE WS-LN-UNIT(WS-LN-IDX)     TO RLN-UNIT
               MOVE WS-LN-PRICE(WS-LN-IDX)    TO RLN-UNIT-PRICE
               MOVE WS-LN-AMOUNT(WS-LN-IDX)   TO RLN-AMOUNT
               MOVE WS-LN-CATEGORY(WS-LN-IDX) TO RLN-CATEGORY
               MOVE WS-PAYEE                  TO RLN-PAYEE
               MOVE EXP-CURRENCY IN WS-SEL-RECORD TO RLN-CURRENCY
               MOVE RLN-RECORD TO RLNTMP-RECORD
               WRITE RLNTMP-RECORD
           END-PERFORM
           CLOSE RLNTMP-FILE

           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RLNTMP-FILE
           OPEN OUTPUT RLN-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RLNTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE RLNTMP-RECORD TO RLN-RECORD
                  WRITE RLN-RECORD
           END-PERFORM
           CLOSE RLNTMP-FILE
           CLOSE RLN-FILE
           MOVE "RCPLINES" TO WS-JRN-ACTION
           MOVE EXP-KEY IN WS-SEL-RECORD TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           IF WS-LN-COUNT IS EQUAL TO 0
              DISPLAY "ITEM LINES TAKEN OFF THE EXPENSE"
           ELSE
              DISPLAY WS-LN-COUNT " ITEM LINE(S) FILED"
           END-IF
           MOVE 'Y' TO WS-DONE
           .
       R600-EXIT.
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

       A016-PARSE-NUMBER.
      **
      * Parses a keyed quantity or amount in WS-NUM-IN into
      * WS-NUM-PARSED: up to nine digits, an optional decimal point
      * and up to WS-NUM-MAXDEC decimal places.  WS-NUM-OK comes
      * back 'N' for anything else.
      **
           MOVE 'Y' TO WS-NUM-OK
           MOVE 'N' TO WS-NUM-POINT
           MOVE SPACES TO WS-NUM-INT
           MOVE "000" TO WS-NUM-DEC
           MOVE 0 TO WS-NUM-INT-LEN
           MOVE 0 TO WS-NUM-DEC-LEN
           MOVE 0 TO WS-NUM-IDX
           PERFORM UNTIL WS-NUM-IDX IS EQUAL TO 13
               ADD 1 TO WS-NUM-IDX
               MOVE WS-NUM-IN(WS-NUM-IDX:1) TO WS-NUM-CH
               IF WS-NUM-CH IS EQUAL TO SPACE
                  CONTINUE
               ELSE
                  IF WS-NUM-CH IS EQUAL TO "."
                     IF WS-NUM-POINT IS EQUAL TO 'Y'
                        MOVE 'N' TO WS-NUM-OK
                     ELSE
                        MOVE 'Y' TO WS-NUM-POINT
                     END-IF
                  ELSE
                     IF WS-NUM-CH IS NUMERIC
                        PERFORM A017-TAKE-DIGIT THRU A017-EXIT
                     ELSE
                        MOVE 'N' TO WS-NUM-OK
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-NUM-INT-LEN IS EQUAL TO 0 AND
              WS-NUM-DEC-LEN IS EQUAL TO 0
              MOVE 'N' TO WS-NUM-OK
           END-IF
           IF WS-NUM-OK IS EQUAL TO 'Y'
              MOVE ALL "0" TO WS-NUM-JUST
              IF WS-NUM-INT-LEN > 0
                 COMPUTE WS-NUM-POS = 9 - WS-NUM-INT-LEN + 1
                 MOVE WS-NUM-INT(1:WS-NUM-INT-LEN)
                   TO WS-NUM-JUST(WS-NUM-POS:WS-NUM-INT-LEN)
              END-IF
              MOVE WS-NUM-JUST TO WS-NUM-BUILD(1:9)
              MOVE WS-NUM-DEC  TO WS-NUM-BUILD(10:3)
              MOVE WS-NUM-BUILD-N TO WS-NUM-PARSED
           END-IF
           .
       A016-EXIT.
           EXIT.
       A017-TAKE-DIGIT.
           IF WS-NUM-POINT IS EQUAL TO 'N'
              IF WS-NUM-INT-LEN < 9
                 ADD 1 TO WS-NUM-INT-LEN
                 MOVE WS-NUM-CH TO WS-NUM-INT(WS-NUM-INT-LEN:1)
              ELSE
                 MOVE 'N' TO WS-NUM-OK
              END-IF
           ELSE
              IF WS-NUM-DEC-LEN < WS-NUM-MAXDEC
                 ADD 1 TO WS-NUM-DEC-LEN
                 MOVE WS-NUM-CH TO WS-NUM-DEC(WS-NUM-DEC-LEN:1)
              ELSE
                 MOVE 'N' TO WS-NUM-OK
              END-IF
           END-IF
           .
       A017-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * Appends one audit entry to journal.dat.  Receipt lines are
      * not expense-record changes, so both images stay blank and
      * the key carries the expense the lines were filed for - the
      * journal replay passes over them.
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
           MOVE "RECEIPT-ITEMS"     TO JRN-PROGRAM
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
      * share, so a rewrite pass never interleaves with another
      * session's.  The token is written and read back to confirm
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
           STRING "RECEIPT-ITEMS" DELIMITED BY SIZE
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
           MOVE WS-SIGNON-USER   TO LCK-USER
           MOVE "RECEIPT-ITEMS"  TO LCK-PROGRAM
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
       END PROGRAM RECEIPT-ITEMS.
