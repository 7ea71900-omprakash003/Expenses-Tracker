      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-ITEMS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ITM-FILE  ASSIGN TO "items.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ITM-STATUS.
           SELECT ITMTMP-FILE  ASSIGN TO "items.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAT-FILE  ASSIGN TO "categories.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
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
      * The products bought often enough to follow their price -
      * milk, unleaded, nappies - each under one code whichever shop
      * sells it.  UNIT is the unit of measure quantities and unit
      * prices are kept in (L, KG, EA ...).  CATEGORY is where the
      * item's spending normally belongs, offered first when a
      * receipt line is allocated to a split.  ACTIVE 'Y' may go on
      * new receipt lines; 'N' is retired but keeps its history.
       FD ITM-FILE.
       01 ITM-RECORD.
          05 ITM-CODE              PIC X(8).
          05 ITM-NAME              PIC X(30).
          05 ITM-UNIT              PIC X(4).
          05 ITM-CATEGORY          PIC X(15).
          05 ITM-ACTIVE            PIC X(1).
       FD ITMTMP-FILE.
       01 ITMTMP-RECORD            PIC X(58).
       FD CAT-FILE.
       01 CAT-RECORD.
          05 CAT-CODE              PIC X(15).
          05 CAT-ACTIVE            PIC X(1).
          05 CAT-PARENT            PIC X(15).
          05 CAT-DEDUCT            PIC X(1).
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
       01 WS-ITM-STATUS            PIC X(2).
       01 WS-CAT-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-CAT-FOUND             PIC X(1).
       01 WS-CODE-IN               PIC X(8).
       01 WS-NAME-IN               PIC X(30).
       01 WS-UNIT-IN               PIC X(4).
       01 WS-CATEGORY-IN           PIC X(15).
       01 WS-STATE-TEXT            PIC X(7).
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
      * The main procedure of the program. Maintains the item
      * master items.dat - one code for each product the household
      * buys regularly, the same code whichever shop it comes from,
      * so RECEIPT-ITEMS can break a receipt into its items and
      * PRICE-HISTORY can follow what each costs per litre, kilo or
      * each over time and where it is cheapest.  Items are retired
      * rather than removed so their price history still reports.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "A TO ADD AN ITEM, L TO LIST, R TO RENAME ONE, "
                   "X TO RETIRE ONE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM I020-ADD-ITEM THRU I020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM I010-LIST-ITEMS THRU I010-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM I030-RENAME-ITEM THRU I030-EXIT
               WHEN 'X'
               WHEN 'x'
                   PERFORM I040-RETIRE-ITEM THRU I040-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       I010-LIST-ITEMS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ITM-FILE
           IF WS-ITM-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO ITEMS ON FILE YET"
              GO TO I010-EXIT
           END-IF
           DISPLAY "ITEM     NAME                           UNIT "
                   "CATEGORY        STATE"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ITM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF ITM-ACTIVE IS EQUAL TO 'N'
                     MOVE "RETIRED" TO WS-STATE-TEXT
                  ELSE
                     MOVE "ACTIVE"  TO WS-STATE-TEXT
                  END-IF
                  DISPLAY ITM-CODE " " ITM-NAME " " ITM-UNIT " "
                          ITM-CATEGORY " " WS-STATE-TEXT
           END-PERFORM
           CLOSE ITM-FILE
           .
       I010-EXIT.
           EXIT.

       I020-ADD-ITEM.
      **
      * Adds an item.  The unit of measure is fixed once the item
      * is on file - every price kept for it is per that unit, so
      * changing it would make the history meaningless; a product
      * sold a new way is a new item.
      **
           DISPLAY "ENTER NEW ITEM CODE"
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO I020-EXIT
           END-IF
           PERFORM I100-FIND-ITEM THRU I100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "ITEM ALREADY ON FILE: " WS-CODE-IN
              GO TO I020-EXIT
           END-IF
           DISPLAY "WHAT THE ITEM IS"
           ACCEPT WS-NAME-IN
           MOVE SPACES TO WS-UNIT-IN
           PERFORM UNTIL WS-UNIT-IN IS NOT EQUAL TO SPACES
               DISPLAY "UNIT OF MEASURE (L, KG, EA ...)"
               ACCEPT WS-UNIT-IN
           END-PERFORM
           MOVE 'N' TO WS-CAT-FOUND
           PERFORM UNTIL WS-CAT-FOUND IS EQUAL TO 'Y'
               DISPLAY "USUAL CATEGORY (BLANK FOR NONE)"
               ACCEPT WS-CATEGORY-IN
               IF WS-CATEGORY-IN IS EQUAL TO SPACES
                  MOVE 'Y' TO WS-CAT-FOUND
               ELSE
                  PERFORM I110-CHECK-CATEGORY THRU I110-EXIT
                  IF WS-CAT-FOUND IS EQUAL TO 'N'
                     DISPLAY "NOT AN ACTIVE CATEGORY - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ITEM NOT ADDED - TRY AGAIN SHORTLY"
              GO TO I020-EXIT
           END-IF
           OPEN EXTEND ITM-FILE
           IF WS-ITM-STATUS IS EQUAL TO "35"
              OPEN OUTPUT ITM-FILE
           END-IF
           MOVE WS-CODE-IN     TO ITM-CODE
           MOVE WS-NAME-IN     TO ITM-NAME
           MOVE WS-UNIT-IN     TO ITM-UNIT
           MOVE WS-CATEGORY-IN TO ITM-CATEGORY
           MOVE 'Y'            TO ITM-ACTIVE
           WRITE ITM-RECORD
           CLOSE ITM-FILE
           MOVE "ITMADD" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "ITEM ADDED: " WS-CODE-IN
           .
       I020-EXIT.
           EXIT.

       I030-RENAME-ITEM.
           DISPLAY "ENTER ITEM CODE"
           ACCEPT WS-CODE-IN
           PERFORM I100-FIND-ITEM THRU I100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "ITEM NOT FOUND: " WS-CODE-IN
              GO TO I030-EXIT
           END-IF
           DISPLAY "NOW " ITM-NAME
           DISPLAY "NEW NAME"
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO I030-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ITEM NOT RENAMED - TRY AGAIN SHORTLY"
              GO TO I030-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ITM-FILE
           OPEN OUTPUT ITMTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ITM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF ITM-CODE IS EQUAL TO WS-CODE-IN
                     MOVE WS-NAME-IN TO ITM-NAME
                  END-IF
                  MOVE ITM-RECORD TO ITMTMP-RECORD
                  WRITE ITMTMP-RECORD
           END-PERFORM
           CLOSE ITM-FILE
           CLOSE ITMTMP-FILE
           PERFORM I140-COPY-BACK THRU I140-EXIT
           MOVE "ITMNAME" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "ITEM RENAMED: " WS-CODE-IN
           .
       I030-EXIT.
           EXIT.

       I040-RETIRE-ITEM.
           DISPLAY "ENTER ITEM CODE TO RETIRE"
           ACCEPT WS-CODE-IN
           PERFORM I100-FIND-ITEM THRU I100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "ITEM NOT FOUND: " WS-CODE-IN
              GO TO I040-EXIT
           END-IF
           IF ITM-ACTIVE IS EQUAL TO 'N'
              DISPLAY "ITEM ALREADY RETIRED: " WS-CODE-IN
              GO TO I040-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ITEM NOT RETIRED - TRY AGAIN SHORTLY"
              GO TO I040-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ITM-FILE
           OPEN OUTPUT ITMTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ITM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF ITM-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'N' TO ITM-ACTIVE
                  END-IF
                  MOVE ITM-RECORD TO ITMTMP-RECORD
                  WRITE ITMTMP-RECORD
           END-PERFORM
           CLOSE ITM-FILE
           CLOSE ITMTMP-FILE
           PERFORM I140-COPY-BACK THRU I140-EXIT
           MOVE "ITMRETR" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "ITEM RETIRED: " WS-CODE-IN
           .
       I040-EXIT.
           EXIT.

       I100-FIND-ITEM.
      **
      * Looks WS-CODE-IN up on items.dat; WS-FOUND comes back 'Y'
      * with the record in ITM-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT ITM-FILE
           IF WS-ITM-STATUS IS NOT EQUAL TO "00"
              GO TO I100-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ ITM-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF ITM-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE ITM-FILE
           .
       I100-EXIT.
           EXIT.

       I110-CHECK-CATEGORY.
           MOVE 'N' TO WS-CAT-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS IS NOT EQUAL TO "00"
              GO TO I110-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-CAT-FOUND = 'Y'
               READ CAT-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF CAT-CODE IS EQUAL TO WS-CATEGORY-IN AND
                     CAT-ACTIVE IS EQUAL TO 'A'
                     MOVE 'Y' TO WS-CAT-FOUND
                  END-IF
           END-PERFORM
           CLOSE CAT-FILE
           .
       I110-EXIT.
           EXIT.

       I140-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ITMTMP-FILE
           OPEN OUTPUT ITM-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ITMTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE ITMTMP-RECORD TO ITM-RECORD
                  WRITE ITM-RECORD
           END-PERFORM
           CLOSE ITMTMP-FILE
           CLOSE ITM-FILE
           .
       I140-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * Appends one audit entry to journal.dat.  Item master
      * changes are not expense-record changes, so both images stay
      * blank and the key carries the item code - the journal
      * replay passes over them.
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
           MOVE "MAINTAIN-ITEMS"    TO JRN-PROGRAM
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
           STRING "MAINTAIN-ITEMS" DELIMITED BY SIZE
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
           MOVE "MAINTAIN-ITEMS" TO LCK-PROGRAM
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
       END PROGRAM MAINTAIN-ITEMS.
