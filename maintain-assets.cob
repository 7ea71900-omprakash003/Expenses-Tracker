      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-ASSETS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT AST-FILE  ASSIGN TO "assets.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AST-STATUS.
           SELECT ASTTMP-FILE  ASSIGN TO "assets.tmp"
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
           SELECT RCP-FILE  ASSIGN TO "receipts.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RCP-STATUS.
           SELECT PSN-FILE  ASSIGN TO "persons.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSN-STATUS.
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
       FD AST-FILE.
       01 AST-RECORD.
        COPY asset_record.
       FD ASTTMP-FILE.
       01 ASTTMP-RECORD            PIC X(195).
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD RCP-FILE.
       01 RCP-RECORD.
          05 RCP-KEY               PIC X(16).
          05 RCP-REF               PIC X(15).
          05 RCP-VENDOR            PIC X(20).
          05 RCP-FLAG              PIC X(1).
       FD PSN-FILE.
       01 PSN-RECORD.
          05 PSN-CODE              PIC X(15).
          05 PSN-ACTIVE            PIC X(1).
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
       01 WS-AST-STATUS            PIC X(2).
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-RCP-STATUS            PIC X(2).
       01 WS-PSN-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-PSN-FOUND             PIC X(1).
       01 WS-CODE-IN               PIC X(8).
       01 WS-NAME-IN               PIC X(30).
       01 WS-SERIAL-IN             PIC X(20).
       01 WS-LOCATION-IN           PIC X(15).
       01 WS-OWNER-IN              PIC X(10).
       01 WS-DISPOSE-IN            PIC X(1).
       01 WS-COST                  PIC 9(7)V99.
       01 WS-PROCEEDS              PIC 9(7)V99.
       01 WS-WARRANTY-MONTHS       PIC 9(3).
       01 WS-LIFE-YEARS            PIC 9(2).
       01 WS-RECEIPT-REF           PIC X(15).
       01 WS-PAYEE                 PIC X(15).
       01 WS-ON-EXPENSE            PIC 9(3).
       01 WS-DISPOSED              PIC X(8).
       01 WS-STATE-TEXT            PIC X(8).
       01 WS-AMT-EDIT              PIC Z(6)9.99.
       01 WS-SHOW-DATE             PIC X(10).
       01 WS-SHOW-FROM             PIC X(8).
       01 WS-DATE                  PIC X(10).
       01 WS-VALID-DATE            PIC X(1).
       01 WS-VDD-TXT               PIC X(2).
       01 WS-VMM-TXT               PIC X(2).
       01 WS-VYYYY-TXT             PIC X(4).
       01 WS-VDD-NUM               PIC 9(2).
       01 WS-VMM-NUM               PIC 9(2).
       01 WS-TODAY                 PIC X(8).
      * working fields for adding the warranty period to the
      * purchase date
       01 WS-AM-YYYY               PIC 9(4).
       01 WS-AM-MM                 PIC 9(2).
       01 WS-AM-DD                 PIC 9(2).
       01 WS-AM-TOTAL              PIC 9(6).
       01 WS-AM-REM                PIC 9(2).
       01 WS-AM-LAST               PIC 9(2).
       01 WS-AM-Q                  PIC 9(4).
       01 WS-AM-R4                 PIC 9(3).
       01 WS-AM-R100               PIC 9(3).
       01 WS-AM-R400               PIC 9(3).
       01 WS-AM-END                PIC X(8).
       01 WS-MONTH-DAYS-X          PIC X(24)
                                   VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-X.
          05 WS-MONTH-LEN          PIC 9(2) OCCURS 12 TIMES.
       01 WS-SCAN-KEY              PIC X(16).
       01 WS-SCAN-EOF              PIC X(1).
       01 WS-DAY-COUNT             PIC 9(2).
       01 WS-DAY-TABLE.
          05 WS-DAY-KEY            PIC X(16) OCCURS 50 TIMES.
       01 WS-SEL-IN                PIC X(2).
       01 WS-SEL-NUM               PIC 9(2).
       01 WS-PICKED                PIC X(1).
      * the purchase expense, kept once it is chosen
       01 WS-SEL-RECORD.
        COPY expense_record.
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
      * The main procedure of the program. Maintains the asset
      * register assets.dat.  A durable purchase is registered from
      * the expense that paid for it, picking up its date, cost,
      * payee and the reference on the receipts register, and given
      * a serial number, where it is kept, who owns it, how long its
      * warranty runs and how many years it is expected to last.
      * Its location, owner and serial number can be changed later,
      * and when it is sold or scrapped the disposal is recorded -
      * disposed assets stay on the register so the listing can
      * show what became of them.  ASSET-REPORT reports warranties
      * about to end and the register at depreciated value.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "R TO REGISTER AN ASSET, L TO LIST, C TO CHANGE "
                   "ONE, D TO RECORD A DISPOSAL"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'R'
               WHEN 'r'
                   PERFORM T020-REGISTER-ASSET THRU T020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM T010-LIST-ASSETS THRU T010-EXIT
               WHEN 'C'
               WHEN 'c'
                   PERFORM T030-CHANGE-ASSET THRU T030-EXIT
               WHEN 'D'
               WHEN 'd'
                   PERFORM T040-DISPOSE-ASSET THRU T040-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       T010-LIST-ASSETS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT AST-FILE
           IF WS-AST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO ASSETS ON THE REGISTER YET"
              GO TO T010-EXIT
           END-IF
           DISPLAY "ASSET    DESCRIPTION                    LOCATION"
                   "        OWNER      WARRANTY   STATE"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ AST-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  EVALUATE AST-STATUS
                      WHEN 'S'
                          MOVE "SOLD"     TO WS-STATE-TEXT
                      WHEN 'D'
                          MOVE "SCRAPPED" TO WS-STATE-TEXT
                      WHEN OTHER
                          MOVE "IN USE"   TO WS-STATE-TEXT
                  END-EVALUATE
                  IF AST-WARRANTY-MONTHS IS EQUAL TO 0
                     MOVE "NONE" TO WS-SHOW-DATE
                  ELSE
                     MOVE AST-WARRANTY-END TO WS-SHOW-FROM
                     PERFORM T160-SHOW-DATE THRU T160-EXIT
                  END-IF
                  DISPLAY AST-CODE " " AST-NAME " " AST-LOCATION " "
                          AST-OWNER " " WS-SHOW-DATE " "
                          WS-STATE-TEXT
           END-PERFORM
           CLOSE AST-FILE
           .
       T010-EXIT.
           EXIT.

       T020-REGISTER-ASSET.
      **
      * Registers an asset from its purchase expense.  One receipt
      * may have bought more than one asset, so an expense can be
      * registered more than once - the assets already on it are
      * shown, and the cost asked for defaults to the whole amount
      * but may not exceed it.  The warranty end date is worked out
      * here from the purchase date and the months given.
      **
           PERFORM E200-PICK-EXPENSE THRU E200-EXIT
           IF WS-PICKED IS NOT EQUAL TO 'Y'
              GO TO T020-EXIT
           END-IF
           IF EXP-TYPE IN WS-SEL-RECORD IS EQUAL TO 'I'
              DISPLAY "THAT IS AN INCOME ENTRY - NOT A PURCHASE"
              GO TO T020-EXIT
           END-IF
           PERFORM E250-FIND-RECEIPT THRU E250-EXIT
           IF WS-RECEIPT-REF IS EQUAL TO SPACES
              DISPLAY "NOTE: NO RECEIPT ON THE RECEIPTS REGISTER FOR "
                      "THIS EXPENSE"
           ELSE
              DISPLAY "RECEIPT REFERENCE " WS-RECEIPT-REF
           END-IF
           PERFORM T120-SHOW-ON-EXPENSE THRU T120-EXIT

           DISPLAY "ENTER NEW ASSET CODE"
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO T020-EXIT
           END-IF
           PERFORM T100-FIND-ASSET THRU T100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "ASSET ALREADY ON THE REGISTER: " WS-CODE-IN
              GO TO T020-EXIT
           END-IF
           DISPLAY "DESCRIPTION (BLANK FOR "
                   EXP-DESCRIPTION IN WS-SEL-RECORD ")"
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN IS EQUAL TO SPACES
              MOVE EXP-DESCRIPTION IN WS-SEL-RECORD TO WS-NAME-IN
           END-IF
           MOVE EXP-AMOUNT IN WS-SEL-RECORD TO WS-AMT-EDIT
           MOVE 'N' TO WS-NUM-OK
           PERFORM UNTIL WS-NUM-OK IS EQUAL TO 'Y'
               DISPLAY "COST OF THE ASSET (BLANK FOR " WS-AMT-EDIT
                       " " EXP-CURRENCY IN WS-SEL-RECORD ")"
               ACCEPT WS-NUM-IN
               IF WS-NUM-IN IS EQUAL TO SPACES
                  MOVE EXP-AMOUNT IN WS-SEL-RECORD TO WS-COST
                  MOVE 'Y' TO WS-NUM-OK
               ELSE
                  MOVE 2 TO WS-NUM-MAXDEC
                  PERFORM A016-PARSE-NUMBER THRU A016-EXIT
                  IF WS-NUM-OK IS EQUAL TO 'Y'
                     IF WS-NUM-PARSED IS EQUAL TO 0 OR
                        WS-NUM-PARSED > EXP-AMOUNT IN WS-SEL-RECORD
                        DISPLAY "COST MUST BE MORE THAN NOTHING AND "
                                "NO MORE THAN THE EXPENSE"
                        MOVE 'N' TO WS-NUM-OK
                     ELSE
                        MOVE WS-NUM-PARSED TO WS-COST
                     END-IF
                  ELSE
                     DISPLAY "INVALID AMOUNT - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           DISPLAY "SERIAL NUMBER (BLANK IF NONE)"
           ACCEPT WS-SERIAL-IN
           DISPLAY "WHERE IT IS KEPT (KITCHEN, STUDY ...)"
           ACCEPT WS-LOCATION-IN
           MOVE 'N' TO WS-PSN-FOUND
           PERFORM UNTIL WS-PSN-FOUND IS EQUAL TO 'Y'
               DISPLAY "OWNER (BLANK FOR "
                       EXP-PERSON IN WS-SEL-RECORD ")"
               ACCEPT WS-OWNER-IN
               IF WS-OWNER-IN IS EQUAL TO SPACES
                  MOVE EXP-PERSON IN WS-SEL-RECORD TO WS-OWNER-IN
               END-IF
               PERFORM T110-CHECK-PERSON THRU T110-EXIT
               IF WS-PSN-FOUND IS EQUAL TO 'N'
                  DISPLAY "NOT AN ACTIVE PERSON - RE-ENTER"
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-NUM-OK
           PERFORM UNTIL WS-NUM-OK IS EQUAL TO 'Y'
               DISPLAY "WARRANTY IN MONTHS (BLANK OR 0 FOR NONE)"
               ACCEPT WS-NUM-IN
               IF WS-NUM-IN IS EQUAL TO SPACES
                  MOVE 0 TO WS-WARRANTY-MONTHS
                  MOVE 'Y' TO WS-NUM-OK
               ELSE
                  MOVE 0 TO WS-NUM-MAXDEC
                  PERFORM A016-PARSE-NUMBER THRU A016-EXIT
                  IF WS-NUM-OK IS EQUAL TO 'Y' AND
                     WS-NUM-PARSED > 999
                     MOVE 'N' TO WS-NUM-OK
                  END-IF
                  IF WS-NUM-OK IS EQUAL TO 'Y'
                     MOVE WS-NUM-PARSED TO WS-WARRANTY-MONTHS
                  ELSE
                     DISPLAY "WHOLE MONTHS, UP TO 999 - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-NUM-OK
           PERFORM UNTIL WS-NUM-OK IS EQUAL TO 'Y'
               DISPLAY "EXPECTED LIFE IN YEARS"
               ACCEPT WS-NUM-IN
               MOVE 0 TO WS-NUM-MAXDEC
               PERFORM A016-PARSE-NUMBER THRU A016-EXIT
               IF WS-NUM-OK IS EQUAL TO 'Y' AND
                  (WS-NUM-PARSED IS EQUAL TO 0 OR WS-NUM-PARSED > 99)
                  MOVE 'N' TO WS-NUM-OK
               END-IF
               IF WS-NUM-OK IS EQUAL TO 'Y'
                  MOVE WS-NUM-PARSED TO WS-LIFE-YEARS
               ELSE
                  DISPLAY "WHOLE YEARS, 1 TO 99 - RE-ENTER"
               END-IF
           END-PERFORM

           MOVE SPACES TO AST-RECORD
           MOVE EXP-KEY IN WS-SEL-RECORD (1:8) TO AST-PURCHASED
           PERFORM T150-WARRANTY-END THRU T150-EXIT
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ASSET NOT REGISTERED - TRY AGAIN SHORTLY"
              GO TO T020-EXIT
           END-IF
           OPEN EXTEND AST-FILE
           IF WS-AST-STATUS IS EQUAL TO "35"
              OPEN OUTPUT AST-FILE
           END-IF
           MOVE WS-CODE-IN                  TO AST-CODE
           MOVE WS-NAME-IN                  TO AST-NAME
           MOVE EXP-KEY IN WS-SEL-RECORD    TO AST-EXP-KEY
           MOVE EXP-KEY IN WS-SEL-RECORD (1:8) TO AST-PURCHASED
           MOVE WS-COST                     TO AST-COST
           MOVE EXP-CURRENCY IN WS-SEL-RECORD TO AST-CURRENCY
           MOVE WS-PAYEE                    TO AST-PAYEE
           MOVE EXP-CATEGORY IN WS-SEL-RECORD TO AST-CATEGORY
           MOVE WS-RECEIPT-REF              TO AST-RECEIPT-REF
           MOVE WS-SERIAL-IN                TO AST-SERIAL
           MOVE WS-LOCATION-IN              TO AST-LOCATION
           MOVE WS-OWNER-IN                 TO AST-OWNER
           MOVE WS-WARRANTY-MONTHS          TO AST-WARRANTY-MONTHS
           MOVE WS-AM-END                   TO AST-WARRANTY-END
           MOVE WS-LIFE-YEARS               TO AST-LIFE-YEARS
           MOVE 'A'                         TO AST-STATUS
           MOVE SPACES                      TO AST-DISPOSED
           MOVE 0                           TO AST-PROCEEDS
           WRITE AST-RECORD
           CLOSE AST-FILE
           MOVE "ASTADD" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "ASSET REGISTERED: " WS-CODE-IN
           IF WS-WARRANTY-MONTHS > 0
              MOVE WS-AM-END TO WS-SHOW-FROM
              PERFORM T160-SHOW-DATE THRU T160-EXIT
              DISPLAY "WARRANTY ENDS " WS-SHOW-DATE
           END-IF
           .
       T020-EXIT.
           EXIT.

       T030-CHANGE-ASSET.
      **
      * Moves an asset, hands it to someone else or corrects its
      * serial number.  A blank answer keeps what is there.
      **
           DISPLAY "ENTER ASSET CODE"
           ACCEPT WS-CODE-IN
           PERFORM T100-FIND-ASSET THRU T100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "ASSET NOT FOUND: " WS-CODE-IN
              GO TO T030-EXIT
           END-IF
           IF AST-STATUS IS NOT EQUAL TO 'A'
              DISPLAY "ASSET HAS BEEN DISPOSED OF: " WS-CODE-IN
              GO TO T030-EXIT
           END-IF
           DISPLAY "LOCATION (BLANK KEEPS " AST-LOCATION ")"
           ACCEPT WS-LOCATION-IN
           IF WS-LOCATION-IN IS EQUAL TO SPACES
              MOVE AST-LOCATION TO WS-LOCATION-IN
           END-IF
           MOVE AST-OWNER TO WS-NAME-IN
           MOVE 'N' TO WS-PSN-FOUND
           PERFORM UNTIL WS-PSN-FOUND IS EQUAL TO 'Y'
               DISPLAY "OWNER (BLANK KEEPS " WS-NAME-IN(1:10) ")"
               ACCEPT WS-OWNER-IN
               IF WS-OWNER-IN IS EQUAL TO SPACES
                  MOVE WS-NAME-IN(1:10) TO WS-OWNER-IN
                  MOVE 'Y' TO WS-PSN-FOUND
               ELSE
                  PERFORM T110-CHECK-PERSON THRU T110-EXIT
                  IF WS-PSN-FOUND IS EQUAL TO 'N'
                     DISPLAY "NOT AN ACTIVE PERSON - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           DISPLAY "SERIAL NUMBER (BLANK KEEPS " AST-SERIAL ")"
           ACCEPT WS-SERIAL-IN
           IF WS-SERIAL-IN IS EQUAL TO SPACES
              MOVE AST-SERIAL TO WS-SERIAL-IN
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ASSET NOT CHANGED - TRY AGAIN SHORTLY"
              GO TO T030-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT AST-FILE
           OPEN OUTPUT ASTTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ AST-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF AST-CODE IS EQUAL TO WS-CODE-IN
                     MOVE WS-LOCATION-IN TO AST-LOCATION
                     MOVE WS-OWNER-IN    TO AST-OWNER
                     MOVE WS-SERIAL-IN   TO AST-SERIAL
                  END-IF
                  MOVE AST-RECORD TO ASTTMP-RECORD
                  WRITE ASTTMP-RECORD
           END-PERFORM
           CLOSE AST-FILE
           CLOSE ASTTMP-FILE
           PERFORM T140-COPY-BACK THRU T140-EXIT
           MOVE "ASTCHG" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "ASSET CHANGED: " WS-CODE-IN
           .
       T030-EXIT.
           EXIT.

       T040-DISPOSE-ASSET.
      **
      * Records that an asset has been sold or scrapped, on what
      * date (not before it was bought, nor in the future) and, if
      * sold, what it fetched.  It stays on the register.
      **
           DISPLAY "ENTER ASSET CODE TO DISPOSE OF"
           ACCEPT WS-CODE-IN
           PERFORM T100-FIND-ASSET THRU T100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "ASSET NOT FOUND: " WS-CODE-IN
              GO TO T040-EXIT
           END-IF
           IF AST-STATUS IS NOT EQUAL TO 'A'
              DISPLAY "ASSET ALREADY DISPOSED OF: " WS-CODE-IN
              GO TO T040-EXIT
           END-IF
           DISPLAY AST-CODE " " AST-NAME " " AST-LOCATION
           MOVE SPACE TO WS-DISPOSE-IN
           PERFORM UNTIL WS-DISPOSE-IN IS EQUAL TO 'S' OR
                         WS-DISPOSE-IN IS EQUAL TO 'D'
               DISPLAY "S IF SOLD, D IF SCRAPPED (BLANK TO CANCEL)"
               ACCEPT WS-DISPOSE-IN
               IF WS-DISPOSE-IN IS EQUAL TO 's'
                  MOVE 'S' TO WS-DISPOSE-IN
               END-IF
               IF WS-DISPOSE-IN IS EQUAL TO 'd'
                  MOVE 'D' TO WS-DISPOSE-IN
               END-IF
               IF WS-DISPOSE-IN IS EQUAL TO SPACE
                  DISPLAY "NOTHING DONE"
                  GO TO T040-EXIT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "DATE OF DISPOSAL (DD/MM/YYYY, BLANK FOR TODAY)"
               ACCEPT WS-DATE
               IF WS-DATE IS EQUAL TO SPACES
                  MOVE WS-TODAY TO WS-DISPOSED
                  MOVE 'Y' TO WS-VALID-DATE
               ELSE
                  PERFORM A010-VALIDATE-DATE THRU A010-EXIT
                  IF WS-VALID-DATE IS EQUAL TO 'N'
                     DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, "
                             "RE-ENTER"
                  ELSE
                     MOVE WS-DATE(7:4) TO WS-DISPOSED(1:4)
                     MOVE WS-DATE(4:2) TO WS-DISPOSED(5:2)
                     MOVE WS-DATE(1:2) TO WS-DISPOSED(7:2)
                  END-IF
               END-IF
               IF WS-VALID-DATE IS EQUAL TO 'Y' AND
                  (WS-DISPOSED < AST-PURCHASED OR
                   WS-DISPOSED > WS-TODAY)
                  DISPLAY "NOT BEFORE THE PURCHASE NOR AFTER TODAY "
                          "- RE-ENTER"
                  MOVE 'N' TO WS-VALID-DATE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PROCEEDS
           IF WS-DISPOSE-IN IS EQUAL TO 'S'
              MOVE 'N' TO WS-NUM-OK
              PERFORM UNTIL WS-NUM-OK IS EQUAL TO 'Y'
                  DISPLAY "WHAT IT WAS SOLD FOR"
                  ACCEPT WS-NUM-IN
                  MOVE 2 TO WS-NUM-MAXDEC
                  PERFORM A016-PARSE-NUMBER THRU A016-EXIT
                  IF WS-NUM-OK IS EQUAL TO 'Y' AND
                     WS-NUM-PARSED > 9999999.99
                     MOVE 'N' TO WS-NUM-OK
                  END-IF
                  IF WS-NUM-OK IS EQUAL TO 'Y'
                     MOVE WS-NUM-PARSED TO WS-PROCEEDS
                  ELSE
                     DISPLAY "INVALID AMOUNT - RE-ENTER"
                  END-IF
              END-PERFORM
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "DISPOSAL NOT RECORDED - TRY AGAIN SHORTLY"
              GO TO T040-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT AST-FILE
           OPEN OUTPUT ASTTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ AST-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF AST-CODE IS EQUAL TO WS-CODE-IN
                     MOVE WS-DISPOSE-IN TO AST-STATUS
                     MOVE WS-DISPOSED   TO AST-DISPOSED
                     MOVE WS-PROCEEDS   TO AST-PROCEEDS
                  END-IF
                  MOVE AST-RECORD TO ASTTMP-RECORD
                  WRITE ASTTMP-RECORD
           END-PERFORM
           CLOSE AST-FILE
           CLOSE ASTTMP-FILE
           PERFORM T140-COPY-BACK THRU T140-EXIT
           MOVE "ASTDISP" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "DISPOSAL RECORDED: " WS-CODE-IN
           .
       T040-EXIT.
           EXIT.

       T100-FIND-ASSET.
      **
      * Looks WS-CODE-IN up on assets.dat; WS-FOUND comes back 'Y'
      * with the record in AST-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT AST-FILE
           IF WS-AST-STATUS IS NOT EQUAL TO "00"
              GO TO T100-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ AST-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF AST-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE AST-FILE
           .
       T100-EXIT.
           EXIT.

       T110-CHECK-PERSON.
           MOVE 'N' TO WS-PSN-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PSN-FILE
           IF WS-PSN-STATUS IS NOT EQUAL TO "00"
              GO TO T110-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-PSN-FOUND = 'Y'
               READ PSN-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF PSN-CODE IS EQUAL TO WS-OWNER-IN AND
                     PSN-ACTIVE IS EQUAL TO 'A'
                     MOVE 'Y' TO WS-PSN-FOUND
                  END-IF
           END-PERFORM
           CLOSE PSN-FILE
           .
       T110-EXIT.
           EXIT.

       T120-SHOW-ON-EXPENSE.
      **
      * Shows the assets already registered from the chosen expense.
      **
           MOVE 0 TO WS-ON-EXPENSE
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT AST-FILE
           IF WS-AST-STATUS IS NOT EQUAL TO "00"
              GO TO T120-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ AST-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF AST-EXP-KEY IS EQUAL TO EXP-KEY IN WS-SEL-RECORD
                     ADD 1 TO WS-ON-EXPENSE
                     MOVE AST-COST TO WS-AMT-EDIT
                     DISPLAY "ALREADY REGISTERED FROM THIS EXPENSE: "
                             AST-CODE " " AST-NAME " " WS-AMT-EDIT
                  END-IF
           END-PERFORM
           CLOSE AST-FILE
           .
       T120-EXIT.
           EXIT.

       T140-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ASTTMP-FILE
           OPEN OUTPUT AST-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ASTTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE ASTTMP-RECORD TO AST-RECORD
                  WRITE AST-RECORD
           END-PERFORM
           CLOSE ASTTMP-FILE
           CLOSE AST-FILE
           .
       T140-EXIT.
           EXIT.

       T150-WARRANTY-END.
      **
      * Adds WS-WARRANTY-MONTHS to the purchase date in
      * AST-PURCHASED, giving WS-AM-END.  A day that does not exist
      * in the month reached (a 31st, or 29 February outside a leap
      * year) comes back as that month's last day.  No warranty
      * leaves WS-AM-END blank.
      **
           MOVE SPACES TO WS-AM-END
           IF WS-WARRANTY-MONTHS IS EQUAL TO 0
              GO TO T150-EXIT
           END-IF
           MOVE AST-PURCHASED(1:4) TO WS-AM-YYYY
           MOVE AST-PURCHASED(5:2) TO WS-AM-MM
           MOVE AST-PURCHASED(7:2) TO WS-AM-DD
           COMPUTE WS-AM-TOTAL = WS-AM-YYYY * 12 + WS-AM-MM - 1
                               + WS-WARRANTY-MONTHS
           DIVIDE 12 INTO WS-AM-TOTAL GIVING WS-AM-YYYY
                  REMAINDER WS-AM-REM
           COMPUTE WS-AM-MM = WS-AM-REM + 1
           MOVE WS-MONTH-LEN(WS-AM-MM) TO WS-AM-LAST
           IF WS-AM-MM IS EQUAL TO 2
              DIVIDE 4 INTO WS-AM-YYYY GIVING WS-AM-Q
                     REMAINDER WS-AM-R4
              DIVIDE 100 INTO WS-AM-YYYY GIVING WS-AM-Q
                     REMAINDER WS-AM-R100
              DIVIDE 400 INTO WS-AM-YYYY GIVING WS-AM-Q
                     REMAINDER WS-AM-R400
              IF WS-AM-R4 IS EQUAL TO 0 AND
                 (WS-AM-R100 IS NOT EQUAL TO 0 OR
                  WS-AM-R400 IS EQUAL TO 0)
                 MOVE 29 TO WS-AM-LAST
              END-IF
           END-IF
           IF WS-AM-DD > WS-AM-LAST
              MOVE WS-AM-LAST TO WS-AM-DD
           END-IF
           MOVE WS-AM-YYYY TO WS-AM-END(1:4)
           MOVE WS-AM-MM   TO WS-AM-END(5:2)
           MOVE WS-AM-DD   TO WS-AM-END(7:2)
           .
       T150-EXIT.
           EXIT.

       T160-SHOW-DATE.
           MOVE SPACES TO WS-SHOW-DATE
           STRING WS-SHOW-FROM(7:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-SHOW-FROM(5:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-SHOW-FROM(1:4) DELIMITED BY SIZE
             INTO WS-SHOW-DATE
           .
       T160-EXIT.
           EXIT.

       E200-PICK-EXPENSE.
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
              GO TO E200-EXIT
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
              GO TO E200-EXIT
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
              GO TO E200-EXIT
           END-IF
           MOVE WS-SEL-IN TO WS-SEL-NUM
           IF WS-SEL-NUM IS EQUAL TO 0 OR WS-SEL-NUM > WS-DAY-COUNT
              CLOSE EXP-FILE
              DISPLAY "CANCELLED"
              GO TO E200-EXIT
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
       E200-EXIT.
           EXIT.

       E250-FIND-RECEIPT.
      **
      * The reference on the receipts register for the purchase,
      * and the payee - the expense's own, or the vendor on the
      * receipt when the expense was keyed without one.
      **
           MOVE SPACES TO WS-RECEIPT-REF
           MOVE EXP-PAYEE IN WS-SEL-RECORD TO WS-PAYEE
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RCP-FILE
           IF WS-RCP-STATUS IS NOT EQUAL TO "00"
              GO TO E250-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RCP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF RCP-KEY IS EQUAL TO EXP-KEY IN WS-SEL-RECORD
                     MOVE RCP-REF TO WS-RECEIPT-REF
                     IF WS-PAYEE IS EQUAL TO SPACES
                        MOVE RCP-VENDOR TO WS-PAYEE
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE RCP-FILE
           .
       E250-EXIT.
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
      * Appends one audit entry to journal.dat.  Asset register
      * changes are not expense-record changes, so both images stay
      * blank and the key carries the asset code - the journal
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
           MOVE "MAINTAIN-ASSETS"   TO JRN-PROGRAM
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
           STRING "MAINTAIN-ASSETS" DELIMITED BY SIZE
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
           MOVE "MAINTAIN-ASSETS" TO LCK-PROGRAM
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
       END PROGRAM MAINTAIN-ASSETS.
