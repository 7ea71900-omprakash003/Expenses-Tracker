      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PRICE-HISTORY.
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
           SELECT RLN-FILE  ASSIGN TO "receipt-lines.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RLN-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "price-history.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ITM-FILE.
       01 ITM-RECORD.
          05 ITM-CODE              PIC X(8).
          05 ITM-NAME              PIC X(30).
          05 ITM-UNIT              PIC X(4).
          05 ITM-CATEGORY          PIC X(15).
          05 ITM-ACTIVE            PIC X(1).
       FD RLN-FILE.
       01 RLN-RECORD.
        COPY receipt_line.
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE              PIC X(3).
          05 CUR-FROM              PIC X(8).
          05 CUR-RATE              PIC 9(3)V9(6).
          05 CUR-ACTIVE            PIC X(1).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ITM-STATUS            PIC X(2).
       01 WS-RLN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-ITEM-IN               PIC X(8).
       01 WS-FROM-IN               PIC X(10).
       01 WS-TO-IN                 PIC X(10).
       01 WS-FROM-CMP              PIC 9(8).
       01 WS-TO-CMP                PIC 9(8).
       01 WS-DATE                  PIC X(10).
       01 WS-VALID-DATE            PIC X(1).
       01 WS-VDD-TXT               PIC X(2).
       01 WS-VMM-TXT               PIC X(2).
       01 WS-VYYYY-TXT             PIC X(4).
       01 WS-VDD-NUM               PIC 9(2).
       01 WS-VMM-NUM               PIC 9(2).
      * an item counts as a regular purchase once it has been bought
      * this many times in the period
       01 WS-REGULAR-MIN           PIC 9(2) VALUE 3.
       01 WS-ITM-COUNT             PIC 9(3) VALUE 0.
       01 WS-ITM-TABLE.
          05 WS-ITM-ENTRY OCCURS 500 TIMES.
             10 WS-TI-CODE         PIC X(8).
             10 WS-TI-NAME         PIC X(30).
             10 WS-TI-UNIT         PIC X(4).
       01 WS-ITM-IDX               PIC 9(3).
       01 WS-ITEM-NAME             PIC X(30).
       01 WS-ITEM-UNIT             PIC X(4).
      * the item lines in the period, kept in item then date order
       01 WS-PH-COUNT              PIC 9(4) VALUE 0.
       01 WS-PH-TABLE.
          05 WS-PH-ENTRY OCCURS 3000 TIMES.
             10 WS-PH-SORT.
                15 WS-PH-ITEM      PIC X(8).
                15 WS-PH-DATE      PIC 9(8).
             10 WS-PH-PAYEE        PIC X(15).
             10 WS-PH-QTY          PIC 9(5)V999.
             10 WS-PH-PRICE        PIC 9(5)V9999.
             10 WS-PH-AMOUNT       PIC 9(7)V99.
             10 WS-PH-CURRENCY     PIC X(3).
             10 WS-PH-ORIG         PIC 9(5)V9999.
       01 WS-NEW-ENTRY.
          05 WS-NEW-SORT.
             10 WS-NEW-ITEM        PIC X(8).
             10 WS-NEW-DATE        PIC 9(8).
          05 WS-NEW-PAYEE          PIC X(15).
          05 WS-NEW-QTY            PIC 9(5)V999.
          05 WS-NEW-PRICE          PIC 9(5)V9999.
          05 WS-NEW-AMOUNT         PIC 9(7)V99.
          05 WS-NEW-CURRENCY       PIC X(3).
          05 WS-NEW-ORIG           PIC 9(5)V9999.
       01 WS-PH-IDX                PIC 9(4).
       01 WS-PH-NEXT               PIC 9(4).
       01 WS-PH-PLACED             PIC X(1).
       01 WS-CUR-ITEM              PIC X(8).
      * what one item cost at each payee
       01 WS-PY-COUNT              PIC 9(2).
       01 WS-PY-TABLE.
          05 WS-PY-ENTRY OCCURS 30 TIMES.
             10 WS-PY-PAYEE        PIC X(15).
             10 WS-PY-TIMES        PIC 9(4).
             10 WS-PY-QTY          PIC 9(7)V999.
             10 WS-PY-AMOUNT       PIC 9(9)V99.
             10 WS-PY-LOW          PIC 9(5)V9999.
             10 WS-PY-HIGH         PIC 9(5)V9999.
             10 WS-PY-LAST         PIC 9(5)V9999.
             10 WS-PY-AVG          PIC 9(5)V9999.
       01 WS-PY-IDX                PIC 9(2).
       01 WS-PY-FOUND              PIC 9(2).
       01 WS-IT-TIMES              PIC 9(4).
       01 WS-IT-FIRST              PIC 9(5)V9999.
       01 WS-IT-LAST               PIC 9(5)V9999.
       01 WS-CHEAP-IDX             PIC 9(2).
       01 WS-DEAR-IDX              PIC 9(2).
      * the regular purchases, for the closing summary
       01 WS-RG-COUNT              PIC 9(3) VALUE 0.
       01 WS-RG-TABLE.
          05 WS-RG-ENTRY OCCURS 500 TIMES.
             10 WS-RG-ITEM         PIC X(8).
             10 WS-RG-NAME         PIC X(30).
             10 WS-RG-UNIT         PIC X(4).
             10 WS-RG-PAYEES       PIC 9(2).
             10 WS-RG-CHEAP        PIC X(15).
             10 WS-RG-CHEAP-AVG    PIC 9(5)V9999.
             10 WS-RG-DEAR         PIC X(15).
             10 WS-RG-DEAR-AVG     PIC 9(5)V9999.
       01 WS-RG-IDX                PIC 9(3).
       01 WS-PCT                   PIC S9(5)V9.
       01 WS-PCT-EDIT              PIC +++++9.9.
       01 WS-QTY-EDIT              PIC Z(4)9.999.
       01 WS-PRICE-EDIT            PIC Z(4)9.9999.
       01 WS-COUNT-EDIT            PIC Z(3)9.
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
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Follows what the items on
      * the item master have cost per unit over time, from the
      * itemised receipts on receipt-lines.dat.  For each item (or
      * the one asked for) every purchase in the period is listed
      * in date order with its payee and unit price, then summed up
      * payee by payee - times bought, average, lowest, highest and
      * latest price - with the change from the first price paid in
      * the period to the last.  Items bought at least
      * WS-REGULAR-MIN times count as regular purchases, and a
      * closing section names the cheapest payee for each of them
      * against the dearest.  Prices paid in a foreign currency are
      * converted to home currency at the rate in force on the day.
      * Written to price-history.rpt.
      **
           DISPLAY "ITEM CODE (BLANK FOR ALL ITEMS)"
           ACCEPT WS-ITEM-IN
           MOVE 0 TO WS-FROM-CMP
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "FROM DATE (DD/MM/YYYY, BLANK FOR THE START)"
               ACCEPT WS-FROM-IN
               IF WS-FROM-IN IS EQUAL TO SPACES
                  MOVE 'Y' TO WS-VALID-DATE
               ELSE
                  MOVE WS-FROM-IN TO WS-DATE
                  PERFORM A010-VALIDATE-DATE THRU A010-EXIT
                  IF WS-VALID-DATE IS EQUAL TO 'N'
                     DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, "
                             "RE-ENTER"
                  ELSE
                     MOVE WS-DATE(7:4) TO WS-FROM-CMP(1:4)
                     MOVE WS-DATE(4:2) TO WS-FROM-CMP(5:2)
                     MOVE WS-DATE(1:2) TO WS-FROM-CMP(7:2)
                  END-IF
               END-IF
           END-PERFORM
           MOVE 99999999 TO WS-TO-CMP
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "TO DATE (DD/MM/YYYY, BLANK FOR THE LATEST)"
               ACCEPT WS-TO-IN
               IF WS-TO-IN IS EQUAL TO SPACES
                  MOVE 'Y' TO WS-VALID-DATE
               ELSE
                  MOVE WS-TO-IN TO WS-DATE
                  PERFORM A010-VALIDATE-DATE THRU A010-EXIT
                  IF WS-VALID-DATE IS EQUAL TO 'N'
                     DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, "
                             "RE-ENTER"
                  ELSE
                     MOVE WS-DATE(7:4) TO WS-TO-CMP(1:4)
                     MOVE WS-DATE(4:2) TO WS-TO-CMP(5:2)
                     MOVE WS-DATE(1:2) TO WS-TO-CMP(7:2)
                  END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-OVERFLOW
           PERFORM P100-LOAD-ITEMS THRU P100-EXIT
           PERFORM Z100-LOAD-RATES THRU Z100-EXIT
           PERFORM P200-LOAD-LINES THRU P200-EXIT
           IF WS-PH-COUNT IS EQUAL TO 0
              DISPLAY "NO ITEMISED PURCHASES IN THE PERIOD"
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM P300-PRINT-HEADING THRU P300-EXIT
           MOVE SPACES TO WS-CUR-ITEM
           MOVE 0 TO WS-PH-IDX
           PERFORM UNTIL WS-PH-IDX IS EQUAL TO WS-PH-COUNT
               ADD 1 TO WS-PH-IDX
               IF WS-PH-ITEM(WS-PH-IDX) IS NOT EQUAL TO WS-CUR-ITEM
                  IF WS-CUR-ITEM IS NOT EQUAL TO SPACES
                     PERFORM P330-END-ITEM THRU P330-EXIT
                  END-IF
                  PERFORM P310-START-ITEM THRU P310-EXIT
               END-IF
               PERFORM P320-PRINT-PURCHASE THRU P320-EXIT
           END-PERFORM
           PERFORM P330-END-ITEM THRU P330-EXIT
           PERFORM P400-PRINT-CHEAPEST THRU P400-EXIT
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "A REPORT TABLE FILLED UP - SOME ITEMS, PURCHASES "
                TO REPORT-RECORD
              MOVE "OR SHOPS ARE NOT SHOWN" TO REPORT-RECORD(50:22)
              WRITE REPORT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - SOME PRICES ARE "
                TO REPORT-RECORD
              MOVE "NOT CONVERTED" TO REPORT-RECORD(48:13)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "price-history.rpt" TO WS-SPOOL-REPORT
           MOVE "PRICE-HISTORY"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "ITEM "      DELIMITED BY SIZE
                  WS-ITEM-IN   DELIMITED BY SIZE
                  " FROM "     DELIMITED BY SIZE
                  WS-FROM-IN   DELIMITED BY SIZE
                  " TO "       DELIMITED BY SIZE
                  WS-TO-IN     DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"

           MOVE WS-PH-COUNT TO WS-COUNT-EDIT
           DISPLAY WS-COUNT-EDIT " PURCHASE(S) REPORTED, "
                   WS-RG-COUNT " REGULAR PURCHASE(S)"
           DISPLAY "PRICE HISTORY WRITTEN TO price-history.rpt"
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE price-history.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.

       P100-LOAD-ITEMS.
           MOVE 0 TO WS-ITM-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ITM-FILE
           IF WS-ITM-STATUS IS NOT EQUAL TO "00"
              GO TO P100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ITM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF WS-ITM-COUNT < 500
                     ADD 1 TO WS-ITM-COUNT
                     MOVE ITM-CODE TO WS-TI-CODE(WS-ITM-COUNT)
                     MOVE ITM-NAME TO WS-TI-NAME(WS-ITM-COUNT)
                     MOVE ITM-UNIT TO WS-TI-UNIT(WS-ITM-COUNT)
                  ELSE
                     MOVE 'Y' TO WS-OVERFLOW
                  END-IF
           END-PERFORM
           CLOSE ITM-FILE
           .
       P100-EXIT.
           EXIT.

       P200-LOAD-LINES.
      **
      * Takes the item lines for the item and period asked for into
      * WS-PH-TABLE, each slotted in behind the lines for the same
      * item and date already there.  The date is the expense's
      * own, from the front of EXP-KEY.
      **
           MOVE 0 TO WS-PH-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RLN-FILE
           IF WS-RLN-STATUS IS NOT EQUAL TO "00"
              GO TO P200-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RLN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF (WS-ITEM-IN IS EQUAL TO SPACES OR
                      RLN-ITEM IS EQUAL TO WS-ITEM-IN) AND
                     RLN-KEY(1:8) IS NUMERIC AND
                     RLN-QUANTITY IS NUMERIC AND RLN-QUANTITY > 0
                     PERFORM P210-TAKE-LINE THRU P210-EXIT
                  END-IF
           END-PERFORM
           CLOSE RLN-FILE
           .
       P200-EXIT.
           EXIT.

       P210-TAKE-LINE.
           MOVE RLN-KEY(1:8) TO WS-NEW-DATE
           IF WS-NEW-DATE < WS-FROM-CMP OR WS-NEW-DATE > WS-TO-CMP
              GO TO P210-EXIT
           END-IF
           IF WS-PH-COUNT IS EQUAL TO 3000
              MOVE 'Y' TO WS-OVERFLOW
              GO TO P210-EXIT
           END-IF
           MOVE WS-NEW-DATE TO WS-CVT-CMP
           MOVE RLN-CURRENCY TO WS-NEW-CURRENCY
           PERFORM Z110-RATE-FOR-LINE THRU Z110-EXIT
           MOVE RLN-ITEM       TO WS-NEW-ITEM
           MOVE RLN-PAYEE      TO WS-NEW-PAYEE
           MOVE RLN-QUANTITY   TO WS-NEW-QTY
           MOVE RLN-UNIT-PRICE TO WS-NEW-ORIG
           COMPUTE WS-NEW-AMOUNT ROUNDED = RLN-AMOUNT * WS-CVT-RATE
           COMPUTE WS-NEW-PRICE ROUNDED =
                   RLN-UNIT-PRICE * WS-CVT-RATE
           MOVE WS-PH-COUNT TO WS-PH-IDX
           ADD 1 TO WS-PH-COUNT
           MOVE 'N' TO WS-PH-PLACED
           PERFORM UNTIL WS-PH-PLACED IS EQUAL TO 'Y'
               IF WS-PH-IDX IS EQUAL TO 0
                  MOVE 'Y' TO WS-PH-PLACED
               ELSE
                  IF WS-PH-SORT(WS-PH-IDX) > WS-NEW-SORT
                     COMPUTE WS-PH-NEXT = WS-PH-IDX + 1
                     MOVE WS-PH-ENTRY(WS-PH-IDX)
                       TO WS-PH-ENTRY(WS-PH-NEXT)
                     SUBTRACT 1 FROM WS-PH-IDX
                  ELSE
                     MOVE 'Y' TO WS-PH-PLACED
                  END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-PH-NEXT = WS-PH-IDX + 1
           MOVE WS-NEW-ENTRY TO WS-PH-ENTRY(WS-PH-NEXT)
           .
       P210-EXIT.
           EXIT.

       P300-PRINT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           IF WS-ITEM-IN IS EQUAL TO SPACES
              MOVE "UNIT PRICE HISTORY - ALL ITEMS" TO REPORT-RECORD
           ELSE
              STRING "UNIT PRICE HISTORY - ITEM " DELIMITED BY SIZE
                     WS-ITEM-IN                   DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-FROM-IN IS EQUAL TO SPACES AND
              WS-TO-IN IS EQUAL TO SPACES
              MOVE "ALL DATES ON FILE" TO REPORT-RECORD
           ELSE
              STRING "FROM "                DELIMITED BY SIZE
                     WS-FROM-IN             DELIMITED BY SIZE
                     " TO "                 DELIMITED BY SIZE
                     WS-TO-IN               DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE "PRICES PER UNIT IN HOME CURRENCY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       P300-EXIT.
           EXIT.

       P310-START-ITEM.
           MOVE WS-PH-ITEM(WS-PH-IDX) TO WS-CUR-ITEM
           MOVE "(NOT ON ITEM MASTER)" TO WS-ITEM-NAME
           MOVE SPACES TO WS-ITEM-UNIT
           MOVE 0 TO WS-ITM-IDX
           PERFORM UNTIL WS-ITM-IDX IS EQUAL TO WS-ITM-COUNT
               ADD 1 TO WS-ITM-IDX
               IF WS-TI-CODE(WS-ITM-IDX) IS EQUAL TO WS-CUR-ITEM
                  MOVE WS-TI-NAME(WS-ITM-IDX) TO WS-ITEM-NAME
                  MOVE WS-TI-UNIT(WS-ITM-IDX) TO WS-ITEM-UNIT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PY-COUNT
           MOVE 0 TO WS-IT-TIMES
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CUR-ITEM     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-ITEM-NAME    DELIMITED BY SIZE
                  " PER "         DELIMITED BY SIZE
                  WS-ITEM-UNIT    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "DATE"       TO REPORT-RECORD(3:10)
           MOVE "PAYEE"      TO REPORT-RECORD(15:15)
           MOVE "QUANTITY"   TO REPORT-RECORD(32:8)
           MOVE "UNIT PRICE" TO REPORT-RECORD(42:10)
           MOVE "PAID IN"    TO REPORT-RECORD(54:7)
           WRITE REPORT-RECORD
           .
       P310-EXIT.
           EXIT.

       P320-PRINT-PURCHASE.
      **
      * One purchase of the item, and its part in the payee's
      * figures and the item's first and last price.
      **
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-PH-DATE(WS-PH-IDX) TO WS-CVT-CMP
           STRING WS-CVT-CMP(7:2) DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-CVT-CMP(5:2) DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  WS-CVT-CMP(1:4) DELIMITED BY SIZE
             INTO REPORT-RECORD(3:10)
           MOVE WS-PH-PAYEE(WS-PH-IDX) TO REPORT-RECORD(15:15)
           MOVE WS-PH-QTY(WS-PH-IDX) TO WS-QTY-EDIT
           MOVE WS-QTY-EDIT TO REPORT-RECORD(31:9)
           MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-PRICE-EDIT
           MOVE WS-PRICE-EDIT TO REPORT-RECORD(42:10)
           IF WS-PH-CURRENCY(WS-PH-IDX) IS NOT EQUAL TO SPACES
              MOVE WS-PH-CURRENCY(WS-PH-IDX) TO REPORT-RECORD(54:3)
              MOVE WS-PH-ORIG(WS-PH-IDX) TO WS-PRICE-EDIT
              MOVE WS-PRICE-EDIT TO REPORT-RECORD(58:10)
           END-IF
           WRITE REPORT-RECORD

           ADD 1 TO WS-IT-TIMES
           IF WS-IT-TIMES IS EQUAL TO 1
              MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-IT-FIRST
           END-IF
           MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-IT-LAST
           MOVE 0 TO WS-PY-FOUND
           MOVE 0 TO WS-PY-IDX
           PERFORM UNTIL WS-PY-IDX IS EQUAL TO WS-PY-COUNT
               ADD 1 TO WS-PY-IDX
               IF WS-PY-PAYEE(WS-PY-IDX) IS EQUAL TO
                  WS-PH-PAYEE(WS-PH-IDX)
                  MOVE WS-PY-IDX TO WS-PY-FOUND
               END-IF
           END-PERFORM
           IF WS-PY-FOUND IS EQUAL TO 0
              IF WS-PY-COUNT IS EQUAL TO 30
                 MOVE 'Y' TO WS-OVERFLOW
                 GO TO P320-EXIT
              END-IF
              ADD 1 TO WS-PY-COUNT
              MOVE WS-PY-COUNT TO WS-PY-FOUND
              MOVE WS-PH-PAYEE(WS-PH-IDX) TO WS-PY-PAYEE(WS-PY-FOUND)
              MOVE 0 TO WS-PY-TIMES(WS-PY-FOUND)
              MOVE 0 TO WS-PY-QTY(WS-PY-FOUND)
              MOVE 0 TO WS-PY-AMOUNT(WS-PY-FOUND)
              MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-PY-LOW(WS-PY-FOUND)
              MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-PY-HIGH(WS-PY-FOUND)
           END-IF
           ADD 1 TO WS-PY-TIMES(WS-PY-FOUND)
           ADD WS-PH-QTY(WS-PH-IDX) TO WS-PY-QTY(WS-PY-FOUND)
           ADD WS-PH-AMOUNT(WS-PH-IDX) TO WS-PY-AMOUNT(WS-PY-FOUND)
           IF WS-PH-PRICE(WS-PH-IDX) < WS-PY-LOW(WS-PY-FOUND)
              MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-PY-LOW(WS-PY-FOUND)
           END-IF
           IF WS-PH-PRICE(WS-PH-IDX) > WS-PY-HIGH(WS-PY-FOUND)
              MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-PY-HIGH(WS-PY-FOUND)
           END-IF
           MOVE WS-PH-PRICE(WS-PH-IDX) TO WS-PY-LAST(WS-PY-FOUND)
           .
       P320-EXIT.
           EXIT.

       P330-END-ITEM.
      **
      * Closes one item: the payee summary - the average being what
      * was spent over the quantity bought, so a big cheap buy and
      * a small dear one weigh as they should - the change from the
      * first price to the last, and for a regular purchase the
      * cheapest payee on average.
      **
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "AT PAYEE" TO REPORT-RECORD(3:15)
           MOVE "TIMES"    TO REPORT-RECORD(18:5)
           MOVE "AVERAGE"  TO REPORT-RECORD(28:7)
           MOVE "LOWEST"   TO REPORT-RECORD(41:6)
           MOVE "HIGHEST"  TO REPORT-RECORD(52:7)
           MOVE "LATEST"   TO REPORT-RECORD(65:6)
           WRITE REPORT-RECORD
           MOVE 0 TO WS-CHEAP-IDX
           MOVE 0 TO WS-DEAR-IDX
           MOVE 0 TO WS-PY-IDX
           PERFORM UNTIL WS-PY-IDX IS EQUAL TO WS-PY-COUNT
               ADD 1 TO WS-PY-IDX
               COMPUTE WS-PY-AVG(WS-PY-IDX) ROUNDED =
                       WS-PY-AMOUNT(WS-PY-IDX) / WS-PY-QTY(WS-PY-IDX)
               IF WS-CHEAP-IDX IS EQUAL TO 0
                  MOVE WS-PY-IDX TO WS-CHEAP-IDX
                  MOVE WS-PY-IDX TO WS-DEAR-IDX
               ELSE
                  IF WS-PY-AVG(WS-PY-IDX) < WS-PY-AVG(WS-CHEAP-IDX)
                     MOVE WS-PY-IDX TO WS-CHEAP-IDX
                  END-IF
                  IF WS-PY-AVG(WS-PY-IDX) > WS-PY-AVG(WS-DEAR-IDX)
                     MOVE WS-PY-IDX TO WS-DEAR-IDX
                  END-IF
               END-IF
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-PY-PAYEE(WS-PY-IDX) TO REPORT-RECORD(3:15)
               MOVE WS-PY-TIMES(WS-PY-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO REPORT-RECORD(19:4)
               MOVE WS-PY-AVG(WS-PY-IDX) TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO REPORT-RECORD(25:10)
               MOVE WS-PY-LOW(WS-PY-IDX) TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO REPORT-RECORD(37:10)
               MOVE WS-PY-HIGH(WS-PY-IDX) TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO REPORT-RECORD(49:10)
               MOVE WS-PY-LAST(WS-PY-IDX) TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO REPORT-RECORD(61:10)
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           MOVE "FIRST PRICE" TO REPORT-RECORD(3:11)
           MOVE WS-IT-FIRST TO WS-PRICE-EDIT
           MOVE WS-PRICE-EDIT TO REPORT-RECORD(15:10)
           MOVE "LAST PRICE" TO REPORT-RECORD(27:10)
           MOVE WS-IT-LAST TO WS-PRICE-EDIT
           MOVE WS-PRICE-EDIT TO REPORT-RECORD(38:10)
           IF WS-IT-FIRST > 0
              COMPUTE WS-PCT ROUNDED =
                      (WS-IT-LAST - WS-IT-FIRST) * 100 / WS-IT-FIRST
              MOVE WS-PCT TO WS-PCT-EDIT
              MOVE "CHANGE" TO REPORT-RECORD(50:6)
              MOVE WS-PCT-EDIT TO REPORT-RECORD(57:8)
              MOVE "%" TO REPORT-RECORD(65:1)
           END-IF
           WRITE REPORT-RECORD
           IF WS-IT-TIMES < WS-REGULAR-MIN OR WS-CHEAP-IDX = 0
              GO TO P330-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-PY-AVG(WS-CHEAP-IDX) TO WS-PRICE-EDIT
           STRING "REGULAR PURCHASE - CHEAPEST AT " DELIMITED BY SIZE
                  WS-PY-PAYEE(WS-CHEAP-IDX)  DELIMITED BY "  "
                  ", AVERAGE "               DELIMITED BY SIZE
                  WS-PRICE-EDIT              DELIMITED BY SIZE
             INTO REPORT-RECORD(3:78)
           WRITE REPORT-RECORD
           IF WS-RG-COUNT IS EQUAL TO 500
              MOVE 'Y' TO WS-OVERFLOW
              GO TO P330-EXIT
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE WS-CUR-ITEM  TO WS-RG-ITEM(WS-RG-COUNT)
           MOVE WS-ITEM-NAME TO WS-RG-NAME(WS-RG-COUNT)
           MOVE WS-ITEM-UNIT TO WS-RG-UNIT(WS-RG-COUNT)
           MOVE WS-PY-COUNT  TO WS-RG-PAYEES(WS-RG-COUNT)
           MOVE WS-PY-PAYEE(WS-CHEAP-IDX) TO WS-RG-CHEAP(WS-RG-COUNT)
           MOVE WS-PY-AVG(WS-CHEAP-IDX)
             TO WS-RG-CHEAP-AVG(WS-RG-COUNT)
           MOVE WS-PY-PAYEE(WS-DEAR-IDX) TO WS-RG-DEAR(WS-RG-COUNT)
           MOVE WS-PY-AVG(WS-DEAR-IDX) TO WS-RG-DEAR-AVG(WS-RG-COUNT)
           .
       P330-EXIT.
           EXIT.

       P400-PRINT-CHEAPEST.
      **
      * The closing section: each regular purchase with the payee
      * that has been cheapest on average, the dearest, and how
      * much dearer the dearest has been.
      **
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CHEAPEST PAYEE FOR EACH REGULAR PURCHASE"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-RG-COUNT IS EQUAL TO 0
              MOVE "  NO ITEM BOUGHT OFTEN ENOUGH IN THE PERIOD"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO P400-EXIT
           END-IF
           MOVE 0 TO WS-RG-IDX
           PERFORM UNTIL WS-RG-IDX IS EQUAL TO WS-RG-COUNT
               ADD 1 TO WS-RG-IDX
               MOVE SPACES TO REPORT-RECORD
               STRING WS-RG-ITEM(WS-RG-IDX) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-RG-NAME(WS-RG-IDX) DELIMITED BY SIZE
                      " PER "               DELIMITED BY SIZE
                      WS-RG-UNIT(WS-RG-IDX) DELIMITED BY SIZE
                 INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               MOVE "CHEAPEST" TO REPORT-RECORD(3:8)
               MOVE WS-RG-CHEAP(WS-RG-IDX) TO REPORT-RECORD(12:15)
               MOVE WS-RG-CHEAP-AVG(WS-RG-IDX) TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO REPORT-RECORD(27:10)
               IF WS-RG-PAYEES(WS-RG-IDX) IS EQUAL TO 1
                  MOVE "(ONLY PAYEE USED)" TO REPORT-RECORD(39:17)
               ELSE
                  MOVE "DEAREST" TO REPORT-RECORD(39:7)
                  MOVE WS-RG-DEAR(WS-RG-IDX) TO REPORT-RECORD(47:15)
                  MOVE WS-RG-DEAR-AVG(WS-RG-IDX) TO WS-PRICE-EDIT
                  MOVE WS-PRICE-EDIT TO REPORT-RECORD(60:10)
                  IF WS-RG-CHEAP-AVG(WS-RG-IDX) > 0
                     COMPUTE WS-PCT ROUNDED =
                             (WS-RG-DEAR-AVG(WS-RG-IDX)
                              - WS-RG-CHEAP-AVG(WS-RG-IDX)) * 100
                             / WS-RG-CHEAP-AVG(WS-RG-IDX)
                     MOVE WS-PCT TO WS-PCT-EDIT
                     MOVE WS-PCT-EDIT TO REPORT-RECORD(71:8)
                     MOVE "%" TO REPORT-RECORD(79:1)
                  END-IF
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           .
       P400-EXIT.
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

       Z100-LOAD-RATES.
      **
      * Loads the exchange-rate master into a table once per run.
      * Lines paid in a foreign currency are converted to home
      * currency at the rate in force on their own date; with no
      * master on file every line reports at face value.
      **
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-FULL
           MOVE 'N' TO WS-CUR-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
              GO TO Z100-EXIT
           END-IF
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CUR-FILE
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
       Z100-EXIT.
           EXIT.
       Z110-RATE-FOR-LINE.
      **
      * Sets WS-CVT-RATE for a line paid in WS-NEW-CURRENCY on the
      * date in WS-CVT-CMP: the dated rate entry with the latest
      * effective-from on or before that date.  Home currency lines
      * and codes with no usable rate convert at 1.
      **
           MOVE 1 TO WS-CVT-RATE
           IF WS-NEW-CURRENCY IS EQUAL TO SPACES OR
              WS-RATE-COUNT IS EQUAL TO 0
              GO TO Z110-EXIT
           END-IF
           MOVE 0 TO WS-CVT-BEST
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-CODE(WS-RATE-IDX) IS EQUAL TO
                  WS-NEW-CURRENCY
                  AND WS-RATE-FROM(WS-RATE-IDX) <= WS-CVT-CMP
                  AND WS-RATE-FROM(WS-RATE-IDX) >= WS-CVT-BEST
                  MOVE WS-RATE-FROM(WS-RATE-IDX) TO WS-CVT-BEST
                  MOVE WS-RATE-RATE(WS-RATE-IDX) TO WS-CVT-RATE
               END-IF
           END-PERFORM
           .
       Z110-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM PRICE-HISTORY.
