      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACCOUNT-PROOF.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ACC-FILE  ASSIGN TO "accounts.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACC-STATUS.
           SELECT AMV-FILE  ASSIGN TO "acctmove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AMV-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "account-proof.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ACC-FILE.
       01 ACC-RECORD.
          05 ACC-CODE              PIC X(15).
          05 ACC-NAME              PIC X(20).
          05 ACC-TYPE              PIC X(1).
          05 ACC-PAYMETH           PIC X(15).
          05 ACC-OPEN-DATE         PIC X(10).
          05 ACC-OPENING           PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ACC-BALANCE           PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ACC-ACTIVE            PIC X(1).
       FD AMV-FILE.
       01 AMV-RECORD.
          05 AMV-ACCOUNT           PIC X(15).
          05 AMV-DATE              PIC X(10).
          05 AMV-KEY               PIC X(16).
          05 AMV-AMOUNT            PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 AMV-TYPE              PIC X(1).
          05 AMV-PROGRAM           PIC X(18).
          05 AMV-STAMP             PIC X(14).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ACC-STATUS            PIC X(2).
       01 WS-AMV-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-AMV-EOF               PIC X(1).
       01 WS-ACC-FILTER            PIC X(15).
       01 WS-DATE                  PIC X(10).
       01 WS-STMT-CMP              PIC 9(8).
       01 WS-CDATE                 PIC X(10).
       01 WS-CCMP                  PIC 9(8).
       01 WS-CDATE-OK              PIC X(1).
       01 WS-VALID-DATE            PIC X(1).
       01 WS-VDD-TXT               PIC X(2).
       01 WS-VMM-TXT               PIC X(2).
       01 WS-VYYYY-TXT             PIC X(4).
       01 WS-VDD-NUM               PIC 9(2).
       01 WS-VMM-NUM               PIC 9(2).
       01 WS-MONEY-IN              PIC S9(11)V99.
       01 WS-MONEY-OUT             PIC S9(11)V99.
       01 WS-ALL-MOVES             PIC S9(11)V99.
       01 WS-LATE-MOVES            PIC S9(11)V99.
       01 WS-LATE-COUNT            PIC 9(5).
       01 WS-MOVE-COUNT            PIC 9(5).
       01 WS-COMPUTED              PIC S9(11)V99.
       01 WS-EXPECTED              PIC S9(11)V99.
       01 WS-DIFFERENCE            PIC S9(11)V99.
       01 WS-STMT-BALANCE          PIC S9(9)V99.
       01 WS-HAVE-STMT             PIC X(1).
       01 WS-ACC-COUNT             PIC 9(3) VALUE 0.
       01 WS-PROVED-COUNT          PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT          PIC 9(3) VALUE 0.
       01 WS-BAL-EDIT              PIC -(11)9.99.
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-BAL-IN                PIC X(13).
       01 WS-BAL-OK                PIC X(1).
       01 WS-BAL-NEG               PIC X(1).
       01 WS-BAL-POINT             PIC X(1).
       01 WS-BAL-CH                PIC X(1).
       01 WS-BAL-IDX               PIC 9(2).
       01 WS-BAL-INT               PIC X(9).
       01 WS-BAL-DEC               PIC X(2).
       01 WS-BAL-INT-LEN           PIC 9(2).
       01 WS-BAL-DEC-LEN           PIC 9(1).
       01 WS-BAL-JUST              PIC X(9).
       01 WS-BAL-POS               PIC 9(2).
       01 WS-BAL-BUILD             PIC X(11).
       01 WS-BAL-BUILD-N REDEFINES WS-BAL-BUILD PIC 9(9)V99.
       01 WS-BAL-PARSED            PIC S9(9)V99.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Proves each account on
      * accounts.dat against its bank or card statement: the
      * opening balance plus every movement on acctmove.dat dated
      * up to the statement date gives the computed balance, which
      * must equal the closing balance printed on the statement.
      * Each account also gets an integrity line - the running
      * balance on the master must equal the opening balance plus
      * every movement ever appended - so a balance moved outside
      * the posting programs shows up here.  Written to
      * account-proof.rpt.
      **
           DISPLAY "ACCOUNT TO PROVE (BLANK FOR ALL ACCOUNTS)"
           ACCEPT WS-ACC-FILTER
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "STATEMENT DATE (DD/MM/YYYY)"
               ACCEPT WS-DATE
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-DATE TO WS-CDATE
           PERFORM M200-CONVERT-DATE THRU M200-EXIT
           MOVE WS-CCMP TO WS-STMT-CMP

           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ACC-FILE
           IF WS-ACC-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO ACCOUNTS ON FILE - SET THEM UP IN "
                      "MAINTAIN-ACCOUNTS FIRST"
              GO TO MAIN-EXIT
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT BALANCE PROOF AS AT " DELIMITED BY SIZE
                  WS-DATE                        DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF WS-ACC-FILTER IS EQUAL TO SPACES OR
                     WS-ACC-FILTER IS EQUAL TO ACC-CODE
                     PERFORM B100-PROVE-ACCOUNT THRU B100-EXIT
                  END-IF
           END-PERFORM
           CLOSE ACC-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ACC-COUNT        DELIMITED BY SIZE
                  " ACCOUNT(S) - "    DELIMITED BY SIZE
                  WS-PROVED-COUNT     DELIMITED BY SIZE
                  " BALANCE, "        DELIMITED BY SIZE
                  WS-FAILED-COUNT     DELIMITED BY SIZE
                  " DO NOT BALANCE"   DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "account-proof.rpt" TO WS-SPOOL-REPORT
           MOVE "ACCOUNT-PROOF"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           IF WS-ACC-FILTER IS EQUAL TO SPACES
              STRING "AS AT "       DELIMITED BY SIZE
                     WS-DATE        DELIMITED BY SIZE
                     " ALL ACCOUNTS" DELIMITED BY SIZE
                INTO WS-SPOOL-PARMS
           ELSE
              STRING "AS AT "       DELIMITED BY SIZE
                     WS-DATE        DELIMITED BY SIZE
                     " ACCOUNT "    DELIMITED BY SIZE
                     WS-ACC-FILTER  DELIMITED BY SIZE
                INTO WS-SPOOL-PARMS
           END-IF
           CALL "SPOOL-REPORT"
           DISPLAY WS-ACC-COUNT " ACCOUNT(S) - " WS-PROVED-COUNT
                   " BALANCE, " WS-FAILED-COUNT " DO NOT BALANCE"
           DISPLAY "PROOF WRITTEN TO account-proof.rpt".
       MAIN-EXIT.
           GOBACK.

       B100-PROVE-ACCOUNT.
      **
      * One account: totals its movements either side of the
      * statement date, asks for the statement's closing balance
      * and prints the proof block.
      **
           ADD 1 TO WS-ACC-COUNT
           PERFORM B110-TOTAL-MOVES THRU B110-EXIT
           COMPUTE WS-COMPUTED = ACC-OPENING + WS-MONEY-IN
                               + WS-MONEY-OUT
           DISPLAY "ACCOUNT " ACC-CODE " " ACC-NAME
           DISPLAY "STATEMENT CLOSING BALANCE (LEADING - IF "
                   "OVERDRAWN, BLANK IF NO STATEMENT)"
           MOVE 'N' TO WS-HAVE-STMT
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               ACCEPT WS-BAL-IN
               IF WS-BAL-IN IS EQUAL TO SPACES
                  MOVE 'Y' TO WS-BAL-OK
               ELSE
                  PERFORM A016-PARSE-BALANCE THRU A016-EXIT
                  IF WS-BAL-OK IS EQUAL TO 'Y'
                     MOVE 'Y' TO WS-HAVE-STMT
                     MOVE WS-BAL-PARSED TO WS-STMT-BALANCE
                  ELSE
                     DISPLAY "INVALID AMOUNT - EXPECTED "
                             "-999999999.99, RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT: " DELIMITED BY SIZE
                  ACC-CODE    DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ACC-NAME    DELIMITED BY SIZE
             INTO REPORT-RECORD
           IF ACC-ACTIVE IS EQUAL TO 'R'
              MOVE "(RETIRED)" TO REPORT-RECORD(57:9)
           END-IF
           WRITE REPORT-RECORD
           MOVE ACC-OPENING TO WS-BAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  OPENING BALANCE " DELIMITED BY SIZE
                  ACC-OPEN-DATE        DELIMITED BY SIZE
             INTO REPORT-RECORD
           MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
           WRITE REPORT-RECORD
           MOVE WS-MONEY-IN TO WS-BAL-EDIT
           MOVE "  MONEY IN TO STATEMENT DATE" TO REPORT-RECORD
           MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
           WRITE REPORT-RECORD
           MOVE WS-MONEY-OUT TO WS-BAL-EDIT
           MOVE "  MONEY OUT TO STATEMENT DATE" TO REPORT-RECORD
           MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
           WRITE REPORT-RECORD
           MOVE WS-COMPUTED TO WS-BAL-EDIT
           MOVE "  COMPUTED BALANCE" TO REPORT-RECORD
           MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
           WRITE REPORT-RECORD
           IF WS-HAVE-STMT IS EQUAL TO 'Y'
              MOVE WS-STMT-BALANCE TO WS-BAL-EDIT
              MOVE "  STATEMENT CLOSING BALANCE" TO REPORT-RECORD
              MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
              WRITE REPORT-RECORD
              COMPUTE WS-DIFFERENCE = WS-COMPUTED - WS-STMT-BALANCE
              MOVE WS-DIFFERENCE TO WS-BAL-EDIT
              MOVE "  DIFFERENCE" TO REPORT-RECORD
              MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
              WRITE REPORT-RECORD
              IF WS-DIFFERENCE IS EQUAL TO 0
                 ADD 1 TO WS-PROVED-COUNT
                 MOVE "  *** BALANCES ***" TO REPORT-RECORD
              ELSE
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE "  *** DOES NOT BALANCE ***" TO REPORT-RECORD
              END-IF
              WRITE REPORT-RECORD
           ELSE
              MOVE "  NO STATEMENT BALANCE KEYED - NOT PROVED"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-LATE-COUNT > 0
              MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
              MOVE WS-LATE-MOVES TO WS-BAL-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "  MOVEMENTS AFTER STATEMENT DATE: " DELIMITED
                     BY SIZE
                     WS-COUNT-EDIT DELIMITED BY SIZE
                INTO REPORT-RECORD
              MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
              WRITE REPORT-RECORD
           END-IF
           COMPUTE WS-EXPECTED = ACC-OPENING + WS-ALL-MOVES
           MOVE ACC-BALANCE TO WS-BAL-EDIT
           MOVE "  RUNNING BALANCE ON MASTER" TO REPORT-RECORD
           MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
           IF WS-EXPECTED IS EQUAL TO ACC-BALANCE
              MOVE "AGREES" TO REPORT-RECORD(58:6)
           ELSE
              MOVE "OUT OF STEP" TO REPORT-RECORD(58:11)
           END-IF
           WRITE REPORT-RECORD
           IF WS-EXPECTED IS NOT EQUAL TO ACC-BALANCE
              COMPUTE WS-DIFFERENCE = ACC-BALANCE - WS-EXPECTED
              MOVE WS-DIFFERENCE TO WS-BAL-EDIT
              MOVE "  MASTER LESS OPENING PLUS MOVEMENTS"
                TO REPORT-RECORD
              MOVE WS-BAL-EDIT TO REPORT-RECORD(41:15)
              WRITE REPORT-RECORD
           END-IF
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       B100-EXIT.
           EXIT.

       B110-TOTAL-MOVES.
      **
      * Walks acctmove.dat for the account in ACC-RECORD: money in
      * and money out up to the statement date, whatever is dated
      * after it, and the total of every movement for the
      * integrity line.
      **
           MOVE 0 TO WS-MONEY-IN
           MOVE 0 TO WS-MONEY-OUT
           MOVE 0 TO WS-ALL-MOVES
           MOVE 0 TO WS-LATE-MOVES
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-MOVE-COUNT
           MOVE 'N' TO WS-AMV-EOF
           OPEN INPUT AMV-FILE
           IF WS-AMV-STATUS IS NOT EQUAL TO "00"
              GO TO B110-EXIT
           END-IF
           PERFORM UNTIL WS-AMV-EOF = 'Y'
               READ AMV-FILE
               AT END
                  MOVE 'Y' TO WS-AMV-EOF
               NOT AT END
                  IF AMV-ACCOUNT IS EQUAL TO ACC-CODE
                     ADD 1 TO WS-MOVE-COUNT
                     ADD AMV-AMOUNT TO WS-ALL-MOVES
                     MOVE AMV-DATE TO WS-CDATE
                     PERFORM M200-CONVERT-DATE THRU M200-EXIT
                     IF WS-CCMP > WS-STMT-CMP
                        ADD 1 TO WS-LATE-COUNT
                        ADD AMV-AMOUNT TO WS-LATE-MOVES
                     ELSE
                        IF AMV-AMOUNT < 0
                           ADD AMV-AMOUNT TO WS-MONEY-OUT
                        ELSE
                           ADD AMV-AMOUNT TO WS-MONEY-IN
                        END-IF
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE AMV-FILE
           .
       B110-EXIT.
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
       M200-CONVERT-DATE.
      **
      * DD/MM/YYYY in WS-CDATE to a comparable YYYYMMDD in WS-CCMP;
      * a malformed date comes back as zero, which sorts it before
      * any statement date.
      **
           MOVE 'Y' TO WS-CDATE-OK
           MOVE 0 TO WS-CCMP
           IF WS-CDATE(3:1) IS NOT EQUAL TO "/" OR
              WS-CDATE(6:1) IS NOT EQUAL TO "/" OR
              WS-CDATE(1:2) IS NOT NUMERIC OR
              WS-CDATE(4:2) IS NOT NUMERIC OR
              WS-CDATE(7:4) IS NOT NUMERIC
              MOVE 'N' TO WS-CDATE-OK
              GO TO M200-EXIT
           END-IF
           MOVE WS-CDATE(7:4) TO WS-CCMP(1:4)
           MOVE WS-CDATE(4:2) TO WS-CCMP(5:2)
           MOVE WS-CDATE(1:2) TO WS-CCMP(7:2)
           .
       M200-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM ACCOUNT-PROOF.
