      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-PROJECTS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PRJ-FILE  ASSIGN TO "projects.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRJ-STATUS.
           SELECT PRJTMP-FILE  ASSIGN TO "projects.tmp"
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
      * Projects and events - a renovation, a wedding, a holiday -
      * that spending can be tagged with whatever its category.
      * OPEN and CLOSE bound the dates an expense may carry the
      * code; a blank CLOSE means the project is still running.
      * BUDGET is the overall sum set aside for the whole project.
       FD PRJ-FILE.
       01 PRJ-RECORD.
          05 PRJ-CODE         PIC X(8).
          05 PRJ-DESC         PIC X(30).
          05 PRJ-OPEN         PIC X(10).
          05 PRJ-CLOSE        PIC X(10).
          05 PRJ-BUDGET       PIC 9(7)V99.
       FD PRJTMP-FILE.
       01 PRJTMP-RECORD       PIC X(67).
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
       01 WS-PRJ-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-CODE-IN               PIC X(8).
       01 WS-DESC-IN               PIC X(30).
       01 WS-OPEN-IN               PIC X(10).
       01 WS-BUDGET-IN             PIC 9(7)V99.
       01 WS-DATE                  PIC X(10).
       01 WS-OPEN-CMP              PIC 9(8).
       01 WS-CLOSE-CMP             PIC 9(8).
       01 WS-AMT-EDIT              PIC Z(6)9.99.
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC X(4).
          05 WS-SYS-MM             PIC X(2).
          05 WS-SYS-DD             PIC X(2).
       01 WS-VALID-DATE            PIC X(1).
       01 WS-VDD-TXT               PIC X(2).
       01 WS-VMM-TXT               PIC X(2).
       01 WS-VYYYY-TXT             PIC X(4).
       01 WS-VDD-NUM               PIC 9(2).
       01 WS-VMM-NUM               PIC 9(2).
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
      * The main procedure of the program. Maintains the projects
      * master projects.dat - the kitchen renovation, the wedding,
      * the summer holiday.  Each project has a code, what it is,
      * the dates it runs between and the overall budget set for
      * it.  Expenses are tagged with the code as they are entered
      * and PROJECT-REPORT sets what was spent against the budget.
      * Projects are closed rather than removed so their costs
      * still report once they are over.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "A TO ADD A PROJECT, L TO LIST, B TO REVISE THE "
                   "BUDGET, X TO CLOSE ONE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'A'
               WHEN 'a'
                   PERFORM R020-ADD-PROJECT THRU R020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM R010-LIST-PROJECTS THRU R010-EXIT
               WHEN 'B'
               WHEN 'b'
                   PERFORM R030-REVISE-BUDGET THRU R030-EXIT
               WHEN 'X'
               WHEN 'x'
                   PERFORM R040-CLOSE-PROJECT THRU R040-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       R010-LIST-PROJECTS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PRJ-FILE
           IF WS-PRJ-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO PROJECTS ON FILE YET"
              GO TO R010-EXIT
           END-IF
           DISPLAY "PROJECT  DESCRIPTION                    OPENED    "
                   "  CLOSED          BUDGET"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PRJ-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE PRJ-BUDGET TO WS-AMT-EDIT
                  IF PRJ-CLOSE IS EQUAL TO SPACES
                     DISPLAY PRJ-CODE " " PRJ-DESC " " PRJ-OPEN " "
                             "RUNNING    " WS-AMT-EDIT
                  ELSE
                     DISPLAY PRJ-CODE " " PRJ-DESC " " PRJ-OPEN " "
                             PRJ-CLOSE " " WS-AMT-EDIT
                  END-IF
           END-PERFORM
           CLOSE PRJ-FILE
           .
       R010-EXIT.
           EXIT.

       R020-ADD-PROJECT.
      **
      * Adds a project.  It opens on the date given (today if left
      * blank) and runs until it is closed; spending dated before
      * the open date cannot be tagged with it.
      **
           DISPLAY "ENTER NEW PROJECT CODE"
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO R020-EXIT
           END-IF
           PERFORM R100-FIND-PROJECT THRU R100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "PROJECT ALREADY ON FILE: " WS-CODE-IN
              GO TO R020-EXIT
           END-IF
           DISPLAY "WHAT THE PROJECT IS"
           ACCEPT WS-DESC-IN
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "OVERALL BUDGET"
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'Y' AND
                  (WS-BAL-PARSED IS LESS THAN 0 OR
                   WS-BAL-PARSED IS GREATER THAN 9999999.99)
                  MOVE 'N' TO WS-BAL-OK
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 9999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-BUDGET-IN
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "PROJECT OPENS (DD/MM/YYYY, BLANK FOR TODAY)"
               ACCEPT WS-DATE
               IF WS-DATE IS EQUAL TO SPACES
                  STRING WS-SYS-DD   DELIMITED BY SIZE
                         "/"         DELIMITED BY SIZE
                         WS-SYS-MM   DELIMITED BY SIZE
                         "/"         DELIMITED BY SIZE
                         WS-SYS-YYYY DELIMITED BY SIZE
                    INTO WS-DATE
               END-IF
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-DATE TO WS-OPEN-IN
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "PROJECT NOT ADDED - TRY AGAIN SHORTLY"
              GO TO R020-EXIT
           END-IF
           OPEN EXTEND PRJ-FILE
           IF WS-PRJ-STATUS IS EQUAL TO "35"
              OPEN OUTPUT PRJ-FILE
           END-IF
           MOVE WS-CODE-IN   TO PRJ-CODE
           MOVE WS-DESC-IN   TO PRJ-DESC
           MOVE WS-OPEN-IN   TO PRJ-OPEN
           MOVE SPACES       TO PRJ-CLOSE
           MOVE WS-BUDGET-IN TO PRJ-BUDGET
           WRITE PRJ-RECORD
           CLOSE PRJ-FILE
           MOVE "PRJADD" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "PROJECT ADDED: " WS-CODE-IN
           .
       R020-EXIT.
           EXIT.

       R030-REVISE-BUDGET.
      **
      * Replaces a project's overall budget - the wedding grew, the
      * builder's quote came in lower.  The change is journalled
      * under the project code.
      **
           DISPLAY "ENTER PROJECT CODE"
           ACCEPT WS-CODE-IN
           PERFORM R100-FIND-PROJECT THRU R100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "PROJECT NOT FOUND: " WS-CODE-IN
              GO TO R030-EXIT
           END-IF
           MOVE PRJ-BUDGET TO WS-AMT-EDIT
           DISPLAY PRJ-DESC " BUDGET IS " WS-AMT-EDIT
           MOVE 'N' TO WS-BAL-OK
           PERFORM UNTIL WS-BAL-OK IS EQUAL TO 'Y'
               DISPLAY "NEW OVERALL BUDGET"
               ACCEPT WS-BAL-IN
               PERFORM A016-PARSE-BALANCE THRU A016-EXIT
               IF WS-BAL-OK IS EQUAL TO 'Y' AND
                  (WS-BAL-PARSED IS LESS THAN 0 OR
                   WS-BAL-PARSED IS GREATER THAN 9999999.99)
                  MOVE 'N' TO WS-BAL-OK
               END-IF
               IF WS-BAL-OK IS EQUAL TO 'N'
                  DISPLAY "INVALID AMOUNT - EXPECTED 9999999.99, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-BAL-PARSED TO WS-BUDGET-IN
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "BUDGET NOT CHANGED - TRY AGAIN SHORTLY"
              GO TO R030-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PRJ-FILE
           OPEN OUTPUT PRJTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PRJ-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF PRJ-CODE IS EQUAL TO WS-CODE-IN
                     MOVE WS-BUDGET-IN TO PRJ-BUDGET
                  END-IF
                  MOVE PRJ-RECORD TO PRJTMP-RECORD
                  WRITE PRJTMP-RECORD
           END-PERFORM
           CLOSE PRJ-FILE
           CLOSE PRJTMP-FILE
           PERFORM R140-COPY-BACK THRU R140-EXIT
           MOVE "PRJBUDG" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           MOVE WS-BUDGET-IN TO WS-AMT-EDIT
           DISPLAY "BUDGET NOW " WS-AMT-EDIT
           .
       R030-EXIT.
           EXIT.

       R040-CLOSE-PROJECT.
      **
      * Closes a project on the date given (today if left blank),
      * after which no spending dated later may be tagged with it.
      * The close date may not fall before the project opened.
      **
           DISPLAY "ENTER PROJECT CODE TO CLOSE"
           ACCEPT WS-CODE-IN
           PERFORM R100-FIND-PROJECT THRU R100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "PROJECT NOT FOUND: " WS-CODE-IN
              GO TO R040-EXIT
           END-IF
           IF PRJ-CLOSE IS NOT EQUAL TO SPACES
              DISPLAY "PROJECT ALREADY CLOSED ON " PRJ-CLOSE
              GO TO R040-EXIT
           END-IF
           MOVE PRJ-OPEN(7:4) TO WS-OPEN-CMP(1:4)
           MOVE PRJ-OPEN(4:2) TO WS-OPEN-CMP(5:2)
           MOVE PRJ-OPEN(1:2) TO WS-OPEN-CMP(7:2)
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "CLOSE DATE (DD/MM/YYYY, BLANK FOR TODAY)"
               ACCEPT WS-DATE
               IF WS-DATE IS EQUAL TO SPACES
                  STRING WS-SYS-DD   DELIMITED BY SIZE
                         "/"         DELIMITED BY SIZE
                         WS-SYS-MM   DELIMITED BY SIZE
                         "/"         DELIMITED BY SIZE
                         WS-SYS-YYYY DELIMITED BY SIZE
                    INTO WS-DATE
               END-IF
               PERFORM A010-VALIDATE-DATE THRU A010-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, RE-ENTER"
               ELSE
                  MOVE WS-DATE(7:4) TO WS-CLOSE-CMP(1:4)
                  MOVE WS-DATE(4:2) TO WS-CLOSE-CMP(5:2)
                  MOVE WS-DATE(1:2) TO WS-CLOSE-CMP(7:2)
                  IF WS-CLOSE-CMP IS LESS THAN WS-OPEN-CMP
                     MOVE 'N' TO WS-VALID-DATE
                     DISPLAY "PROJECT OPENED " PRJ-OPEN " - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "PROJECT NOT CLOSED - TRY AGAIN SHORTLY"
              GO TO R040-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PRJ-FILE
           OPEN OUTPUT PRJTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PRJ-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF PRJ-CODE IS EQUAL TO WS-CODE-IN
                     MOVE WS-DATE TO PRJ-CLOSE
                  END-IF
                  MOVE PRJ-RECORD TO PRJTMP-RECORD
                  WRITE PRJTMP-RECORD
           END-PERFORM
           CLOSE PRJ-FILE
           CLOSE PRJTMP-FILE
           PERFORM R140-COPY-BACK THRU R140-EXIT
           MOVE "PRJCLOSE" TO WS-JRN-ACTION
           MOVE WS-CODE-IN TO WS-JRN-KEY
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "PROJECT CLOSED: " WS-CODE-IN
           .
       R040-EXIT.
           EXIT.

       R100-FIND-PROJECT.
      **
      * Looks WS-CODE-IN up on projects.dat; WS-FOUND comes back 'Y'
      * with the record in PRJ-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PRJ-FILE
           IF WS-PRJ-STATUS IS NOT EQUAL TO "00"
              GO TO R100-EXIT
           END-IF
           PERFORM UNTIL WS-MST-EOF = 'Y' OR WS-FOUND = 'Y'
               READ PRJ-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF PRJ-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE PRJ-FILE
           .
       R100-EXIT.
           EXIT.

       R140-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PRJTMP-FILE
           OPEN OUTPUT PRJ-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PRJTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE PRJTMP-RECORD TO PRJ-RECORD
                  WRITE PRJ-RECORD
           END-PERFORM
           CLOSE PRJTMP-FILE
           CLOSE PRJ-FILE
           .
       R140-EXIT.
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

       J010-WRITE-JOURNAL.
      **
      * Appends one audit entry to journal.dat.  Project changes are
      * not expense-record changes, so both images stay blank and
      * the key carries the project code - the journal replay passes
      * over them.
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
           MOVE "MAINTAIN-PROJECTS"    TO JRN-PROGRAM
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
      * share, so a sequence number is never handed out twice and a
      * rewrite pass never interleaves with another session's
      * postings.  The token is written and read back to confirm
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
           STRING "MAINTAIN-PROJECTS" DELIMITED BY SIZE
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
           MOVE WS-SIGNON-USER TO LCK-USER
           MOVE "MAINTAIN-PROJECTS" TO LCK-PROGRAM
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
       END PROGRAM MAINTAIN-PROJECTS.
