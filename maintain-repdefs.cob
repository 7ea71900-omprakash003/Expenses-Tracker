      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-REPDEFS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RDF-FILE  ASSIGN TO "repdefs.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RDF-STATUS.
           SELECT RDFTMP-FILE  ASSIGN TO "repdefs.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RDF-FILE.
       01 RDF-LINE                 PIC X(152).
       FD RDFTMP-FILE.
       01 RDFTMP-LINE              PIC X(152).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-RDF-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-NAME-IN               PIC X(10).
       01 WS-CONFIRM               PIC X(1).
       01 WS-DEF.
        COPY report_definition.
       01 WS-ASK-CURRENT           PIC X(40).
       01 WS-ASK-VALUE             PIC X(40).
       01 WS-ASK-IN                PIC X(40).
       01 WS-CDATE                 PIC X(10).
       01 WS-CDD                   PIC 9(2).
       01 WS-CMM                   PIC 9(2).
       01 WS-CYYYY                 PIC 9(4).
       01 WS-CCMP                  PIC 9(8).
       01 WS-CDATE-OK              PIC X(1).
       01 WS-LETTERS               PIC X(14).
       01 WS-LETTER-MAX            PIC 9(2).
       01 WS-LETTER-IDX            PIC 9(2).
       01 WS-VALID-IDX             PIC 9(2).
       01 WS-LETTER-OK             PIC X(1).
       01 WS-LETTERS-OK            PIC X(1).
       01 WS-SORT-LETTERS          PIC X(10) VALUE "DNPCMYTRUJ".
       01 WS-COLUMN-LETTERS        PIC X(14) VALUE "DNPCMYSTRUJKOA".
       01 WS-VALID-LETTERS         PIC X(14).
       01 WS-VALID-MAX             PIC 9(2).
       01 WS-DEF-COUNT             PIC 9(4) VALUE 0.
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Maintains repdefs.dat,
      * the saved report definitions RUN-REPORT prints: what to
      * select (dates or a rolling period, person, category with its
      * detail categories, payment method, payee, type, reimbursable,
      * currency), up to three sort levels each with a subtotal, the
      * columns to print, a title, and whether the run goes to the
      * report spool or to a CSV file.  A new question is then a new
      * definition rather than a new program.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "D TO DEFINE OR CHANGE A REPORT, L TO LIST, "
                   "S TO SHOW ONE, X TO DROP ONE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'D'
               WHEN 'd'
                   PERFORM R020-DEFINE-REPORT THRU R020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM R010-LIST-REPORTS THRU R010-EXIT
               WHEN 'S'
               WHEN 's'
                   PERFORM R030-SHOW-REPORT THRU R030-EXIT
               WHEN 'X'
               WHEN 'x'
                   PERFORM R040-DROP-REPORT THRU R040-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       R010-LIST-REPORTS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RDF-FILE
           IF WS-RDF-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO REPORT DEFINITIONS ON FILE YET"
              GO TO R010-EXIT
           END-IF
           DISPLAY "NAME       TITLE                             "
                   "       SORT COLUMNS        OUT"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RDF-FILE INTO WS-DEF
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  ADD 1 TO WS-DEF-COUNT
                  DISPLAY RDF-NAME " " RDF-TITLE " " RDF-SORT "  "
                          RDF-COLUMNS " " RDF-OUTPUT
           END-PERFORM
           CLOSE RDF-FILE
           DISPLAY WS-DEF-COUNT " DEFINITION(S)"
           .
       R010-EXIT.
           EXIT.

       R020-DEFINE-REPORT.
      **
      * Takes a new definition field by field, or changes one
      * already saved: for a saved one each prompt shows the value
      * held, ENTER keeps it and * clears it.  Every answer is
      * checked before anything is written.
      **
           DISPLAY "REPORT NAME (UP TO 10 CHARACTERS)"
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO R020-EXIT
           END-IF
           PERFORM R100-FIND-REPORT THRU R100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "CHANGING " WS-NAME-IN
                      " - ENTER KEEPS A VALUE, * CLEARS IT"
           ELSE
              MOVE SPACES TO WS-DEF
              MOVE WS-NAME-IN TO RDF-NAME
           END-IF

           MOVE RDF-TITLE TO WS-ASK-CURRENT
           DISPLAY "TITLE [" RDF-TITLE "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-TITLE

           MOVE RDF-PERIOD TO WS-ASK-CURRENT
           DISPLAY "ROLLING PERIOD - TM/LM THIS/LAST MONTH, TQ/LQ "
                   "QUARTER, TY/LY YEAR, BLANK FOR DATES [" RDF-PERIOD
                   "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-PERIOD
           IF RDF-PERIOD IS NOT EQUAL TO SPACES AND
              RDF-PERIOD IS NOT EQUAL TO "TM" AND
              RDF-PERIOD IS NOT EQUAL TO "LM" AND
              RDF-PERIOD IS NOT EQUAL TO "TQ" AND
              RDF-PERIOD IS NOT EQUAL TO "LQ" AND
              RDF-PERIOD IS NOT EQUAL TO "TY" AND
              RDF-PERIOD IS NOT EQUAL TO "LY"
              DISPLAY "INVALID PERIOD - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF
           IF RDF-PERIOD IS EQUAL TO SPACES
              MOVE RDF-FROM-DATE TO WS-ASK-CURRENT
              DISPLAY "FROM DATE (DD/MM/YYYY, BLANK FOR NO LIMIT) ["
                      RDF-FROM-DATE "]"
              PERFORM R110-ASK THRU R110-EXIT
              MOVE WS-ASK-VALUE TO RDF-FROM-DATE
              MOVE RDF-TO-DATE TO WS-ASK-CURRENT
              DISPLAY "TO DATE   (DD/MM/YYYY, BLANK FOR NO LIMIT) ["
                      RDF-TO-DATE "]"
              PERFORM R110-ASK THRU R110-EXIT
              MOVE WS-ASK-VALUE TO RDF-TO-DATE
           ELSE
              MOVE SPACES TO RDF-FROM-DATE
              MOVE SPACES TO RDF-TO-DATE
           END-IF
           IF RDF-FROM-DATE IS NOT EQUAL TO SPACES
              MOVE RDF-FROM-DATE TO WS-CDATE
              PERFORM C200-CONVERT-DATE
              IF WS-CDATE-OK IS EQUAL TO 'N'
                 DISPLAY "INVALID FROM DATE - NOTHING SAVED"
                 GO TO R020-EXIT
              END-IF
           END-IF
           IF RDF-TO-DATE IS NOT EQUAL TO SPACES
              MOVE RDF-TO-DATE TO WS-CDATE
              PERFORM C200-CONVERT-DATE
              IF WS-CDATE-OK IS EQUAL TO 'N'
                 DISPLAY "INVALID TO DATE - NOTHING SAVED"
                 GO TO R020-EXIT
              END-IF
           END-IF

           MOVE RDF-ARCHIVES TO WS-ASK-CURRENT
           DISPLAY "READ THE YEARLY ARCHIVES TOO? (Y/N) ["
                   RDF-ARCHIVES "]"
           PERFORM R110-ASK THRU R110-EXIT
           PERFORM R120-FOLD-FLAG THRU R120-EXIT
           MOVE WS-ASK-VALUE TO RDF-ARCHIVES

           MOVE RDF-PERSON TO WS-ASK-CURRENT
           DISPLAY "PERSON (BLANK FOR ALL) [" RDF-PERSON "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-PERSON

           MOVE RDF-CATEGORY TO WS-ASK-CURRENT
           DISPLAY "CATEGORY (BLANK FOR ALL) [" RDF-CATEGORY "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-CATEGORY

           MOVE RDF-ROLLUP TO WS-ASK-CURRENT
           DISPLAY "ROLL CATEGORIES UP TO PARENT LEVEL? (Y/N) ["
                   RDF-ROLLUP "]"
           PERFORM R110-ASK THRU R110-EXIT
           PERFORM R120-FOLD-FLAG THRU R120-EXIT
           MOVE WS-ASK-VALUE TO RDF-ROLLUP

           MOVE RDF-PAYMETH TO WS-ASK-CURRENT
           DISPLAY "PAYMENT METHOD (BLANK FOR ALL) [" RDF-PAYMETH "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-PAYMETH

           MOVE RDF-PAYEE TO WS-ASK-CURRENT
           DISPLAY "PAYEE (BLANK FOR ALL) [" RDF-PAYEE "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-PAYEE

           MOVE RDF-TYPE TO WS-ASK-CURRENT
           DISPLAY "TYPE - E EXPENSES, I INCOME, BLANK FOR BOTH ["
                   RDF-TYPE "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-TYPE
           EVALUATE RDF-TYPE
               WHEN 'e'
                   MOVE 'E' TO RDF-TYPE
               WHEN 'i'
                   MOVE 'I' TO RDF-TYPE
           END-EVALUATE
           IF RDF-TYPE IS NOT EQUAL TO SPACE AND
              RDF-TYPE IS NOT EQUAL TO 'E' AND
              RDF-TYPE IS NOT EQUAL TO 'I'
              DISPLAY "INVALID TYPE - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF

           MOVE RDF-REIMB TO WS-ASK-CURRENT
           DISPLAY "REIMBURSABLE - R ONLY THOSE, N NONE OF THEM, "
                   "BLANK FOR BOTH [" RDF-REIMB "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-REIMB
           EVALUATE RDF-REIMB
               WHEN 'r'
                   MOVE 'R' TO RDF-REIMB
               WHEN 'n'
                   MOVE 'N' TO RDF-REIMB
           END-EVALUATE
           IF RDF-REIMB IS NOT EQUAL TO SPACE AND
              RDF-REIMB IS NOT EQUAL TO 'R' AND
              RDF-REIMB IS NOT EQUAL TO 'N'
              DISPLAY "INVALID REIMBURSABLE CHOICE - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF

           MOVE RDF-CURRENCY TO WS-ASK-CURRENT
           DISPLAY "CURRENCY AS POSTED (BLANK FOR ALL) ["
                   RDF-CURRENCY "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-CURRENCY

           DISPLAY "FIELDS: D DATE, N MONTH, P PERSON, C CATEGORY, "
                   "M PAYMENT METHOD, Y PAYEE,"
           DISPLAY "        S DESCRIPTION, T TYPE, R REIMBURSABLE, "
                   "U CURRENCY, J PROJECT, K KEY,"
           DISPLAY "        O AMOUNT AS POSTED, A AMOUNT IN HOME "
                   "CURRENCY"
           MOVE RDF-SORT TO WS-ASK-CURRENT
           DISPLAY "SORT AND SUBTOTAL BY - UP TO 3 OF DNPCMYTRUJ, "
                   "OUTERMOST FIRST (BLANK = DATE ORDER) ["
                   RDF-SORT "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-SORT
           IF WS-ASK-VALUE(4:37) IS NOT EQUAL TO SPACES
              DISPLAY "AT MOST THREE SORT LEVELS - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF
           MOVE SPACES TO WS-LETTERS
           MOVE RDF-SORT TO WS-LETTERS
           MOVE 3 TO WS-LETTER-MAX
           MOVE WS-SORT-LETTERS TO WS-VALID-LETTERS
           MOVE 10 TO WS-VALID-MAX
           PERFORM R130-CHECK-LETTERS THRU R130-EXIT
           IF WS-LETTERS-OK IS EQUAL TO 'N'
              DISPLAY "INVALID SORT FIELD - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF

           MOVE RDF-COLUMNS TO WS-ASK-CURRENT
           DISPLAY "COLUMNS TO PRINT, IN ORDER (BLANK = DPCSA) ["
                   RDF-COLUMNS "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-COLUMNS
           IF WS-ASK-VALUE(15:26) IS NOT EQUAL TO SPACES
              DISPLAY "AT MOST FOURTEEN COLUMNS - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF
           MOVE RDF-COLUMNS TO WS-LETTERS
           MOVE 14 TO WS-LETTER-MAX
           MOVE WS-COLUMN-LETTERS TO WS-VALID-LETTERS
           MOVE 14 TO WS-VALID-MAX
           PERFORM R130-CHECK-LETTERS THRU R130-EXIT
           IF WS-LETTERS-OK IS EQUAL TO 'N'
              DISPLAY "INVALID COLUMN - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF

           MOVE RDF-OUTPUT TO WS-ASK-CURRENT
           DISPLAY "OUTPUT - R REPORT SPOOL, C CSV FILE ["
                   RDF-OUTPUT "]"
           PERFORM R110-ASK THRU R110-EXIT
           MOVE WS-ASK-VALUE TO RDF-OUTPUT
           EVALUATE RDF-OUTPUT
               WHEN SPACE
               WHEN 'r'
                   MOVE 'R' TO RDF-OUTPUT
               WHEN 'c'
                   MOVE 'C' TO RDF-OUTPUT
           END-EVALUATE
           IF RDF-OUTPUT IS NOT EQUAL TO 'R' AND
              RDF-OUTPUT IS NOT EQUAL TO 'C'
              DISPLAY "INVALID OUTPUT - NOTHING SAVED"
              GO TO R020-EXIT
           END-IF

           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE 'N' TO WS-END-FILE
              OPEN INPUT RDF-FILE
              OPEN OUTPUT RDFTMP-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ RDF-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF RDF-LINE(1:10) IS EQUAL TO WS-NAME-IN
                        MOVE WS-DEF TO RDFTMP-LINE
                     ELSE
                        MOVE RDF-LINE TO RDFTMP-LINE
                     END-IF
                     WRITE RDFTMP-LINE
              END-PERFORM
              CLOSE RDF-FILE
              CLOSE RDFTMP-FILE
              PERFORM R140-COPY-BACK THRU R140-EXIT
              DISPLAY "REPORT " WS-NAME-IN " CHANGED"
           ELSE
              OPEN EXTEND RDF-FILE
              IF WS-RDF-STATUS IS EQUAL TO "35"
                 OPEN OUTPUT RDF-FILE
              END-IF
              MOVE WS-DEF TO RDF-LINE
              WRITE RDF-LINE
              CLOSE RDF-FILE
              DISPLAY "REPORT " WS-NAME-IN " DEFINED"
           END-IF
           .
       R020-EXIT.
           EXIT.

       R030-SHOW-REPORT.
           DISPLAY "REPORT NAME"
           ACCEPT WS-NAME-IN
           PERFORM R100-FIND-REPORT THRU R100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "NO REPORT DEFINITION " WS-NAME-IN
              GO TO R030-EXIT
           END-IF
           DISPLAY "NAME           " RDF-NAME
           DISPLAY "TITLE          " RDF-TITLE
           DISPLAY "PERIOD         " RDF-PERIOD
           DISPLAY "FROM / TO      " RDF-FROM-DATE " / " RDF-TO-DATE
           DISPLAY "ARCHIVES       " RDF-ARCHIVES
           DISPLAY "PERSON         " RDF-PERSON
           DISPLAY "CATEGORY       " RDF-CATEGORY "  ROLLUP "
                   RDF-ROLLUP
           DISPLAY "PAYMENT METHOD " RDF-PAYMETH
           DISPLAY "PAYEE          " RDF-PAYEE
           DISPLAY "TYPE           " RDF-TYPE
           DISPLAY "REIMBURSABLE   " RDF-REIMB
           DISPLAY "CURRENCY       " RDF-CURRENCY
           DISPLAY "SORT LEVELS    " RDF-SORT
           DISPLAY "COLUMNS        " RDF-COLUMNS
           DISPLAY "OUTPUT         " RDF-OUTPUT
           .
       R030-EXIT.
           EXIT.

       R040-DROP-REPORT.
           DISPLAY "REPORT NAME TO DROP"
           ACCEPT WS-NAME-IN
           PERFORM R100-FIND-REPORT THRU R100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "NO REPORT DEFINITION " WS-NAME-IN
              GO TO R040-EXIT
           END-IF
           DISPLAY "DROP " RDF-NAME " " RDF-TITLE "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM IS NOT EQUAL TO 'Y' AND
              WS-CONFIRM IS NOT EQUAL TO 'y'
              DISPLAY "NOTHING DONE"
              GO TO R040-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RDF-FILE
           OPEN OUTPUT RDFTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RDF-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF RDF-LINE(1:10) IS NOT EQUAL TO WS-NAME-IN
                     MOVE RDF-LINE TO RDFTMP-LINE
                     WRITE RDFTMP-LINE
                  END-IF
           END-PERFORM
           CLOSE RDF-FILE
           CLOSE RDFTMP-FILE
           PERFORM R140-COPY-BACK THRU R140-EXIT
           DISPLAY "REPORT " WS-NAME-IN " DROPPED"
           .
       R040-EXIT.
           EXIT.

       R100-FIND-REPORT.
      **
      * WS-FOUND comes back 'Y' with the definition in WS-DEF when
      * repdefs.dat holds WS-NAME-IN.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RDF-FILE
           IF WS-RDF-STATUS IS NOT EQUAL TO "00"
              GO TO R100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y' OR WS-FOUND = 'Y'
               READ RDF-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF RDF-LINE(1:10) IS EQUAL TO WS-NAME-IN
                     MOVE RDF-LINE TO WS-DEF
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE RDF-FILE
           .
       R100-EXIT.
           EXIT.

       R110-ASK.
      **
      * One answer: ENTER keeps WS-ASK-CURRENT (blank for a new
      * definition), * clears it, anything else replaces it.
      **
           MOVE SPACES TO WS-ASK-IN
           ACCEPT WS-ASK-IN
           EVALUATE WS-ASK-IN
               WHEN SPACES
                   MOVE WS-ASK-CURRENT TO WS-ASK-VALUE
               WHEN "*"
                   MOVE SPACES TO WS-ASK-VALUE
               WHEN OTHER
                   MOVE WS-ASK-IN TO WS-ASK-VALUE
           END-EVALUATE
           .
       R110-EXIT.
           EXIT.

       R120-FOLD-FLAG.
      **
      * A Y/N answer just taken is held as 'Y' or blank.
      **
           IF WS-ASK-VALUE(1:1) IS EQUAL TO 'Y' OR
              WS-ASK-VALUE(1:1) IS EQUAL TO 'y'
              MOVE 'Y' TO WS-ASK-VALUE
           ELSE
              MOVE SPACES TO WS-ASK-VALUE
           END-IF
           .
       R120-EXIT.
           EXIT.

       R130-CHECK-LETTERS.
      **
      * Every letter in WS-LETTERS, up to the first blank, must be
      * one of WS-VALID-LETTERS; nothing may follow that blank.
      **
           MOVE 'Y' TO WS-LETTERS-OK
           MOVE 0 TO WS-LETTER-IDX
           PERFORM UNTIL WS-LETTER-IDX IS EQUAL TO WS-LETTER-MAX
               ADD 1 TO WS-LETTER-IDX
               IF WS-LETTERS(WS-LETTER-IDX:1) IS EQUAL TO SPACE
                  IF WS-LETTERS(WS-LETTER-IDX:) IS NOT EQUAL TO SPACES
                     MOVE 'N' TO WS-LETTERS-OK
                  END-IF
                  MOVE WS-LETTER-MAX TO WS-LETTER-IDX
               ELSE
                  MOVE 'N' TO WS-LETTER-OK
                  MOVE 0 TO WS-VALID-IDX
                  PERFORM UNTIL WS-VALID-IDX IS EQUAL TO WS-VALID-MAX
                      ADD 1 TO WS-VALID-IDX
                      IF WS-LETTERS(WS-LETTER-IDX:1) IS EQUAL TO
                         WS-VALID-LETTERS(WS-VALID-IDX:1)
                         MOVE 'Y' TO WS-LETTER-OK
                      END-IF
                  END-PERFORM
                  IF WS-LETTER-OK IS EQUAL TO 'N'
                     MOVE 'N' TO WS-LETTERS-OK
                  END-IF
               END-IF
           END-PERFORM
           .
       R130-EXIT.
           EXIT.

       R140-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RDFTMP-FILE
           OPEN OUTPUT RDF-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RDFTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE RDFTMP-LINE TO RDF-LINE
                  WRITE RDF-LINE
           END-PERFORM
           CLOSE RDFTMP-FILE
           CLOSE RDF-FILE
           .
       R140-EXIT.
           EXIT.

       C200-CONVERT-DATE.
           MOVE 'Y' TO WS-CDATE-OK
           IF WS-CDATE(3:1) IS NOT EQUAL TO "/" OR
              WS-CDATE(6:1) IS NOT EQUAL TO "/" OR
              WS-CDATE(1:2) IS NOT NUMERIC OR
              WS-CDATE(4:2) IS NOT NUMERIC OR
              WS-CDATE(7:4) IS NOT NUMERIC
              MOVE 'N' TO WS-CDATE-OK
              MOVE 0 TO WS-CCMP
           ELSE
              UNSTRING WS-CDATE DELIMITED BY "/"
                  INTO WS-CDD WS-CMM WS-CYYYY
              COMPUTE WS-CCMP = WS-CYYYY * 10000 + WS-CMM * 100 + WS-CDD
           END-IF
           .
      ** add other procedures here
       END PROGRAM MAINTAIN-REPDEFS.
