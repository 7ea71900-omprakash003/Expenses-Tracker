           SELECT MTT-FILE  ASSIGN TO "monthly-totals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MTT-STATUS.
           SELECT YE-FILE  ASSIGN TO "yearend.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       01 MTT-RECORD.
          05 MTT-YYYYMM       PIC X(6).
          05 MTT-AMOUNT       PIC 9(11)V99.
      * Years closed by YEAR-END-CLOSE: 'F' frozen, 'R' reopened
      * under an administrator override.
       FD YE-FILE.
       01 YE-RECORD.
          05 YE-YEAR               PIC X(4).
          05 YE-STATUS             PIC X(1).
          05 YE-CLOSED-DATE        PIC X(8).
          05 YE-CLOSED-BY          PIC X(10).
          05 YE-RECORDS            PIC 9(6).
          05 YE-HASH               PIC 9(9).
          05 YE-CARRIED            PIC 9(4).
          05 YE-REOPEN-DATE        PIC X(8).
          05 YE-REOPEN-BY          PIC X(10).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-MTT-STATUS       PIC X(2).
       01 WS-JRN-STATUS                   PIC X(2).
       01 WS-JRN-DATE                     PIC X(8).
       01 WS-JRN-TIME                     PIC X(8).
       01 WS-YE-STATUS                    PIC X(2).
       01 WS-YE-EOF                       PIC X(1).
       01 WS-FROZEN                       PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
                  ".dat"          DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME

           PERFORM Y010-CHECK-FROZEN THRU Y010-EXIT
           IF WS-FROZEN IS EQUAL TO 'Y'
              DISPLAY "YEAR " WS-ARCHIVE-YEAR " IS FROZEN BY THE "
                      "YEAR-END CLOSE - ITS ARCHIVE IS CERTIFIED"
              DISPLAY "NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "ARCHIVE NOT RUN - ANOTHER SESSION HOLDS THE "
                  MOVE 'Y' TO WS-MTR-EOF
               NOT AT END
                  IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                     EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G' AND
                     EXP-KEY IN FS-RECORD (1:6) IS NUMERIC
                     PERFORM T530-BUCKET-MONTH THRU T530-EXIT
                  END-IF
           .
       T530-EXIT.
           EXIT.
       Y010-CHECK-FROZEN.
      **
      * Archiving opens the year's archive afresh, which would write
      * over the file a frozen year's snapshot certifies.
      **
           MOVE 'N' TO WS-FROZEN
           MOVE 'N' TO WS-YE-EOF
           OPEN INPUT YE-FILE
           IF WS-YE-STATUS IS NOT EQUAL TO "00"
              GO TO Y010-EXIT
           END-IF
           PERFORM UNTIL WS-YE-EOF = 'Y'
               READ YE-FILE
               AT END
                  MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                  IF YE-YEAR IS EQUAL TO WS-ARCHIVE-FILENAME(10:4) AND
                     YE-STATUS IS EQUAL TO 'F'
                     MOVE 'Y' TO WS-FROZEN
                  END-IF
           END-PERFORM
           CLOSE YE-FILE
           .
       Y010-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM ARCHIVE-EXPENSES.
