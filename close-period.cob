            FILE STATUS IS WS-PER-STATUS.
           SELECT TMP-FILE  ASSIGN TO "periods.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YE-FILE  ASSIGN TO "yearend.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YE-STATUS.
           SELECT YETMP-FILE  ASSIGN TO "yearend.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
          05 TMP-YYYY              PIC X(4).
          05 TMP-MM                PIC X(2).
          05 TMP-STATUS            PIC X(1).
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
       FD YETMP-FILE.
       01 YETMP-RECORD             PIC X(60).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-PER-STATUS            PIC X(2).
       01 WS-MM-NUM                PIC 9(2).
       01 WS-NEW-STATUS            PIC X(1).
       01 WS-FOUND                 PIC X(1) VALUE 'N'.
       01 WS-YE-STATUS             PIC X(2).
       01 WS-YE-EOF                PIC X(1).
       01 WS-FROZEN                PIC X(1).
       01 WS-OVERRIDE              PIC X(1).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       PROCEDURE DIVISION.
              DISPLAY "INVALID MONTH - EXPECTED 01-12"
              GO TO Q010-EXIT
           END-IF
           IF WS-NEW-STATUS IS EQUAL TO 'O'
              PERFORM Q030-CHECK-FROZEN THRU Q030-EXIT
              IF WS-FROZEN IS EQUAL TO 'Y'
                 DISPLAY "YEAR " WS-YYYY-IN " IS FROZEN BY THE "
                         "YEAR-END CLOSE"
                 DISPLAY "SUPERVISOR OVERRIDE - REOPEN ANYWAY? (Y/N)"
                 ACCEPT WS-OVERRIDE
                 IF WS-OVERRIDE IS NOT EQUAL TO 'Y' AND
                    WS-OVERRIDE IS NOT EQUAL TO 'y'
                    DISPLAY "NOTHING DONE"
                    GO TO Q010-EXIT
                 END-IF
                 PERFORM Q040-THAW-YEAR THRU Q040-EXIT
              END-IF
           END-IF

           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           .
       Q020-EXIT.
           EXIT.

       Q030-CHECK-FROZEN.
      **
      * A year YEAR-END-CLOSE has frozen has a certified snapshot of
      * its archive; reopening one of its months needs the override.
      **
           MOVE 'N' TO WS-FROZEN
           MOVE 'N' TO WS-YE-EOF
           OPEN INPUT YE-FILE
           IF WS-YE-STATUS IS NOT EQUAL TO "00"
              GO TO Q030-EXIT
           END-IF
           PERFORM UNTIL WS-YE-EOF = 'Y'
               READ YE-FILE
               AT END
                  MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                  IF YE-YEAR IS EQUAL TO WS-YYYY-IN AND
                     YE-STATUS IS EQUAL TO 'F'
                     MOVE 'Y' TO WS-FROZEN
                  END-IF
           END-PERFORM
           CLOSE YE-FILE
           .
       Q030-EXIT.
           EXIT.

       Q040-THAW-YEAR.
      **
      * Marks the frozen year reopened, with who and when, so
      * AUDIT-VERIFY stops holding its archive to the snapshot and
      * YEAR-END-CLOSE will close it again.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-YE-EOF
           OPEN OUTPUT YETMP-FILE
           OPEN INPUT YE-FILE
           PERFORM UNTIL WS-YE-EOF = 'Y'
               READ YE-FILE
               AT END
                  MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                  IF YE-YEAR IS EQUAL TO WS-YYYY-IN
                     MOVE 'R'            TO YE-STATUS
                     MOVE WS-SYS-DATE    TO YE-REOPEN-DATE
                     MOVE WS-SIGNON-USER TO YE-REOPEN-BY
                  END-IF
                  MOVE YE-RECORD TO YETMP-RECORD
                  WRITE YETMP-RECORD
           END-PERFORM
           CLOSE YE-FILE
           CLOSE YETMP-FILE
           MOVE 'N' TO WS-YE-EOF
           OPEN INPUT YETMP-FILE
           OPEN OUTPUT YE-FILE
           PERFORM UNTIL WS-YE-EOF = 'Y'
               READ YETMP-FILE
               AT END
                  MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                  MOVE YETMP-RECORD TO YE-RECORD
                  WRITE YE-RECORD
           END-PERFORM
           CLOSE YETMP-FILE
           CLOSE YE-FILE
           DISPLAY "YEAR " WS-YYYY-IN " REOPENED UNDER OVERRIDE - "
                   "RUN THE YEAR-END CLOSE AGAIN WHEN DONE"
           .
       Q040-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM CLOSE-PERIOD.
