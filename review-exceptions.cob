      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REVIEW-EXCEPTIONS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXC-FILE  ASSIGN TO "exceptions.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXC-STATUS.
           SELECT EXCTMP-FILE  ASSIGN TO "exceptions.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXC-FILE.
       01 EXC-RECORD.
        COPY exception_record.
       FD EXCTMP-FILE.
       01 EXCTMP-RECORD                PIC X(274).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXC-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-DECISION              PIC X(1).
       01 WS-QUIT                  PIC X(1).
       01 WS-NOTE                  PIC X(40).
       01 WS-KIND-TEXT             PIC X(30).
       01 WS-AMT-DISP              PIC Z(5)9.99.
       01 WS-COUNT-DISP            PIC Z(3)9.
       01 WS-OPEN-COUNT            PIC 9(4).
       01 WS-REVIEWED-COUNT        PIC 9(4).
       01 WS-EXPLAINED-COUNT       PIC 9(4).
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Works through the
      * unusual-spend exceptions SPEND-EXCEPTIONS left open on
      * exceptions.dat.  Anyone may list them; the administrator
      * clears each one as reviewed (looked at, nothing wrong) or
      * explained (with a note saying what it was), after which it
      * no longer appears on exceptions.rpt.  Every decision is
      * journalled.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "L TO LIST THE OPEN EXCEPTIONS, R TO REVIEW THEM"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM V010-LIST-OPEN THRU V010-EXIT
               WHEN 'R'
               WHEN 'r'
                   IF WS-SIGNON-LEVEL IS NOT EQUAL TO 'A'
                      DISPLAY "CLEARING EXCEPTIONS IS FOR THE "
                              "ADMINISTRATOR"
                   ELSE
                      PERFORM V020-REVIEW THRU V020-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       V010-LIST-OPEN.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO EXCEPTIONS ON FILE"
              GO TO V010-EXIT
           END-IF
           DISPLAY "REF    DATE             AMOUNT     DESCRIPTION"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXC-STATUS IS EQUAL TO 'O'
                     ADD 1 TO WS-OPEN-COUNT
                     PERFORM V100-KIND-TEXT THRU V100-EXIT
                     MOVE EXC-AMOUNT TO WS-AMT-DISP
                     DISPLAY EXC-NO " " EXC-DATE " " WS-AMT-DISP
                             " " EXC-CURRENCY " " EXC-DESC
                     DISPLAY "       " WS-KIND-TEXT " " EXC-DETAIL
                  END-IF
           END-PERFORM
           CLOSE EXC-FILE
           IF WS-OPEN-COUNT IS EQUAL TO 0
              DISPLAY "NO OPEN EXCEPTIONS"
           END-IF
           .
       V010-EXIT.
           EXIT.

       V020-REVIEW.
      **
      * One pass over exceptions.dat putting each open item to the
      * administrator in turn; the file is written back with the
      * decisions made.
      **
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-REVIEWED-COUNT
           MOVE 0 TO WS-EXPLAINED-COUNT
           MOVE 'N' TO WS-QUIT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO EXCEPTIONS ON FILE"
              GO TO V020-EXIT
           END-IF
           OPEN OUTPUT EXCTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXC-STATUS IS EQUAL TO 'O' AND
                     WS-QUIT IS EQUAL TO 'N'
                     PERFORM V030-REVIEW-ITEM THRU V030-EXIT
                  END-IF
                  IF EXC-STATUS IS EQUAL TO 'O'
                     ADD 1 TO WS-OPEN-COUNT
                  END-IF
                  MOVE EXC-RECORD TO EXCTMP-RECORD
                  WRITE EXCTMP-RECORD
           END-PERFORM
           CLOSE EXC-FILE
           CLOSE EXCTMP-FILE
           PERFORM V090-COPY-BACK THRU V090-EXIT
           DISPLAY " "
           MOVE WS-REVIEWED-COUNT TO WS-COUNT-DISP
           DISPLAY "MARKED REVIEWED      : " WS-COUNT-DISP
           MOVE WS-EXPLAINED-COUNT TO WS-COUNT-DISP
           DISPLAY "MARKED EXPLAINED     : " WS-COUNT-DISP
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
           DISPLAY "STILL OPEN           : " WS-COUNT-DISP
           .
       V020-EXIT.
           EXIT.

       V030-REVIEW-ITEM.
           PERFORM V100-KIND-TEXT THRU V100-EXIT
           MOVE EXC-AMOUNT TO WS-AMT-DISP
           DISPLAY " "
           DISPLAY "EXCEPTION " EXC-NO " - " WS-KIND-TEXT
           DISPLAY "         " EXC-DETAIL
           DISPLAY "DATE     " EXC-DATE "  AMOUNT " WS-AMT-DISP
                   " " EXC-CURRENCY
           DISPLAY "DETAIL   " EXC-DESC " " EXC-CATEGORY
           DISPLAY "PAYEE    " EXC-PAYEE " PAID BY " EXC-PAYMETH
           DISPLAY "KEYED    " EXC-POSTED(7:2) "/" EXC-POSTED(5:2) "/"
                   EXC-POSTED(1:4) " " EXC-POSTED(9:2) ":"
                   EXC-POSTED(11:2) " BY " EXC-POSTED-BY " VIA "
                   EXC-PROGRAM
           DISPLAY "R REVIEWED - NOTHING WRONG, E EXPLAINED, "
                   "S TO SKIP, Q TO STOP REVIEWING"
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN 'R'
               WHEN 'r'
                   MOVE SPACES TO WS-NOTE
                   DISPLAY "NOTE (OPTIONAL)"
                   ACCEPT WS-NOTE
                   MOVE 'R' TO EXC-STATUS
                   PERFORM V040-CLEAR-ITEM THRU V040-EXIT
                   ADD 1 TO WS-REVIEWED-COUNT
               WHEN 'E'
               WHEN 'e'
                   MOVE SPACES TO WS-NOTE
                   PERFORM UNTIL WS-NOTE IS NOT EQUAL TO SPACES
                       DISPLAY "EXPLANATION"
                       ACCEPT WS-NOTE
                       IF WS-NOTE IS EQUAL TO SPACES
                          DISPLAY "AN EXPLANATION MUST BE GIVEN - "
                                  "RE-ENTER"
                       END-IF
                   END-PERFORM
                   MOVE 'E' TO EXC-STATUS
                   PERFORM V040-CLEAR-ITEM THRU V040-EXIT
                   ADD 1 TO WS-EXPLAINED-COUNT
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y' TO WS-QUIT
               WHEN OTHER
                   DISPLAY "LEFT OPEN"
           END-EVALUATE
           .
       V030-EXIT.
           EXIT.

       V040-CLEAR-ITEM.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-SIGNON-USER   TO EXC-REVIEWER
           MOVE WS-JRN-DATE      TO EXC-REVIEWED(1:8)
           MOVE WS-JRN-TIME(1:6) TO EXC-REVIEWED(9:6)
           MOVE WS-NOTE          TO EXC-NOTE
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           .
       V040-EXIT.
           EXIT.

       V090-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXCTMP-FILE
           OPEN OUTPUT EXC-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXCTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE EXCTMP-RECORD TO EXC-RECORD
                  WRITE EXC-RECORD
           END-PERFORM
           CLOSE EXCTMP-FILE
           CLOSE EXC-FILE
           .
       V090-EXIT.
           EXIT.

       V100-KIND-TEXT.
           EVALUATE EXC-KIND
               WHEN 'C'
                   MOVE "AMOUNT UNUSUAL FOR CATEGORY" TO WS-KIND-TEXT
               WHEN 'P'
                   MOVE "AMOUNT UNUSUAL FOR PAYEE" TO WS-KIND-TEXT
               WHEN 'N'
                   MOVE "FIRST-EVER PAYEE" TO WS-KIND-TEXT
               WHEN 'M'
                   MOVE "UNUSUAL PAYMENT METHOD" TO WS-KIND-TEXT
               WHEN OTHER
                   MOVE "KEYED AT AN ODD HOUR" TO WS-KIND-TEXT
           END-EVALUATE
           .
       V100-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * Appends one audit entry to journal.dat for the decision.
      * No record changes, so both images are blank and the replay
      * passes over it.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           MOVE WS-JRN-DATE      TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO JRN-TIMESTAMP(9:6)
           MOVE WS-SIGNON-USER   TO JRN-PERSON
           MOVE "REVIEW-EXCEPTIONS" TO JRN-PROGRAM
           IF EXC-STATUS IS EQUAL TO 'E'
              MOVE "EXCEXPL" TO JRN-ACTION
           ELSE
              MOVE "EXCREVW" TO JRN-ACTION
           END-IF
           MOVE EXC-KEY          TO JRN-KEY
           MOVE SPACES           TO JRN-BEFORE
           MOVE SPACES           TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J010-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM REVIEW-EXCEPTIONS.
