      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REPORT-SPOOL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT IDX-FILE  ASSIGN TO "spool.idx"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-IDX-STATUS.
           SELECT GEN-FILE  ASSIGN TO WS-GEN-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-STATUS.
           SELECT REPRINT-FILE  ASSIGN TO "reprint.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD IDX-FILE.
       01 IDX-RECORD.
        COPY spool_index.
       FD GEN-FILE.
       01 GEN-RECORD          PIC X(132).
       FD REPRINT-FILE.
       01 REPRINT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-IDX-STATUS       PIC X(2).
       01 WS-GEN-STATUS       PIC X(2).
       01 WS-END-FILE         PIC X(1).
       01 WS-ACTION           PIC X(1).
       01 WS-FOUND            PIC X(1).
       01 WS-FILTER           PIC X(20).
       01 WS-WANT-NO          PIC 9(6).
       01 WS-GEN-NAME         PIC X(40).
       01 WS-SHOWN-COUNT      PIC 9(5).
       01 WS-LINE-COUNT       PIC 9(6).
       01 WS-RUN-WHEN         PIC X(16).
       01 WS-OWN              PIC X(1).
       01 WS-SEEN-HOW         PIC X(8).
       01 WS-SIGNON-USER      PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL     PIC X(1)  EXTERNAL.
       01 WS-ACCESS-PROGRAM   PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON    PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM      PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO        PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS   PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS     PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Browses the report spool
      * SPOOL-REPORT keeps: every report run is held as a dated,
      * numbered generation with an index line on spool.idx saying
      * which program produced it, who was signed on, what selection
      * it was run for and how many pages it came to.  A past report
      * can be listed, viewed on the screen, or reprinted - copied
      * under a reprint banner to reprint.rpt, leaving the fixed-name
      * report of the latest run untouched.  An administrator sees
      * every spooled report; a member sees only the runs they made
      * and the reports of their own spending, the same rule
      * ACCESS-REVIEW keeps.  Viewing or reprinting a report reads
      * the spending it shows again, so each goes on the access log.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "L TO LIST SPOOLED REPORTS, V TO VIEW ONE, "
                   "R TO REPRINT ONE"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   PERFORM S010-LIST-SPOOL THRU S010-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM S020-VIEW-REPORT THRU S020-EXIT
               WHEN 'R'
               WHEN 'r'
                   PERFORM S030-REPRINT-REPORT THRU S030-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       S010-LIST-SPOOL.
      **
      * Lists the index oldest first, optionally only the runs of one
      * report file (statement.rpt, digest.rpt ...).  The second line
      * of each entry is the selection the run was made for.
      **
           DISPLAY "REPORT FILE TO LIST (e.g. statement.rpt, "
                   "BLANK FOR ALL)"
           ACCEPT WS-FILTER
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT IDX-FILE
           IF WS-IDX-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO REPORTS SPOOLED YET"
              GO TO S010-EXIT
           END-IF
           DISPLAY "NUMBER RUN              REPORT               "
                   "PROGRAM            USER       PAGES"
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ IDX-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  PERFORM S120-CHECK-OWN THRU S120-EXIT
                  IF WS-OWN IS EQUAL TO 'Y' AND
                     (WS-FILTER IS EQUAL TO SPACES OR
                      WS-FILTER IS EQUAL TO SPL-REPORT)
                     PERFORM S110-RUN-WHEN THRU S110-EXIT
                     DISPLAY SPL-NUMBER " " WS-RUN-WHEN " "
                             SPL-REPORT " " SPL-PROGRAM " "
                             SPL-USER " " SPL-PAGES
                     IF SPL-PARMS IS NOT EQUAL TO SPACES
                        DISPLAY "       " SPL-PARMS
                     END-IF
                     ADD 1 TO WS-SHOWN-COUNT
                  END-IF
           END-PERFORM
           CLOSE IDX-FILE
           DISPLAY "----------------------------------------"
           DISPLAY WS-SHOWN-COUNT " SPOOLED REPORT(S) SHOWN"
           .
       S010-EXIT.
           EXIT.

       S020-VIEW-REPORT.
      **
      * Shows one spooled report on the screen, line for line, under
      * a heading from its index entry.
      **
           PERFORM S100-FIND-ENTRY THRU S100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              GO TO S020-EXIT
           END-IF
           MOVE SPL-GEN-NAME TO WS-GEN-NAME
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "GENERATION " WS-GEN-NAME " IS MISSING"
              GO TO S020-EXIT
           END-IF
           MOVE "VIEW"    TO WS-SEEN-HOW
           PERFORM S900-LOG-ACCESS THRU S900-EXIT
           PERFORM S110-RUN-WHEN THRU S110-EXIT
           DISPLAY "REPORT " SPL-NUMBER " - " SPL-REPORT " RUN "
                   WS-RUN-WHEN " BY " SPL-USER
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           MOVE 'N' TO WS-END-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GEN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  DISPLAY GEN-RECORD(1:100)
           END-PERFORM
           CLOSE GEN-FILE
           DISPLAY "----------------------------------------"
                   "----------------------------------------"
           .
       S020-EXIT.
           EXIT.

       S030-REPRINT-REPORT.
      **
      * Copies one spooled report to reprint.rpt behind a banner that
      * says which run it is, when, by whom and for what selection, so
      * a reprinted statement cannot be taken for a fresh one.
      **
           PERFORM S100-FIND-ENTRY THRU S100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              GO TO S030-EXIT
           END-IF
           MOVE SPL-GEN-NAME TO WS-GEN-NAME
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "GENERATION " WS-GEN-NAME " IS MISSING"
              GO TO S030-EXIT
           END-IF
           MOVE "REPRINT" TO WS-SEEN-HOW
           PERFORM S900-LOG-ACCESS THRU S900-EXIT
           PERFORM S110-RUN-WHEN THRU S110-EXIT
           OPEN OUTPUT REPRINT-FILE
           MOVE SPACES TO REPRINT-RECORD
           STRING "*** REPRINT OF SPOOLED REPORT " DELIMITED BY SIZE
                  SPL-NUMBER   DELIMITED BY SIZE
                  " - "        DELIMITED BY SIZE
                  SPL-REPORT   DELIMITED BY SPACE
                  " ***"       DELIMITED BY SIZE
             INTO REPRINT-RECORD
           WRITE REPRINT-RECORD
           MOVE SPACES TO REPRINT-RECORD
           STRING "ORIGINALLY RUN " DELIMITED BY SIZE
                  WS-RUN-WHEN  DELIMITED BY SIZE
                  " BY "       DELIMITED BY SIZE
                  SPL-USER     DELIMITED BY SPACE
                  " ("         DELIMITED BY SIZE
                  SPL-PROGRAM  DELIMITED BY SPACE
                  ")"          DELIMITED BY SIZE
             INTO REPRINT-RECORD
           WRITE REPRINT-RECORD
           MOVE SPACES TO REPRINT-RECORD
           STRING "SELECTION: " DELIMITED BY SIZE
                  SPL-PARMS    DELIMITED BY SIZE
             INTO REPRINT-RECORD
           WRITE REPRINT-RECORD
           MOVE SPACES TO REPRINT-RECORD
           WRITE REPRINT-RECORD
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-END-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GEN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE GEN-RECORD TO REPRINT-RECORD
                  WRITE REPRINT-RECORD
                  ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           CLOSE GEN-FILE
           CLOSE REPRINT-FILE
           DISPLAY "REPORT " SPL-NUMBER " (" WS-LINE-COUNT
                   " LINES) REPRINTED TO reprint.rpt"
           .
       S030-EXIT.
           EXIT.

       S100-FIND-ENTRY.
      **
      * Asks for a spool number and looks it up on spool.idx;
      * WS-FOUND comes back 'Y' with the entry in IDX-RECORD.  A
      * member asking for another member's report is told so and
      * WS-FOUND stays 'N'.
      **
           MOVE 'N' TO WS-FOUND
           DISPLAY "SPOOL NUMBER"
           MOVE 0 TO WS-WANT-NO
           ACCEPT WS-WANT-NO
           IF WS-WANT-NO IS EQUAL TO 0
              DISPLAY "NOTHING DONE"
              GO TO S100-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT IDX-FILE
           IF WS-IDX-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO REPORTS SPOOLED YET"
              GO TO S100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ IDX-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF SPL-NUMBER IS EQUAL TO WS-WANT-NO
                     MOVE 'Y' TO WS-FOUND
                     MOVE 'Y' TO WS-END-FILE
                  END-IF
           END-PERFORM
           CLOSE IDX-FILE
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "NO SPOOLED REPORT " WS-WANT-NO
                      " - PURGED OR NEVER RUN"
              GO TO S100-EXIT
           END-IF
           PERFORM S120-CHECK-OWN THRU S120-EXIT
           IF WS-OWN IS NOT EQUAL TO 'Y'
              MOVE 'N' TO WS-FOUND
              DISPLAY "SPOOLED REPORT " WS-WANT-NO
                      " SHOWS ANOTHER MEMBER'S SPENDING - NOT SHOWN"
           END-IF
           .
       S100-EXIT.
           EXIT.

       S110-RUN-WHEN.
      **
      * The run date and time of the entry in IDX-RECORD as
      * DD/MM/YYYY HH:MM.
      **
           MOVE SPACES TO WS-RUN-WHEN
           STRING SPL-DATE(7:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  SPL-DATE(5:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  SPL-DATE(1:4) DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  SPL-TIME(1:2) DELIMITED BY SIZE
                  ":"           DELIMITED BY SIZE
                  SPL-TIME(3:2) DELIMITED BY SIZE
             INTO WS-RUN-WHEN
           .
       S110-EXIT.
           EXIT.

       S120-CHECK-OWN.
      **
      * WS-OWN comes back 'Y' when the signed-on user may see the
      * entry in IDX-RECORD: an administrator may see any, a member
      * one they ran or one of their own spending.
      **
           MOVE 'N' TO WS-OWN
           IF WS-SIGNON-LEVEL IS EQUAL TO 'A' OR
              SPL-USER IS EQUAL TO WS-SIGNON-USER OR
              SPL-PERSON IS EQUAL TO WS-SIGNON-USER
              MOVE 'Y' TO WS-OWN
           END-IF
           .
       S120-EXIT.
           EXIT.

       S900-LOG-ACCESS.
      **
      * Puts the view or reprint of the entry in IDX-RECORD on the
      * access log under whose spending and what dates the report
      * shows, as its index entry has them.  Entries spooled before
      * the index kept the person log as every member's.
      **
           MOVE "REPORT-SPOOL"      TO WS-ACCESS-PROGRAM
           MOVE SPL-PERSON          TO WS-ACCESS-PERSON
           MOVE SPL-FROM            TO WS-ACCESS-FROM
           MOVE SPL-TO              TO WS-ACCESS-TO
           MOVE SPACES              TO WS-ACCESS-RECORDS
           MOVE SPACES              TO WS-ACCESS-PARMS
           STRING WS-SEEN-HOW       DELIMITED BY SPACE
                  " SPOOLED REPORT " DELIMITED BY SIZE
                  SPL-NUMBER        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  SPL-REPORT        DELIMITED BY SPACE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       S900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM REPORT-SPOOL.
