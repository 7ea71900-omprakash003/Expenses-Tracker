      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SPOOL-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RPT-FILE  ASSIGN TO WS-RPT-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.
           SELECT GEN-FILE  ASSIGN TO WS-GEN-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GEN-STATUS.
           SELECT PURGE-FILE  ASSIGN TO WS-PURGE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PURGE-STATUS.
           SELECT IDX-FILE  ASSIGN TO "spool.idx"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-IDX-STATUS.
           SELECT IDXTMP-FILE  ASSIGN TO "spool.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RET-FILE  ASSIGN TO "spool-retain.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RET-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD RPT-FILE.
       01 RPT-RECORD          PIC X(132).
       FD GEN-FILE.
       01 GEN-RECORD          PIC X(132).
       FD PURGE-FILE.
       01 PURGE-RECORD        PIC X(132).
      * one index line per spooled report run: the spool number, when
      * it ran, the fixed report file it came from, the generation it
      * was kept as, the program and signed-on user that produced it,
      * the selection it was run for, its size in lines and
      * 60-line pages, and whose spending over what dates it shows
       FD IDX-FILE.
       01 IDX-RECORD.
        COPY spool_index.
       FD IDXTMP-FILE.
       01 IDXTMP-RECORD       PIC X(204).
       FD RET-FILE.
       01 RET-RECORD.
          05 RET-DAYS         PIC 9(3).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-RPT-STATUS       PIC X(2).
       01 WS-GEN-STATUS       PIC X(2).
       01 WS-PURGE-STATUS     PIC X(2).
       01 WS-IDX-STATUS       PIC X(2).
       01 WS-RET-STATUS       PIC X(2).
       01 WS-END-FILE         PIC X(1).
       01 WS-SYS-DATE         PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY      PIC 9(4).
          05 WS-SYS-MM        PIC 9(2).
          05 WS-SYS-DD        PIC 9(2).
       01 WS-SYS-TIME         PIC 9(8).
       01 WS-RPT-NAME         PIC X(20).
       01 WS-GEN-NAME         PIC X(40).
       01 WS-PURGE-NAME       PIC X(40).
      * kept 400 days when spool-retain.ctl is absent - a year of
      * statements and digests with a month or so to spare
       01 WS-RETAIN-DAYS      PIC 9(3).
       01 WS-SPOOL-NO         PIC 9(6).
       01 WS-LINE-COUNT       PIC 9(6).
       01 WS-PAGE-COUNT       PIC 9(4).
       01 WS-PURGED-COUNT     PIC 9(4).
      * rough day serial - years as 372 days, months as 31 - the same
      * keep-or-purge arithmetic BACKUP-EXPENSES uses
       01 WS-TODAY-SERIAL     PIC 9(8).
       01 WS-CUTOFF-SERIAL    PIC S9(8).
       01 WS-GEN-SERIAL       PIC 9(8).
       01 WS-IDX-YYYY         PIC 9(4).
       01 WS-IDX-MM           PIC 9(2).
       01 WS-IDX-DD           PIC 9(2).
       01 WS-SIGNON-USER      PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL     PIC X(1)  EXTERNAL.
       01 WS-SPOOL-REPORT     PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM    PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS      PIC X(60) EXTERNAL.
       01 WS-ACCESS-PROGRAM   PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON    PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM      PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO        PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS   PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS     PIC X(60) EXTERNAL.
       01 WS-LOGGED-PROGRAM   PIC X(18) EXTERNAL.
       01 WS-LOGGED-PERSON    PIC X(10) EXTERNAL.
       01 WS-LOGGED-FROM      PIC X(8)  EXTERNAL.
       01 WS-LOGGED-TO        PIC X(8)  EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. CALLed by every report
      * program once its report file is closed: the fixed-name report
      * in WS-SPOOL-REPORT (statement.rpt, digest.rpt and the rest)
      * is copied to a dated, numbered generation -
      * spl-YYYYMMDD-NNNNNN-<report> - and an index line goes to
      * spool.idx with the program in WS-SPOOL-PROGRAM, the signed-on
      * user, the selection in WS-SPOOL-PARMS and the page count.
      * Generations older than the days on spool-retain.ctl are
      * purged first, the way backup-retain.ctl purges old backups.
      * No prompts and no lock: the callers may already hold
      * expense.lck, and the spool files belong to no other program
      * that writes.  The fixed-name file is left where it is, so
      * anything that picks it up still finds the latest run.  The
      * run also goes on the access log through LOG-ACCESS, unless
      * the program has already logged its own selection and says
      * so by setting WS-ACCESS-PROGRAM to its name.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           MOVE 400 TO WS-RETAIN-DAYS
           MOVE 0 TO WS-SPOOL-NO
           MOVE 0 TO WS-PURGED-COUNT
           MOVE WS-SPOOL-REPORT TO WS-RPT-NAME
           IF WS-RPT-NAME IS EQUAL TO SPACES OR
              WS-RPT-NAME IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           PERFORM S010-READ-RETENTION THRU S010-EXIT
           PERFORM S100-PURGE-OLD THRU S100-EXIT
           PERFORM S200-TAKE-GENERATION THRU S200-EXIT
           IF WS-ACCESS-PROGRAM IS NOT EQUAL TO WS-SPOOL-PROGRAM
              MOVE WS-SPOOL-PROGRAM TO WS-ACCESS-PROGRAM
              MOVE "*ALL"           TO WS-ACCESS-PERSON
              MOVE SPACES           TO WS-ACCESS-FROM
              MOVE SPACES           TO WS-ACCESS-TO
              MOVE SPACES           TO WS-ACCESS-RECORDS
              MOVE WS-SPOOL-PARMS   TO WS-ACCESS-PARMS
              CALL "LOG-ACCESS"
           ELSE
              MOVE SPACES           TO WS-ACCESS-PROGRAM
           END-IF
           MOVE SPACES TO WS-SPOOL-REPORT
           MOVE SPACES TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS.
       MAIN-EXIT.
           GOBACK.

       S010-READ-RETENTION.
           OPEN INPUT RET-FILE
           IF WS-RET-STATUS IS EQUAL TO "00"
              READ RET-FILE
              IF WS-RET-STATUS IS EQUAL TO "00" AND
                 RET-DAYS IS NUMERIC AND RET-DAYS > 0
                 MOVE RET-DAYS TO WS-RETAIN-DAYS
              END-IF
              CLOSE RET-FILE
           END-IF
           .
       S010-EXIT.
           EXIT.

       S100-PURGE-OLD.
      **
      * One pass of the index finds the highest spool number used so
      * far and drops the generations older than the retention
      * period: the index rewrites without them (only when something
      * was purged) and each old generation file is deleted.
      **
           COMPUTE WS-TODAY-SERIAL = WS-SYS-YYYY * 372
                 + WS-SYS-MM * 31 + WS-SYS-DD
           COMPUTE WS-CUTOFF-SERIAL = WS-TODAY-SERIAL
                 - WS-RETAIN-DAYS
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT IDX-FILE
           IF WS-IDX-STATUS IS NOT EQUAL TO "00"
              GO TO S100-EXIT
           END-IF
           OPEN OUTPUT IDXTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ IDX-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF SPL-NUMBER IS NUMERIC AND
                     SPL-NUMBER > WS-SPOOL-NO
                     MOVE SPL-NUMBER TO WS-SPOOL-NO
                  END-IF
                  PERFORM S110-KEEP-OR-PURGE THRU S110-EXIT
           END-PERFORM
           CLOSE IDX-FILE
           CLOSE IDXTMP-FILE
           IF WS-PURGED-COUNT IS EQUAL TO 0
              GO TO S100-EXIT
           END-IF

           MOVE 'N' TO WS-END-FILE
           OPEN INPUT IDXTMP-FILE
           OPEN OUTPUT IDX-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ IDXTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE IDXTMP-RECORD TO IDX-RECORD
                  WRITE IDX-RECORD
           END-PERFORM
           CLOSE IDXTMP-FILE
           CLOSE IDX-FILE
           DISPLAY WS-PURGED-COUNT " OLD REPORT GENERATION(S) PURGED"
           .
       S100-EXIT.
           EXIT.

       S110-KEEP-OR-PURGE.
           IF SPL-DATE IS NOT NUMERIC
              MOVE IDX-RECORD TO IDXTMP-RECORD
              WRITE IDXTMP-RECORD
              GO TO S110-EXIT
           END-IF
           MOVE SPL-DATE(1:4) TO WS-IDX-YYYY
           MOVE SPL-DATE(5:2) TO WS-IDX-MM
           MOVE SPL-DATE(7:2) TO WS-IDX-DD
           COMPUTE WS-GEN-SERIAL = WS-IDX-YYYY * 372
                 + WS-IDX-MM * 31 + WS-IDX-DD
           IF WS-GEN-SERIAL >= WS-CUTOFF-SERIAL
              MOVE IDX-RECORD TO IDXTMP-RECORD
              WRITE IDXTMP-RECORD
           ELSE
              MOVE SPL-GEN-NAME TO WS-PURGE-NAME
              DELETE FILE PURGE-FILE
              ADD 1 TO WS-PURGED-COUNT
           END-IF
           .
       S110-EXIT.
           EXIT.

       S200-TAKE-GENERATION.
      **
      * The report copies line for line to its generation, counting
      * lines as it goes; a report that never got written (the run
      * stopped before opening it) is not spooled.  Pages are the
      * house 60-line page, an empty report still counting one.  A
      * program that logged its own run has its person and dates
      * put on the index line from what LOG-ACCESS logged; any
      * other report is indexed as covering every member's.
      **
           ADD 1 TO WS-SPOOL-NO
           MOVE SPACES TO WS-GEN-NAME
           STRING "spl-"       DELIMITED BY SIZE
                  WS-SYS-DATE  DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-SPOOL-NO  DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  WS-RPT-NAME  DELIMITED BY SPACE
             INTO WS-GEN-NAME
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RPT-FILE
           IF WS-RPT-STATUS IS NOT EQUAL TO "00"
              GO TO S200-EXIT
           END-IF
           OPEN OUTPUT GEN-FILE
           IF WS-GEN-STATUS IS NOT EQUAL TO "00"
              CLOSE RPT-FILE
              DISPLAY "REPORT NOT SPOOLED - " WS-GEN-NAME
                      " WILL NOT OPEN"
              GO TO S200-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RPT-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE RPT-RECORD TO GEN-RECORD
                  WRITE GEN-RECORD
                  ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           CLOSE RPT-FILE
           CLOSE GEN-FILE
           COMPUTE WS-PAGE-COUNT = (WS-LINE-COUNT + 59) / 60
           IF WS-PAGE-COUNT IS EQUAL TO 0
              MOVE 1 TO WS-PAGE-COUNT
           END-IF

           OPEN EXTEND IDX-FILE
           IF WS-IDX-STATUS IS EQUAL TO "35"
              OPEN OUTPUT IDX-FILE
           END-IF
           MOVE SPACES           TO IDX-RECORD
           MOVE WS-SPOOL-NO      TO SPL-NUMBER
           MOVE WS-SYS-DATE      TO SPL-DATE
           MOVE WS-SYS-TIME(1:6) TO SPL-TIME
           MOVE WS-RPT-NAME      TO SPL-REPORT
           MOVE WS-GEN-NAME      TO SPL-GEN-NAME
           MOVE WS-SPOOL-PROGRAM TO SPL-PROGRAM
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              MOVE "BATCH"        TO SPL-USER
           ELSE
              MOVE WS-SIGNON-USER TO SPL-USER
           END-IF
           MOVE WS-SPOOL-PARMS   TO SPL-PARMS
           MOVE WS-LINE-COUNT    TO SPL-LINES
           MOVE WS-PAGE-COUNT    TO SPL-PAGES
           IF WS-ACCESS-PROGRAM IS EQUAL TO WS-SPOOL-PROGRAM AND
              WS-LOGGED-PROGRAM IS EQUAL TO WS-SPOOL-PROGRAM
              MOVE WS-LOGGED-PERSON TO SPL-PERSON
              MOVE WS-LOGGED-FROM   TO SPL-FROM
              MOVE WS-LOGGED-TO     TO SPL-TO
           ELSE
              MOVE "*ALL"           TO SPL-PERSON
           END-IF
           WRITE IDX-RECORD
           CLOSE IDX-FILE
           DISPLAY "SPOOLED AS REPORT " WS-SPOOL-NO " (" WS-PAGE-COUNT
                   " PAGE(S))"
           .
       S200-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM SPOOL-REPORT.
