           SELECT EXP-FILE  ASSIGN TO "expenses.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EXP-KEY IN FS-RECORD
            ALTERNATE RECORD KEY IS EXP-PERSON IN FS-RECORD
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EXP-CATEGORY IN FS-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-EXP-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            FILE STATUS IS WS-JRN-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "audit-verify.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YE-FILE  ASSIGN TO "yearend.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YE-STATUS.
           SELECT ARC-FILE  ASSIGN TO WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARC-STATUS.
           SELECT SNP-FILE  ASSIGN TO WS-SNAPSHOT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNP-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        COPY journal_record.
       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(100).
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
       FD ARC-FILE.
       01 ARC-RECORD.
        COPY expense_record.
      * The certified snapshot YEAR-END-CLOSE wrote of the archive.
       FD SNP-FILE.
       01 SNP-RECORD.
          05 SNP-TYPE              PIC X(1).
          05 SNP-KEY               PIC X(15).
          05 SNP-COUNT             PIC 9(6).
          05 SNP-AMOUNT            PIC 9(11)V99.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-GHOST-COUNT           PIC 9(6) VALUE 0.
       01 WS-DIFF-COUNT            PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT         PIC 9(6) VALUE 0.
      * frozen years against their certified snapshots
       01 WS-YE-STATUS             PIC X(2).
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-SNP-STATUS            PIC X(2).
       01 WS-YE-EOF                PIC X(1).
       01 WS-ARC-EOF               PIC X(1).
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-SNAPSHOT-FILENAME     PIC X(20).
       01 WS-YEARS-CHECKED         PIC 9(4) VALUE 0.
       01 WS-YEAR-DIFF-COUNT       PIC 9(6) VALUE 0.
       01 WS-SNP-COUNT             PIC 9(3) VALUE 0.
       01 WS-SNP-TABLE.
          05 WS-SNP-ENTRY OCCURS 300 TIMES.
             10 WS-SNP-TYPE        PIC X(1).
             10 WS-SNP-KEY         PIC X(15).
             10 WS-SNP-NUM         PIC 9(6).
             10 WS-SNP-AMT         PIC 9(11)V99.
             10 WS-SNP-SEEN        PIC X(1).
       01 WS-SNP-IDX               PIC 9(3).
       01 WS-SNP-HIT               PIC 9(3).
       01 WS-SNP-OVERFLOW          PIC X(1) VALUE 'N'.
       01 WS-SNP-WORK-TYPE         PIC X(1).
       01 WS-SNP-WORK-KEY          PIC X(15).
       01 WS-SNP-RECORDS           PIC 9(6) VALUE 0.
       01 WS-SNP-EXP-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-SNP-INC-COUNT         PIC 9(6) VALUE 0.
       01 WS-SNP-INC-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-SNP-HASH              PIC 9(9) VALUE 0.
       01 WS-SNP-HASH-X            PIC 9(9).
       01 WS-HASH-IMG              PIC X(250).
       01 WS-HASH                  PIC 9(9).
       01 WS-HASH-WORK             PIC 9(15).
       01 WS-HASH-Q                PIC 9(6).
       01 WS-CH-IDX                PIC 9(3).
       01 WS-CH-PAIR.
          05 WS-CH-HI              PIC X(1).
          05 WS-CH-LO              PIC X(1).
       01 WS-CH-NUM REDEFINES WS-CH-PAIR PIC 9(4) COMP.
       01 WS-COUNT-EDIT            PIC ZZZZZ9.
       01 WS-AMT-EDIT              PIC Z(10)9.99.
       01 WS-AMT-EDIT2             PIC Z(10)9.99.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      * records whose content differs from the latest after image,
      * and keys the journal expects on file that are not there -
      * exactly what a crash or an edit outside the application
      * leaves behind.  Every year YEAR-END-CLOSE has frozen is then
      * worked out afresh from its archive and held to the certified
      * snapshot taken at the close.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT JRN-FILE
           END-IF

           PERFORM V300-CHECK-MISSING THRU V300-EXIT
           PERFORM V500-CHECK-YEARS THRU V500-EXIT
           PERFORM V400-VERDICT THRU V400-EXIT
           CLOSE REPORT-FILE
           MOVE "audit-verify.rpt" TO WS-SPOOL-REPORT
           MOVE "AUDIT-VERIFY"     TO WS-SPOOL-PROGRAM
           MOVE "WHOLE FILE AGAINST THE FULL JOURNAL" TO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY "VERIFICATION REPORT WRITTEN TO audit-verify.rpt".
       MAIN-EXIT.
           GOBACK.
           EXIT.

       V200-CHECK-RECORD.
           MOVE EXP-KEY IN FS-RECORD TO WS-WORK-KEY
           PERFORM V410-FIND-KEY THRU V410-EXIT
           IF WS-IMG-HIT IS EQUAL TO 0
              ADD 1 TO WS-NOHIST-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING "NO JOURNAL HISTORY:  " DELIMITED BY SIZE
                     EXP-KEY IN FS-RECORD    DELIMITED BY SIZE
                     "  "                    DELIMITED BY SIZE
                     EXP-DESCRIPTION IN FS-RECORD DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO V200-EXIT
              ADD 1 TO WS-GHOST-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING "JOURNAL SAYS DELETED:" DELIMITED BY SIZE
                     EXP-KEY IN FS-RECORD    DELIMITED BY SIZE
                     "  "                    DELIMITED BY SIZE
                     EXP-DESCRIPTION IN FS-RECORD DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO V200-EXIT
              ADD 1 TO WS-DIFF-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING "CONTENT DIFFERS:     " DELIMITED BY SIZE
                     EXP-KEY IN FS-RECORD    DELIMITED BY SIZE
                     "  "                    DELIMITED BY SIZE
                     EXP-DESCRIPTION IN FS-RECORD DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
                  " MISSING"       DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING WS-YEARS-CHECKED DELIMITED BY SIZE
                  " FROZEN YEAR(S) CHECKED AGAINST THEIR SNAPSHOTS: "
                                   DELIMITED BY SIZE
                  WS-YEAR-DIFF-COUNT DELIMITED BY SIZE
                  " DIFFERENCE(S)" DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-NOHIST-COUNT IS EQUAL TO 0 AND
              WS-GHOST-COUNT IS EQUAL TO 0 AND
              WS-DIFF-COUNT IS EQUAL TO 0 AND
              WS-MISSING-COUNT IS EQUAL TO 0 AND
              WS-YEAR-DIFF-COUNT IS EQUAL TO 0
              MOVE "VERDICT: CLEAN - FILE MATCHES THE JOURNAL"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           .
       V420-EXIT.
           EXIT.
       V500-CHECK-YEARS.
      **
      * Every year frozen on yearend.dat is recomputed from its
      * archive and compared with its snapshot line by line; a year
      * reopened under override ('R') is not held to it until it is
      * closed again.
      **
           MOVE 'N' TO WS-YE-EOF
           OPEN INPUT YE-FILE
           IF WS-YE-STATUS IS NOT EQUAL TO "00"
              GO TO V500-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FROZEN YEARS AGAINST THEIR CERTIFIED SNAPSHOTS"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "--------------------------------" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM UNTIL WS-YE-EOF = 'Y'
               READ YE-FILE
               AT END
                  MOVE 'Y' TO WS-YE-EOF
               NOT AT END
                  IF YE-STATUS IS EQUAL TO 'F'
                     ADD 1 TO WS-YEARS-CHECKED
                     PERFORM V510-CHECK-YEAR THRU V510-EXIT
                  END-IF
           END-PERFORM
           CLOSE YE-FILE
           .
       V500-EXIT.
           EXIT.

       V510-CHECK-YEAR.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "expenses-"    DELIMITED BY SIZE
                  YE-YEAR        DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           MOVE SPACES TO WS-SNAPSHOT-FILENAME
           STRING "snapshot-"    DELIMITED BY SIZE
                  YE-YEAR        DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-SNAPSHOT-FILENAME
           MOVE 0   TO WS-SNP-COUNT
           MOVE 'N' TO WS-SNP-OVERFLOW
           MOVE 0   TO WS-SNP-RECORDS
           MOVE 0   TO WS-SNP-EXP-TOTAL
           MOVE 0   TO WS-SNP-INC-COUNT
           MOVE 0   TO WS-SNP-INC-TOTAL
           MOVE 0   TO WS-SNP-HASH
           MOVE 'N' TO WS-ARC-EOF
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS NOT EQUAL TO "00"
              ADD 1 TO WS-YEAR-DIFF-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING YE-YEAR              DELIMITED BY SIZE
                     " ARCHIVE MISSING: " DELIMITED BY SIZE
                     WS-ARCHIVE-FILENAME  DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO V510-EXIT
           END-IF
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ ARC-FILE
               AT END
                  MOVE 'Y' TO WS-ARC-EOF
               NOT AT END
                  PERFORM K100-SNAP-RECORD THRU K100-EXIT
           END-PERFORM
           CLOSE ARC-FILE
           IF WS-SNP-OVERFLOW IS EQUAL TO 'Y'
              ADD 1 TO WS-YEAR-DIFF-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING YE-YEAR DELIMITED BY SIZE
                     " TOO MANY TOTALS TO HOLD - NOT VERIFIED"
                             DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO V510-EXIT
           END-IF
           IF WS-SNP-RECORDS IS NOT EQUAL TO YE-RECORDS OR
              WS-SNP-HASH IS NOT EQUAL TO YE-HASH
              ADD 1 TO WS-YEAR-DIFF-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING YE-YEAR DELIMITED BY SIZE
                     " ARCHIVE NO LONGER MATCHES THE FREEZE: RECORDS "
                                    DELIMITED BY SIZE
                     WS-SNP-RECORDS DELIMITED BY SIZE
                     " WAS "        DELIMITED BY SIZE
                     YE-RECORDS     DELIMITED BY SIZE
                     " HASH "       DELIMITED BY SIZE
                     WS-SNP-HASH    DELIMITED BY SIZE
                     " WAS "        DELIMITED BY SIZE
                     YE-HASH        DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE 'N' TO WS-ARC-EOF
           OPEN INPUT SNP-FILE
           IF WS-SNP-STATUS IS NOT EQUAL TO "00"
              ADD 1 TO WS-YEAR-DIFF-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING YE-YEAR               DELIMITED BY SIZE
                     " SNAPSHOT MISSING: " DELIMITED BY SIZE
                     WS-SNAPSHOT-FILENAME  DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO V510-EXIT
           END-IF
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ SNP-FILE
               AT END
                  MOVE 'Y' TO WS-ARC-EOF
               NOT AT END
                  PERFORM V520-CHECK-LINE THRU V520-EXIT
           END-PERFORM
           CLOSE SNP-FILE
           MOVE 0 TO WS-SNP-IDX
           PERFORM UNTIL WS-SNP-IDX IS EQUAL TO WS-SNP-COUNT
               ADD 1 TO WS-SNP-IDX
               IF WS-SNP-SEEN(WS-SNP-IDX) IS NOT EQUAL TO 'Y'
                  ADD 1 TO WS-YEAR-DIFF-COUNT
                  MOVE WS-SNP-NUM(WS-SNP-IDX) TO WS-COUNT-EDIT
                  MOVE WS-SNP-AMT(WS-SNP-IDX) TO WS-AMT-EDIT
                  MOVE SPACES TO REPORT-RECORD
                  STRING YE-YEAR DELIMITED BY SIZE
                         " NOT IN SNAPSHOT:   " DELIMITED BY SIZE
                         WS-SNP-TYPE(WS-SNP-IDX) DELIMITED BY SIZE
                         " "                     DELIMITED BY SIZE
                         WS-SNP-KEY(WS-SNP-IDX)  DELIMITED BY SIZE
                         WS-COUNT-EDIT           DELIMITED BY SIZE
                         WS-AMT-EDIT             DELIMITED BY SIZE
                    INTO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           .
       V510-EXIT.
           EXIT.

       V520-CHECK-LINE.
      **
      * One snapshot line against the recomputed figure: header,
      * income and hash lines against the year totals, category,
      * person and payment method lines against their table entry.
      **
           EVALUATE SNP-TYPE
               WHEN 'H'
                   IF SNP-COUNT IS NOT EQUAL TO WS-SNP-RECORDS OR
                      SNP-AMOUNT IS NOT EQUAL TO WS-SNP-EXP-TOTAL
                      MOVE WS-SNP-RECORDS TO WS-COUNT-EDIT
                      MOVE WS-SNP-EXP-TOTAL TO WS-AMT-EDIT
                      PERFORM V530-REPORT-DIFF THRU V530-EXIT
                   END-IF
               WHEN 'I'
                   IF SNP-COUNT IS NOT EQUAL TO WS-SNP-INC-COUNT OR
                      SNP-AMOUNT IS NOT EQUAL TO WS-SNP-INC-TOTAL
                      MOVE WS-SNP-INC-COUNT TO WS-COUNT-EDIT
                      MOVE WS-SNP-INC-TOTAL TO WS-AMT-EDIT
                      PERFORM V530-REPORT-DIFF THRU V530-EXIT
                   END-IF
               WHEN 'K'
                   MOVE 0 TO WS-SNP-HASH-X
                   IF SNP-KEY(1:9) IS NUMERIC
                      MOVE SNP-KEY(1:9) TO WS-SNP-HASH-X
                   END-IF
                   IF WS-SNP-HASH-X IS NOT EQUAL TO WS-SNP-HASH
                      MOVE WS-SNP-RECORDS TO WS-COUNT-EDIT
                      MOVE 0 TO WS-AMT-EDIT
                      PERFORM V530-REPORT-DIFF THRU V530-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-SNP-HIT
                   MOVE 0 TO WS-SNP-IDX
                   PERFORM UNTIL WS-SNP-IDX IS EQUAL TO WS-SNP-COUNT
                              OR WS-SNP-HIT > 0
                       ADD 1 TO WS-SNP-IDX
                       IF WS-SNP-TYPE(WS-SNP-IDX) IS EQUAL TO SNP-TYPE
                          AND WS-SNP-KEY(WS-SNP-IDX) IS EQUAL TO
                              SNP-KEY
                          MOVE WS-SNP-IDX TO WS-SNP-HIT
                       END-IF
                   END-PERFORM
                   IF WS-SNP-HIT IS EQUAL TO 0
                      MOVE 0 TO WS-COUNT-EDIT
                      MOVE 0 TO WS-AMT-EDIT
                      PERFORM V530-REPORT-DIFF THRU V530-EXIT
                   ELSE
                      MOVE 'Y' TO WS-SNP-SEEN(WS-SNP-HIT)
                      IF SNP-COUNT IS NOT EQUAL TO
                         WS-SNP-NUM(WS-SNP-HIT) OR
                         SNP-AMOUNT IS NOT EQUAL TO
                         WS-SNP-AMT(WS-SNP-HIT)
                         MOVE WS-SNP-NUM(WS-SNP-HIT) TO WS-COUNT-EDIT
                         MOVE WS-SNP-AMT(WS-SNP-HIT) TO WS-AMT-EDIT
                         PERFORM V530-REPORT-DIFF THRU V530-EXIT
                      END-IF
                   END-IF
           END-EVALUATE
           .
       V520-EXIT.
           EXIT.

       V530-REPORT-DIFF.
           ADD 1 TO WS-YEAR-DIFF-COUNT
           MOVE SNP-AMOUNT TO WS-AMT-EDIT2
           MOVE SPACES TO REPORT-RECORD
           STRING YE-YEAR       DELIMITED BY SIZE
                  " SNAPSHOT "  DELIMITED BY SIZE
                  SNP-TYPE      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  SNP-KEY       DELIMITED BY SIZE
                  SNP-COUNT     DELIMITED BY SIZE
                  WS-AMT-EDIT2  DELIMITED BY SIZE
                  " ARCHIVE "   DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  WS-AMT-EDIT   DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       V530-EXIT.
           EXIT.

       K100-SNAP-RECORD.
      **
      * One archived record into the year's figures, worked exactly
      * as YEAR-END-CLOSE worked them when it certified the year.
      **
           ADD 1 TO WS-SNP-RECORDS
           IF EXP-TYPE IN ARC-RECORD IS EQUAL TO 'I'
              ADD 1 TO WS-SNP-INC-COUNT
              ADD EXP-AMOUNT IN ARC-RECORD TO WS-SNP-INC-TOTAL
           ELSE
              ADD EXP-AMOUNT IN ARC-RECORD TO WS-SNP-EXP-TOTAL
           END-IF
           MOVE 'C' TO WS-SNP-WORK-TYPE
           MOVE EXP-CATEGORY IN ARC-RECORD TO WS-SNP-WORK-KEY
           PERFORM K120-SNAP-ENTRY THRU K120-EXIT
           MOVE 'P' TO WS-SNP-WORK-TYPE
           MOVE EXP-PERSON IN ARC-RECORD TO WS-SNP-WORK-KEY
           PERFORM K120-SNAP-ENTRY THRU K120-EXIT
           MOVE 'M' TO WS-SNP-WORK-TYPE
           MOVE EXP-PAYMENT-METHOD IN ARC-RECORD TO WS-SNP-WORK-KEY
           PERFORM K120-SNAP-ENTRY THRU K120-EXIT
           MOVE SPACES TO WS-HASH-IMG
           MOVE ARC-RECORD TO WS-HASH-IMG
           MOVE 0 TO WS-HASH
           MOVE 0 TO WS-CH-IDX
           PERFORM UNTIL WS-CH-IDX IS EQUAL TO 250
               ADD 1 TO WS-CH-IDX
               MOVE LOW-VALUE TO WS-CH-HI
               MOVE WS-HASH-IMG(WS-CH-IDX:1) TO WS-CH-LO
               COMPUTE WS-HASH-WORK = WS-HASH * 131
                     + WS-CH-NUM * WS-CH-IDX + WS-CH-IDX
               COMPUTE WS-HASH-Q = WS-HASH-WORK / 999999937
               COMPUTE WS-HASH = WS-HASH-WORK
                     - WS-HASH-Q * 999999937
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-SNP-HASH + WS-HASH
           COMPUTE WS-HASH-Q = WS-HASH-WORK / 999999937
           COMPUTE WS-SNP-HASH = WS-HASH-WORK
                 - WS-HASH-Q * 999999937
           .
       K100-EXIT.
           EXIT.

       K120-SNAP-ENTRY.
           MOVE 0 TO WS-SNP-HIT
           MOVE 0 TO WS-SNP-IDX
           PERFORM UNTIL WS-SNP-IDX IS EQUAL TO WS-SNP-COUNT
                      OR WS-SNP-HIT > 0
               ADD 1 TO WS-SNP-IDX
               IF WS-SNP-TYPE(WS-SNP-IDX) IS EQUAL TO WS-SNP-WORK-TYPE
                  AND WS-SNP-KEY(WS-SNP-IDX) IS EQUAL TO
                      WS-SNP-WORK-KEY
                  MOVE WS-SNP-IDX TO WS-SNP-HIT
               END-IF
           END-PERFORM
           IF WS-SNP-HIT IS EQUAL TO 0
              IF WS-SNP-COUNT < 300
                 ADD 1 TO WS-SNP-COUNT
                 MOVE WS-SNP-COUNT TO WS-SNP-HIT
                 MOVE WS-SNP-WORK-TYPE TO WS-SNP-TYPE(WS-SNP-HIT)
                 MOVE WS-SNP-WORK-KEY  TO WS-SNP-KEY(WS-SNP-HIT)
                 MOVE 0 TO WS-SNP-NUM(WS-SNP-HIT)
                 MOVE 0 TO WS-SNP-AMT(WS-SNP-HIT)
                 MOVE 'N' TO WS-SNP-SEEN(WS-SNP-HIT)
              ELSE
                 MOVE 'Y' TO WS-SNP-OVERFLOW
                 GO TO K120-EXIT
              END-IF
           END-IF
           ADD 1 TO WS-SNP-NUM(WS-SNP-HIT)
           ADD EXP-AMOUNT IN ARC-RECORD TO WS-SNP-AMT(WS-SNP-HIT)
           .
       K120-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM AUDIT-VERIFY.
