      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. YEAR-END-CLOSE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT EXP-FILE  ASSIGN TO "expenses.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EXP-KEY IN FS-RECORD
            ALTERNATE RECORD KEY IS EXP-PERSON IN FS-RECORD
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EXP-CATEGORY IN FS-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-EXP-STATUS.
           SELECT ARC-FILE  ASSIGN TO WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARC-STATUS.
           SELECT TMP-FILE  ASSIGN TO "expenses.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAK-FILE  ASSIGN TO "expenses.bak"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLG-FILE  ASSIGN TO "rewrite.flg"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLG-STATUS.
           SELECT PER-FILE  ASSIGN TO "periods.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PER-STATUS.
           SELECT CLR-FILE  ASSIGN TO "claims.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLR-STATUS.
           SELECT PND-FILE  ASSIGN TO "recurring-pending.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-STATUS.
           SELECT ACC-FILE  ASSIGN TO "accounts.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACC-STATUS.
           SELECT ACCTMP-FILE  ASSIGN TO "accounts.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMV-FILE  ASSIGN TO "acctmove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AMV-STATUS.
           SELECT AMVTMP-FILE  ASSIGN TO "acctmove.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AMVARC-FILE  ASSIGN TO WS-AMVARC-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AMVARC-STATUS.
           SELECT YE-FILE  ASSIGN TO "yearend.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YE-STATUS.
           SELECT YETMP-FILE  ASSIGN TO "yearend.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SNP-FILE  ASSIGN TO WS-SNAPSHOT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNP-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
           SELECT MTT-FILE  ASSIGN TO "monthly-totals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MTT-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "yearend.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD ARC-FILE.
       01 ARC-RECORD.
        COPY expense_record.
       FD TMP-FILE.
       01 TMP-RECORD.
        COPY expense_record.
       FD BAK-FILE.
       01 BAK-RECORD.
        COPY expense_record.
       FD FLG-FILE.
       01 FLG-RECORD.
          05 FLG-STATE        PIC X(8).
          05 FLG-PROGRAM      PIC X(18).
       FD PER-FILE.
       01 PER-RECORD.
          05 PER-YYYY         PIC X(4).
          05 PER-MM           PIC X(2).
          05 PER-STATUS       PIC X(1).
       FD CLR-FILE.
       01 CLR-RECORD.
          05 CLR-NO           PIC 9(4).
          05 CLR-RAISED       PIC X(10).
          05 CLR-PERSON       PIC X(10).
          05 CLR-ITEMS        PIC 9(4).
          05 CLR-TOTAL        PIC 9(11)V99.
       FD PND-FILE.
       01 PND-RECORD.
          05 PND-DATE                  PIC X(10).
          05 PND-AMOUNT                PIC 9(6)V99.
          05 PND-DESCRIPTION           PIC X(30).
          05 PND-CATEGORY              PIC X(15).
          05 PND-PERSON                PIC X(10).
          05 PND-PAYMENT-METHOD        PIC X(15).
          05 PND-SHARE-FLAG            PIC X(1).
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
       FD ACCTMP-FILE.
       01 ACCTMP-RECORD            PIC X(86).
       FD AMV-FILE.
       01 AMV-RECORD.
          05 AMV-ACCOUNT           PIC X(15).
          05 AMV-DATE              PIC X(10).
          05 AMV-KEY               PIC X(16).
          05 AMV-AMOUNT            PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 AMV-TYPE              PIC X(1).
          05 AMV-PROGRAM           PIC X(18).
          05 AMV-STAMP             PIC X(14).
       FD AMVTMP-FILE.
       01 AMVTMP-RECORD            PIC X(86).
       FD AMVARC-FILE.
       01 AMVARC-RECORD            PIC X(86).
      * One line per closed year: 'F' frozen by the year-end close,
      * 'R' reopened since under an administrator override (the
      * snapshot no longer certifies it until it is closed again).
      * RECORDS and HASH repeat the certified snapshot's control
      * figures; CARRIED is the open items carried into the next
      * year on the live file.
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
      * The certified snapshot of a closed year's archive, one file
      * per year (snapshot-YYYY.dat): 'H' the record count and the
      * expense total, 'I' the income count and total, 'K' the
      * control hash, then one 'C' category, 'P' person and 'M'
      * payment method line each with its count and amount.
       FD SNP-FILE.
       01 SNP-RECORD.
          05 SNP-TYPE              PIC X(1).
          05 SNP-KEY               PIC X(15).
          05 SNP-COUNT             PIC 9(6).
          05 SNP-AMOUNT            PIC 9(11)V99.
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE        PIC X(8).
          05 LCK-USER         PIC X(10).
          05 LCK-PROGRAM      PIC X(18).
          05 LCK-STAMP        PIC X(14).
          05 LCK-TOKEN        PIC X(40).
       FD MTT-FILE.
       01 MTT-RECORD.
          05 MTT-YYYYMM       PIC X(6).
          05 MTT-AMOUNT       PIC 9(11)V99.
       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-MTT-STATUS       PIC X(2).
       01 WS-MTR-COUNT        PIC 9(3) VALUE 0.
       01 WS-MTR-TABLE.
          05 WS-MTR-ENTRY OCCURS 240 TIMES.
             10 WS-MTR-YYYYMM PIC X(6).
             10 WS-MTR-AMOUNT PIC 9(11)V99.
       01 WS-MTR-IDX          PIC 9(3).
       01 WS-MTR-HIT          PIC 9(3).
       01 WS-MTR-EOF          PIC X(1).
       01 WS-LCK-STATUS       PIC X(2).
       01 WS-LOCK-OK          PIC X(1).
       01 WS-LOCK-HELD        PIC X(1) VALUE 'N'.
       01 WS-LOCK-TRIES       PIC 9(2).
       01 WS-LOCK-WAIT        PIC 9(1) VALUE 1.
       01 WS-LOCK-TOKEN       PIC X(40).
       01 WS-LCK-DATE         PIC X(8).
       01 WS-LCK-TIME         PIC X(8).
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-FLG-STATUS            PIC X(2).
       01 WS-PER-STATUS            PIC X(2).
       01 WS-CLR-STATUS            PIC X(2).
       01 WS-PND-STATUS            PIC X(2).
       01 WS-ACC-STATUS            PIC X(2).
       01 WS-AMV-STATUS            PIC X(2).
       01 WS-AMVARC-STATUS         PIC X(2).
       01 WS-YE-STATUS             PIC X(2).
       01 WS-SNP-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
       01 WS-YEAR-IN               PIC X(4).
       01 WS-CLOSE-YEAR            PIC 9(4).
       01 WS-CLOSE-YEAR-X REDEFINES WS-CLOSE-YEAR PIC X(4).
       01 WS-NEXT-YEAR             PIC 9(4).
       01 WS-YEAR-END-CMP          PIC 9(8).
       01 WS-NEW-OPEN-DATE         PIC X(10).
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-AMVARC-FILENAME       PIC X(20).
       01 WS-SNAPSHOT-FILENAME     PIC X(20).
       01 WS-CONFIRM               PIC X(1).
       01 WS-STEP-RC               PIC 9(4).
       01 WS-YE-FOUND              PIC X(1).
       01 WS-YE-WAS                PIC X(1).
       01 WS-YE-EOF                PIC X(1).
       01 WS-CDATE                 PIC X(10).
       01 WS-CDD                   PIC 9(2).
       01 WS-CMM                   PIC 9(2).
       01 WS-CYYYY                 PIC 9(4).
       01 WS-CCMP                  PIC 9(8).
       01 WS-CDATE-OK              PIC X(1).
      * pre-close checks
       01 WS-FAILS                 PIC 9(4) VALUE 0.
       01 WS-PER-CLOSED            PIC X(1) OCCURS 12 TIMES.
       01 WS-MM-IDX                PIC 9(2).
       01 WS-MM-NUM                PIC 9(2).
       01 WS-MM-EDIT               PIC 99.
       01 WS-CLR-COUNT             PIC 9(4) VALUE 0.
       01 WS-CLR-TABLE.
          05 WS-CLR-ENTRY OCCURS 2000 TIMES.
             10 WS-CLR-NUM         PIC 9(4).
       01 WS-CLR-IDX               PIC 9(4).
       01 WS-CLR-HIT               PIC X(1).
       01 WS-BAD-CLAIM             PIC X(1).
       01 WS-OPEN-ITEM             PIC X(1).
       01 WS-REC-YEAR-X            PIC X(4).
      * what the close did
       01 WS-ARCHIVE-COUNT         PIC 9(6) VALUE 0.
       01 WS-KEEP-COUNT            PIC 9(6) VALUE 0.
       01 WS-CARRY-COUNT           PIC 9(4) VALUE 0.
       01 WS-CARRY-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-MOVES-ROLLED          PIC 9(6) VALUE 0.
       01 WS-ACT-COUNT             PIC 9(2) VALUE 0.
       01 WS-ACT-TABLE.
          05 WS-ACT-ENTRY OCCURS 50 TIMES.
             10 WS-ACT-CODE        PIC X(15).
             10 WS-ACT-ROLLED      PIC S9(11)V99.
       01 WS-ACT-IDX               PIC 9(2).
       01 WS-ACT-HIT               PIC 9(2).
       01 WS-ACT-OVERFLOW          PIC X(1) VALUE 'N'.
       01 WS-ACC-CHANGED           PIC 9(3) VALUE 0.
       01 WS-CARRY-BAL             PIC S9(11)V99.
       01 WS-AMT-EDIT              PIC Z(10)9.99.
       01 WS-SIGNED-EDIT           PIC -(10)9.99.
       01 WS-COUNT-EDIT            PIC ZZZZZ9.
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
      * the snapshot of the closed year as the archive holds it
       01 WS-SNP-COUNT             PIC 9(3) VALUE 0.
       01 WS-SNP-TABLE.
          05 WS-SNP-ENTRY OCCURS 300 TIMES.
             10 WS-SNP-TYPE        PIC X(1).
             10 WS-SNP-KEY         PIC X(15).
             10 WS-SNP-NUM         PIC 9(6).
             10 WS-SNP-AMT         PIC 9(11)V99.
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
       01 WS-HASH-IMG              PIC X(250).
       01 WS-HASH                  PIC 9(9).
       01 WS-HASH-WORK             PIC 9(15).
       01 WS-HASH-Q                PIC 9(6).
       01 WS-CH-IDX                PIC 9(3).
       01 WS-CH-PAIR.
          05 WS-CH-HI              PIC X(1).
          05 WS-CH-LO              PIC X(1).
       01 WS-CH-NUM REDEFINES WS-CH-PAIR PIC 9(4) COMP.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Closes a whole year in
      * one run instead of a checklist kept in someone's head:
      * refuses unless all twelve periods are closed, no claim item
      * is in a state the claim cycle would not leave it in, and
      * nothing is left on the recurring pending queue for the
      * year; then takes the pre-close backup generation, runs the
      * tax package and next year's budget build, archives the
      * year to expenses-YYYY.dat (open reimbursable items stay on
      * the live file - they are carried into the new year), writes
      * the certified snapshot of the archive to snapshot-YYYY.dat,
      * rolls each account's opening balance forward to 1 January
      * with the year's movements moved to acctmove-YYYY.dat, and
      * freezes the year on yearend.dat.  CLOSE-PERIOD will not
      * reopen a month of a frozen year without an administrator
      * override, and AUDIT-VERIFY checks every frozen year's
      * archive against its snapshot.  The trail is yearend.rpt.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           IF WS-SIGNON-LEVEL IS NOT EQUAL TO 'A'
              DISPLAY "THE YEAR-END CLOSE IS FOR THE ADMINISTRATOR"
              GO TO MAIN-EXIT
           END-IF
           PERFORM Y000-RESET THRU Y000-EXIT
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           DISPLAY "YEAR TO CLOSE (YYYY, BLANK = LAST COMPLETED YEAR)"
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN IS EQUAL TO SPACES
              COMPUTE WS-CLOSE-YEAR = WS-SYS-YYYY - 1
           ELSE
              IF WS-YEAR-IN IS NOT NUMERIC
                 DISPLAY "INVALID YEAR - DIGITS ONLY"
                 GO TO MAIN-EXIT
              END-IF
              MOVE WS-YEAR-IN TO WS-CLOSE-YEAR
           END-IF
           IF WS-CLOSE-YEAR IS NOT LESS THAN WS-SYS-YYYY
              DISPLAY "YEAR " WS-CLOSE-YEAR " IS NOT OVER YET - "
                      "NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF
           COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
           COMPUTE WS-YEAR-END-CMP = WS-CLOSE-YEAR * 10000 + 1231
           MOVE SPACES TO WS-NEW-OPEN-DATE
           STRING "01/01/"      DELIMITED BY SIZE
                  WS-NEXT-YEAR  DELIMITED BY SIZE
             INTO WS-NEW-OPEN-DATE
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "expenses-"    DELIMITED BY SIZE
                  WS-CLOSE-YEAR  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           MOVE SPACES TO WS-AMVARC-FILENAME
           STRING "acctmove-"    DELIMITED BY SIZE
                  WS-CLOSE-YEAR  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-AMVARC-FILENAME
           MOVE SPACES TO WS-SNAPSHOT-FILENAME
           STRING "snapshot-"    DELIMITED BY SIZE
                  WS-CLOSE-YEAR  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-SNAPSHOT-FILENAME

           PERFORM Y010-FIND-YEAR THRU Y010-EXIT
           IF WS-YE-WAS IS EQUAL TO 'F'
              DISPLAY "YEAR " WS-CLOSE-YEAR " IS ALREADY CLOSED AND "
                      "FROZEN - NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "YEAR-END CLOSE " DELIMITED BY SIZE
                  WS-CLOSE-YEAR     DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "==========================================="
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RUN " DELIMITED BY SIZE
                  WS-SYS-DD DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SYS-MM DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-SYS-YYYY DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-SIGNON-USER DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-YE-WAS IS EQUAL TO 'R'
              MOVE "RE-CLOSING A YEAR REOPENED UNDER OVERRIDE"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "PRE-CLOSE CHECKS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM Y100-CHECK-PERIODS THRU Y100-EXIT
           PERFORM Y200-CHECK-CLAIMS THRU Y200-EXIT
           PERFORM Y300-CHECK-PENDING THRU Y300-EXIT
           IF WS-FAILS > 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "YEAR-END CLOSE REFUSED - CLEAR THE ITEMS ABOVE "
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY "YEAR-END CLOSE REFUSED - " WS-FAILS
                      " CHECK(S) FAILED, SEE yearend.rpt"
              GO TO MAIN-FINISH
           END-IF
           MOVE "ALL CHECKS PASSED" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY "ALL CHECKS PASSED. CLOSE AND FREEZE "
                   WS-CLOSE-YEAR "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM IS NOT EQUAL TO 'Y' AND
              WS-CONFIRM IS NOT EQUAL TO 'y'
              MOVE "CLOSE NOT CONFIRMED - NOTHING CHANGED"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY "NOTHING DONE"
              GO TO MAIN-FINISH
           END-IF

           MOVE "CLOSE STEPS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY "STEP 1: PRE-CLOSE BACKUP GENERATION"
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-STEP-RC
           CALL "BACKUP-EXPENSES"
           ON EXCEPTION
              MOVE 12 TO WS-STEP-RC
           NOT ON EXCEPTION
              MOVE RETURN-CODE TO WS-STEP-RC
           END-CALL
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC IS NOT EQUAL TO 0
              MOVE "1 BACKUP-EXPENSES        FAILED - CLOSE ABANDONED"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY "BACKUP FAILED - CLOSE ABANDONED, NOTHING "
                      "CHANGED"
              GO TO MAIN-FINISH
           END-IF
           MOVE "1 BACKUP-EXPENSES        PRE-CLOSE GENERATION TAKEN"
             TO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY "STEP 2: TAX PACKAGE - ENTER " WS-CLOSE-YEAR
                   " WHEN ASKED FOR THE TAX YEAR"
           CALL "TAX-REPORT"
           MOVE 0 TO RETURN-CODE
           MOVE "2 TAX-REPORT             RUN (tax-package.rpt)"
             TO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY "STEP 3: NEXT YEAR'S BUDGET - ENTER " WS-NEXT-YEAR
                   " WHEN ASKED FOR THE BUDGET YEAR"
           CALL "BUILD-BUDGET"
           MOVE 0 TO RETURN-CODE
           MOVE "3 BUILD-BUDGET           RUN (budget-build.rpt)"
             TO REPORT-RECORD
           WRITE REPORT-RECORD

           DISPLAY "STEP 4: ARCHIVE, SNAPSHOT, CARRY FORWARD, FREEZE"
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              MOVE "4 ARCHIVE                NOT RUN - FILES LOCKED"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY "CLOSE STOPPED - ANOTHER SESSION HOLDS THE "
                      "FILES; RERUN WHEN IT IS FREE"
              GO TO MAIN-FINISH
           END-IF
           PERFORM A100-ARCHIVE-YEAR THRU A100-EXIT
           PERFORM K000-TAKE-SNAPSHOT THRU K000-EXIT
           IF WS-SNP-OVERFLOW IS EQUAL TO 'Y'
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              MOVE "5 SNAPSHOT               TABLE FULL - YEAR NOT "
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "  FROZEN; ARCHIVE STANDS, RERUN AFTER REVIEW"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY "SNAPSHOT TABLE FULL - YEAR NOT FROZEN"
              GO TO MAIN-FINISH
           END-IF
           PERFORM R100-ROLL-ACCOUNTS THRU R100-EXIT
           PERFORM F100-FREEZE-YEAR THRU F100-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           PERFORM K900-PRINT-SNAPSHOT THRU K900-EXIT

           DISPLAY "YEAR " WS-CLOSE-YEAR " CLOSED AND FROZEN"
           MOVE WS-SNP-RECORDS TO WS-COUNT-EDIT
           DISPLAY WS-COUNT-EDIT " RECORD(S) CERTIFIED ON "
                   WS-SNAPSHOT-FILENAME
           DISPLAY WS-CARRY-COUNT " OPEN ITEM(S) CARRIED INTO "
                   WS-NEXT-YEAR.
       MAIN-FINISH.
           CLOSE REPORT-FILE
           MOVE "yearend.rpt"    TO WS-SPOOL-REPORT
           MOVE "YEAR-END-CLOSE" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "YEAR "        DELIMITED BY SIZE
                  WS-CLOSE-YEAR  DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY "YEAR-END TRAIL WRITTEN TO yearend.rpt".
       MAIN-EXIT.
           GOBACK.

       Y000-RESET.
      **
      * Clears what an earlier run left behind: the program stays
      * loaded between calls from the menu, so a run refused on
      * its checks, or stopped for review, is repeated from a clean
      * start - failures, counts, snapshot totals and hash alike.
      **
           MOVE 0 TO WS-FAILS
           MOVE 0 TO WS-CLR-COUNT
           MOVE 0 TO WS-ARCHIVE-COUNT
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 0 TO WS-CARRY-COUNT
           MOVE 0 TO WS-CARRY-TOTAL
           MOVE 0 TO WS-MOVES-ROLLED
           MOVE 0 TO WS-ACT-COUNT
           MOVE 'N' TO WS-ACT-OVERFLOW
           MOVE 0 TO WS-ACC-CHANGED
           MOVE 0 TO WS-SNP-COUNT
           MOVE 'N' TO WS-SNP-OVERFLOW
           MOVE 0 TO WS-SNP-RECORDS
           MOVE 0 TO WS-SNP-EXP-TOTAL
           MOVE 0 TO WS-SNP-INC-COUNT
           MOVE 0 TO WS-SNP-INC-TOTAL
           MOVE 0 TO WS-SNP-HASH
           .
       Y000-EXIT.
           EXIT.

       Y010-FIND-YEAR.
      **
      * WS-YE-WAS comes back with the year's status on yearend.dat -
      * 'F' frozen, 'R' reopened under override - or spaces for a
      * year never closed.
      **
           MOVE SPACES TO WS-YE-WAS
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
                  IF YE-YEAR IS EQUAL TO WS-CLOSE-YEAR-X
                     MOVE YE-STATUS TO WS-YE-WAS
                  END-IF
           END-PERFORM
           CLOSE YE-FILE
           .
       Y010-EXIT.
           EXIT.

       Y100-CHECK-PERIODS.
      **
      * Every month of the year must be closed on periods.dat.
      **
           MOVE 0 TO WS-MM-IDX
           PERFORM UNTIL WS-MM-IDX IS EQUAL TO 12
               ADD 1 TO WS-MM-IDX
               MOVE 'N' TO WS-PER-CLOSED(WS-MM-IDX)
           END-PERFORM
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PER-FILE
           IF WS-PER-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ PER-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF PER-YYYY IS EQUAL TO WS-CLOSE-YEAR-X AND
                        PER-MM IS NUMERIC
                        MOVE PER-MM TO WS-MM-NUM
                        IF WS-MM-NUM >= 1 AND WS-MM-NUM <= 12
                           MOVE 'N' TO WS-PER-CLOSED(WS-MM-NUM)
                           IF PER-STATUS IS EQUAL TO 'C'
                              MOVE 'Y' TO WS-PER-CLOSED(WS-MM-NUM)
                           END-IF
                        END-IF
                     END-IF
              END-PERFORM
              CLOSE PER-FILE
           END-IF
           MOVE 0 TO WS-MM-IDX
           PERFORM UNTIL WS-MM-IDX IS EQUAL TO 12
               ADD 1 TO WS-MM-IDX
               IF WS-PER-CLOSED(WS-MM-IDX) IS EQUAL TO 'N'
                  ADD 1 TO WS-FAILS
                  MOVE WS-MM-IDX TO WS-MM-EDIT
                  MOVE SPACES TO REPORT-RECORD
                  STRING "PERIOD NOT CLOSED:   " DELIMITED BY SIZE
                         WS-MM-EDIT              DELIMITED BY SIZE
                         "/"                     DELIMITED BY SIZE
                         WS-CLOSE-YEAR           DELIMITED BY SIZE
                    INTO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           .
       Y100-EXIT.
           EXIT.

       Y200-CHECK-CLAIMS.
      **
      * Every reimbursable item of the year must be outstanding
      * ('O'), on a claim ('C') or paid ('P'); a claimed or paid
      * item must carry a claim number claims.dat knows; and an
      * item not marked reimbursable must carry no claim status at
      * all.  Outstanding and claimed items are fine - they are the
      * open items carried forward.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT CLR-FILE
           IF WS-CLR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ CLR-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF WS-CLR-COUNT < 2000 AND CLR-NO IS NUMERIC
                        ADD 1 TO WS-CLR-COUNT
                        MOVE CLR-NO TO WS-CLR-NUM(WS-CLR-COUNT)
                     END-IF
              END-PERFORM
              CLOSE CLR-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO Y200-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-DATE IN FS-RECORD (7:4) IS EQUAL TO
                     WS-CLOSE-YEAR-X
                     PERFORM Y210-CHECK-ITEM THRU Y210-EXIT
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           .
       Y200-EXIT.
           EXIT.

       Y210-CHECK-ITEM.
           MOVE 'N' TO WS-BAD-CLAIM
           IF EXP-REIMB-FLAG IN FS-RECORD IS EQUAL TO 'R'
              IF EXP-CLAIM-STATUS IN FS-RECORD IS NOT EQUAL TO 'O' AND
                 EXP-CLAIM-STATUS IN FS-RECORD IS NOT EQUAL TO 'C' AND
                 EXP-CLAIM-STATUS IN FS-RECORD IS NOT EQUAL TO 'P'
                 MOVE 'Y' TO WS-BAD-CLAIM
              END-IF
              IF EXP-CLAIM-STATUS IN FS-RECORD IS EQUAL TO 'C' OR
                 EXP-CLAIM-STATUS IN FS-RECORD IS EQUAL TO 'P'
                 MOVE 'N' TO WS-CLR-HIT
                 IF EXP-CLAIM-NO IN FS-RECORD IS NUMERIC
                    MOVE 0 TO WS-CLR-IDX
                    PERFORM UNTIL WS-CLR-IDX IS EQUAL TO WS-CLR-COUNT
                        ADD 1 TO WS-CLR-IDX
                        IF WS-CLR-NUM(WS-CLR-IDX) IS EQUAL TO
                           EXP-CLAIM-NO IN FS-RECORD
                           MOVE 'Y' TO WS-CLR-HIT
                        END-IF
                    END-PERFORM
                 END-IF
                 IF WS-CLR-HIT IS EQUAL TO 'N'
                    MOVE 'Y' TO WS-BAD-CLAIM
                 END-IF
              END-IF
           ELSE
              IF EXP-CLAIM-STATUS IN FS-RECORD IS NOT EQUAL TO SPACE
                 MOVE 'Y' TO WS-BAD-CLAIM
              END-IF
           END-IF
           IF WS-BAD-CLAIM IS EQUAL TO 'Y'
              ADD 1 TO WS-FAILS
              MOVE SPACES TO REPORT-RECORD
              STRING "CLAIM STATE '"               DELIMITED BY SIZE
                     EXP-CLAIM-STATUS IN FS-RECORD DELIMITED BY SIZE
                     "' ON "                       DELIMITED BY SIZE
                     EXP-KEY IN FS-RECORD          DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     EXP-DESCRIPTION IN FS-RECORD  DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           .
       Y210-EXIT.
           EXIT.

       Y300-CHECK-PENDING.
      **
      * Nothing dated in the year (or earlier) may still be waiting
      * on the recurring pending queue - post it or drop it first.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PND-FILE
           IF WS-PND-STATUS IS NOT EQUAL TO "00"
              GO TO Y300-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PND-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE PND-DATE TO WS-CDATE
                  PERFORM C200-CONVERT-DATE
                  IF WS-CDATE-OK IS EQUAL TO 'N' OR
                     WS-CCMP <= WS-YEAR-END-CMP
                     ADD 1 TO WS-FAILS
                     MOVE PND-AMOUNT TO WS-AMT-EDIT
                     MOVE SPACES TO REPORT-RECORD
                     STRING "RECURRING PENDING:   " DELIMITED BY SIZE
                            PND-DATE                DELIMITED BY SIZE
                            " "                     DELIMITED BY SIZE
                            PND-DESCRIPTION         DELIMITED BY SIZE
                            WS-AMT-EDIT             DELIMITED BY SIZE
                       INTO REPORT-RECORD
                     WRITE REPORT-RECORD
                  END-IF
           END-PERFORM
           CLOSE PND-FILE
           .
       Y300-EXIT.
           EXIT.

       A100-ARCHIVE-YEAR.
      **
      * Moves the year's records off the live file onto
      * expenses-YYYY.dat, added behind anything ARCHIVE-EXPENSES
      * already put there, with an ARCHIVE journal entry each just
      * as ARCHIVE-EXPENSES writes.  Reimbursable items still
      * outstanding or on an unpaid claim stay on the live file so
      * the claim cycle can finish them - the open items carried
      * into the new year.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              MOVE "4 ARCHIVE                NO LIVE FILE - NOTHING "
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO A100-EXIT
           END-IF
           OPEN EXTEND ARC-FILE
           IF WS-ARC-STATUS IS EQUAL TO "35"
              OPEN OUTPUT ARC-FILE
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE 'N' TO WS-OPEN-ITEM
                  IF EXP-REIMB-FLAG IN FS-RECORD IS EQUAL TO 'R' AND
                     (EXP-CLAIM-STATUS IN FS-RECORD IS EQUAL TO 'O' OR
                      EXP-CLAIM-STATUS IN FS-RECORD IS EQUAL TO 'C')
                     MOVE 'Y' TO WS-OPEN-ITEM
                  END-IF
                  IF EXP-DATE IN FS-RECORD (7:4) IS EQUAL TO
                     WS-CLOSE-YEAR-X AND WS-OPEN-ITEM IS EQUAL TO 'N'
                     MOVE FS-RECORD TO ARC-RECORD
                     WRITE ARC-RECORD
                     PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
                     ADD 1 TO WS-ARCHIVE-COUNT
                  ELSE
                     IF EXP-DATE IN FS-RECORD (7:4) IS EQUAL TO
                        WS-CLOSE-YEAR-X
                        ADD 1 TO WS-CARRY-COUNT
                        ADD EXP-AMOUNT IN FS-RECORD TO WS-CARRY-TOTAL
                     END-IF
                     MOVE FS-RECORD TO TMP-RECORD
                     WRITE TMP-RECORD
                     ADD 1 TO WS-KEEP-COUNT
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           CLOSE ARC-FILE
           CLOSE TMP-FILE
           IF WS-ARCHIVE-COUNT > 0
              PERFORM C120-SAFE-COPY-BACK THRU C120-EXIT
              PERFORM T520-REBUILD-TOTALS THRU T520-EXIT
           END-IF
           MOVE WS-ARCHIVE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "4 ARCHIVE                " DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  " RECORD(S) TO "            DELIMITED BY SIZE
                  WS-ARCHIVE-FILENAME         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       A100-EXIT.
           EXIT.

       K000-TAKE-SNAPSHOT.
      **
      * Reads the year's archive back and certifies what it holds:
      * the record count, expense and income totals, totals by
      * category, person and payment method, and the control hash,
      * written to snapshot-YYYY.dat.  AUDIT-VERIFY works the same
      * figures out from the archive later and compares.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ ARC-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     PERFORM K100-SNAP-RECORD THRU K100-EXIT
              END-PERFORM
              CLOSE ARC-FILE
           END-IF
           IF WS-SNP-OVERFLOW IS EQUAL TO 'Y'
              GO TO K000-EXIT
           END-IF
           OPEN OUTPUT SNP-FILE
           MOVE 'H'              TO SNP-TYPE
           MOVE WS-CLOSE-YEAR-X  TO SNP-KEY
           MOVE WS-SNP-RECORDS   TO SNP-COUNT
           MOVE WS-SNP-EXP-TOTAL TO SNP-AMOUNT
           WRITE SNP-RECORD
           MOVE 'I'              TO SNP-TYPE
           MOVE "INCOME"         TO SNP-KEY
           MOVE WS-SNP-INC-COUNT TO SNP-COUNT
           MOVE WS-SNP-INC-TOTAL TO SNP-AMOUNT
           WRITE SNP-RECORD
           MOVE 'K'              TO SNP-TYPE
           MOVE SPACES           TO SNP-KEY
           MOVE WS-SNP-HASH      TO SNP-KEY(1:9)
           MOVE WS-SNP-RECORDS   TO SNP-COUNT
           MOVE 0                TO SNP-AMOUNT
           WRITE SNP-RECORD
           MOVE 0 TO WS-SNP-IDX
           PERFORM UNTIL WS-SNP-IDX IS EQUAL TO WS-SNP-COUNT
               ADD 1 TO WS-SNP-IDX
               MOVE WS-SNP-TYPE(WS-SNP-IDX) TO SNP-TYPE
               MOVE WS-SNP-KEY(WS-SNP-IDX)  TO SNP-KEY
               MOVE WS-SNP-NUM(WS-SNP-IDX)  TO SNP-COUNT
               MOVE WS-SNP-AMT(WS-SNP-IDX)  TO SNP-AMOUNT
               WRITE SNP-RECORD
           END-PERFORM
           CLOSE SNP-FILE
           MOVE WS-SNP-RECORDS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "5 SNAPSHOT               " DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  " RECORD(S) CERTIFIED ON "  DELIMITED BY SIZE
                  WS-SNAPSHOT-FILENAME        DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       K000-EXIT.
           EXIT.

       K100-SNAP-RECORD.
      **
      * One archived record into the snapshot figures.  The control
      * hash folds every byte of the record into a nine-digit
      * residue the way SIGNON scrambles a password, and the
      * residues are summed, so the hash changes with any edit to
      * any field but not with the order the records lie in.
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

       K900-PRINT-SNAPSHOT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CERTIFIED ANNUAL SNAPSHOT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SNP-RECORDS TO WS-COUNT-EDIT
           MOVE WS-SNP-EXP-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS            " DELIMITED BY SIZE
                  WS-COUNT-EDIT         DELIMITED BY SIZE
                  "   EXPENSES  "       DELIMITED BY SIZE
                  WS-AMT-EDIT           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SNP-INC-COUNT TO WS-COUNT-EDIT
           MOVE WS-SNP-INC-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "INCOME RECORDS     " DELIMITED BY SIZE
                  WS-COUNT-EDIT         DELIMITED BY SIZE
                  "   INCOME    "       DELIMITED BY SIZE
                  WS-AMT-EDIT           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CONTROL HASH       " DELIMITED BY SIZE
                  WS-SNP-HASH           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BY CATEGORY (C), PERSON (P), PAYMENT METHOD (M):"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'C' TO WS-SNP-WORK-TYPE
           PERFORM K910-PRINT-TYPE THRU K910-EXIT
           MOVE 'P' TO WS-SNP-WORK-TYPE
           PERFORM K910-PRINT-TYPE THRU K910-EXIT
           MOVE 'M' TO WS-SNP-WORK-TYPE
           PERFORM K910-PRINT-TYPE THRU K910-EXIT
           .
       K900-EXIT.
           EXIT.

       K910-PRINT-TYPE.
           MOVE 0 TO WS-SNP-IDX
           PERFORM UNTIL WS-SNP-IDX IS EQUAL TO WS-SNP-COUNT
               ADD 1 TO WS-SNP-IDX
               IF WS-SNP-TYPE(WS-SNP-IDX) IS EQUAL TO WS-SNP-WORK-TYPE
                  PERFORM K920-PRINT-ENTRY THRU K920-EXIT
               END-IF
           END-PERFORM
           .
       K910-EXIT.
           EXIT.

       K920-PRINT-ENTRY.
           MOVE WS-SNP-NUM(WS-SNP-IDX) TO WS-COUNT-EDIT
           MOVE WS-SNP-AMT(WS-SNP-IDX) TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  "                    DELIMITED BY SIZE
                  WS-SNP-TYPE(WS-SNP-IDX) DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-SNP-KEY(WS-SNP-IDX)  DELIMITED BY SIZE
                  WS-COUNT-EDIT           DELIMITED BY SIZE
                  "   "                   DELIMITED BY SIZE
                  WS-AMT-EDIT             DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       K920-EXIT.
           EXIT.

       R100-ROLL-ACCOUNTS.
      **
      * Carries each account's balance into the new year: every
      * movement dated up to 31 December moves from acctmove.dat to
      * acctmove-YYYY.dat and is folded into the opening balance,
      * which is re-dated 1 January.  Opening plus the movements
      * left still equals the running balance, so ACCOUNT-PROOF's
      * integrity line holds across the close.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT AMV-FILE
           IF WS-AMV-STATUS IS NOT EQUAL TO "00"
              MOVE "6 CARRY FORWARD          NO ACCOUNT MOVEMENTS"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO R100-OPEN-ITEMS
           END-IF
           OPEN OUTPUT AMVTMP-FILE
           OPEN EXTEND AMVARC-FILE
           IF WS-AMVARC-STATUS IS EQUAL TO "35"
              OPEN OUTPUT AMVARC-FILE
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ AMV-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE AMV-DATE TO WS-CDATE
                  PERFORM C200-CONVERT-DATE
                  IF WS-CDATE-OK IS EQUAL TO 'Y' AND
                     WS-CCMP <= WS-YEAR-END-CMP
                     PERFORM R110-ADD-ROLLED THRU R110-EXIT
                  END-IF
                  IF WS-CDATE-OK IS EQUAL TO 'Y' AND
                     WS-CCMP <= WS-YEAR-END-CMP AND
                     WS-ACT-OVERFLOW IS EQUAL TO 'N'
                     MOVE AMV-RECORD TO AMVARC-RECORD
                     WRITE AMVARC-RECORD
                     ADD 1 TO WS-MOVES-ROLLED
                  ELSE
                     MOVE AMV-RECORD TO AMVTMP-RECORD
                     WRITE AMVTMP-RECORD
                  END-IF
           END-PERFORM
           CLOSE AMV-FILE
           CLOSE AMVTMP-FILE
           CLOSE AMVARC-FILE
           IF WS-MOVES-ROLLED > 0
              MOVE 'N' TO WS-END-FILE
              OPEN INPUT AMVTMP-FILE
              OPEN OUTPUT AMV-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ AMVTMP-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE AMVTMP-RECORD TO AMV-RECORD
                     WRITE AMV-RECORD
              END-PERFORM
              CLOSE AMVTMP-FILE
              CLOSE AMV-FILE
           END-IF
           MOVE WS-MOVES-ROLLED TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "6 CARRY FORWARD          " DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  " MOVEMENT(S) TO "          DELIMITED BY SIZE
                  WS-AMVARC-FILENAME          DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM R200-REWRITE-ACCOUNTS THRU R200-EXIT.
       R100-OPEN-ITEMS.
           MOVE WS-CARRY-COUNT TO WS-COUNT-EDIT
           MOVE WS-CARRY-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  OPEN ITEMS CARRIED     " DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  " TOTALLING "               DELIMITED BY SIZE
                  WS-AMT-EDIT                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       R100-EXIT.
           EXIT.

       R110-ADD-ROLLED.
           MOVE 0 TO WS-ACT-HIT
           MOVE 0 TO WS-ACT-IDX
           PERFORM UNTIL WS-ACT-IDX IS EQUAL TO WS-ACT-COUNT
                      OR WS-ACT-HIT > 0
               ADD 1 TO WS-ACT-IDX
               IF WS-ACT-CODE(WS-ACT-IDX) IS EQUAL TO AMV-ACCOUNT
                  MOVE WS-ACT-IDX TO WS-ACT-HIT
               END-IF
           END-PERFORM
           IF WS-ACT-HIT IS EQUAL TO 0
              IF WS-ACT-COUNT < 50
                 ADD 1 TO WS-ACT-COUNT
                 MOVE WS-ACT-COUNT TO WS-ACT-HIT
                 MOVE AMV-ACCOUNT TO WS-ACT-CODE(WS-ACT-HIT)
                 MOVE 0 TO WS-ACT-ROLLED(WS-ACT-HIT)
              ELSE
                 MOVE 'Y' TO WS-ACT-OVERFLOW
                 GO TO R110-EXIT
              END-IF
           END-IF
           MOVE 'N' TO WS-ACT-OVERFLOW
           ADD AMV-AMOUNT TO WS-ACT-ROLLED(WS-ACT-HIT)
           .
       R110-EXIT.
           EXIT.

       R200-REWRITE-ACCOUNTS.
      **
      * Folds the rolled movements into each account's opening
      * balance and lists every account's balance brought forward.
      **
           MOVE SPACES TO REPORT-RECORD
           STRING "  BALANCES BROUGHT FORWARD AT " DELIMITED BY SIZE
                  WS-NEW-OPEN-DATE                DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ACC-FILE
           IF WS-ACC-STATUS IS NOT EQUAL TO "00"
              MOVE "  NO ACCOUNTS ON FILE" TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO R200-EXIT
           END-IF
           OPEN OUTPUT ACCTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ACC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  PERFORM R210-ROLL-ONE THRU R210-EXIT
                  MOVE ACC-RECORD TO ACCTMP-RECORD
                  WRITE ACCTMP-RECORD
           END-PERFORM
           CLOSE ACC-FILE
           CLOSE ACCTMP-FILE
           IF WS-ACC-CHANGED > 0
              MOVE 'N' TO WS-END-FILE
              OPEN INPUT ACCTMP-FILE
              OPEN OUTPUT ACC-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ ACCTMP-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE ACCTMP-RECORD TO ACC-RECORD
                     WRITE ACC-RECORD
              END-PERFORM
              CLOSE ACCTMP-FILE
              CLOSE ACC-FILE
           END-IF
           .
       R200-EXIT.
           EXIT.

       R210-ROLL-ONE.
           MOVE ACC-OPEN-DATE TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           IF WS-CDATE-OK IS EQUAL TO 'Y' AND
              WS-CCMP > WS-YEAR-END-CMP
              GO TO R210-EXIT
           END-IF
           MOVE ACC-OPENING TO WS-CARRY-BAL
           MOVE 0 TO WS-ACT-IDX
           PERFORM UNTIL WS-ACT-IDX IS EQUAL TO WS-ACT-COUNT
               ADD 1 TO WS-ACT-IDX
               IF WS-ACT-CODE(WS-ACT-IDX) IS EQUAL TO ACC-CODE
                  ADD WS-ACT-ROLLED(WS-ACT-IDX) TO WS-CARRY-BAL
               END-IF
           END-PERFORM
           MOVE WS-CARRY-BAL     TO ACC-OPENING
           MOVE WS-NEW-OPEN-DATE TO ACC-OPEN-DATE
           ADD 1 TO WS-ACC-CHANGED
           MOVE WS-CARRY-BAL TO WS-SIGNED-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  "           DELIMITED BY SIZE
                  ACC-CODE       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  ACC-NAME       DELIMITED BY SIZE
                  WS-SIGNED-EDIT DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       R210-EXIT.
           EXIT.

       F100-FREEZE-YEAR.
      **
      * Marks the year frozen on yearend.dat with the snapshot's
      * control figures, replacing the line of a year being closed
      * again after an override, and notes the close on the journal.
      **
           MOVE 'N' TO WS-YE-FOUND
           MOVE 'N' TO WS-YE-EOF
           OPEN OUTPUT YETMP-FILE
           OPEN INPUT YE-FILE
           IF WS-YE-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-YE-EOF = 'Y'
                  READ YE-FILE
                  AT END
                     MOVE 'Y' TO WS-YE-EOF
                  NOT AT END
                     IF YE-YEAR IS EQUAL TO WS-CLOSE-YEAR-X
                        MOVE 'Y' TO WS-YE-FOUND
                        PERFORM F110-FILL-YEAR THRU F110-EXIT
                     END-IF
                     MOVE YE-RECORD TO YETMP-RECORD
                     WRITE YETMP-RECORD
              END-PERFORM
              CLOSE YE-FILE
           END-IF
           IF WS-YE-FOUND IS EQUAL TO 'N'
              MOVE SPACES TO YE-RECORD
              PERFORM F110-FILL-YEAR THRU F110-EXIT
              MOVE YE-RECORD TO YETMP-RECORD
              WRITE YETMP-RECORD
           END-IF
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
           PERFORM J020-JOURNAL-CLOSE THRU J020-EXIT
           MOVE SPACES TO REPORT-RECORD
           STRING "7 FREEZE                 YEAR " DELIMITED BY SIZE
                  WS-CLOSE-YEAR                    DELIMITED BY SIZE
                  " FROZEN ON yearend.dat"         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       F100-EXIT.
           EXIT.

       F110-FILL-YEAR.
           MOVE WS-CLOSE-YEAR-X TO YE-YEAR
           MOVE 'F'             TO YE-STATUS
           MOVE WS-SYS-DATE     TO YE-CLOSED-DATE
           MOVE WS-SIGNON-USER  TO YE-CLOSED-BY
           MOVE WS-SNP-RECORDS  TO YE-RECORDS
           MOVE WS-SNP-HASH     TO YE-HASH
           MOVE WS-CARRY-COUNT  TO YE-CARRIED
           MOVE SPACES          TO YE-REOPEN-DATE
           MOVE SPACES          TO YE-REOPEN-BY
           .
       F110-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * One ARCHIVE entry per record leaving the live file, before
      * image only, exactly as ARCHIVE-EXPENSES writes them.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-JRN-DATE      TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO JRN-TIMESTAMP(9:6)
           MOVE WS-SIGNON-USER   TO JRN-PERSON
           MOVE "YEAR-END-CLOSE" TO JRN-PROGRAM
           MOVE "ARCHIVE"        TO JRN-ACTION
           MOVE EXP-KEY IN FS-RECORD TO JRN-KEY
           MOVE FS-RECORD        TO JRN-BEFORE
           MOVE SPACES           TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J010-EXIT.
           EXIT.

       J020-JOURNAL-CLOSE.
      **
      * The close itself, keyed by the year with both images blank
      * so the journal replay passes over it.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-JRN-DATE      TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO JRN-TIMESTAMP(9:6)
           MOVE WS-SIGNON-USER   TO JRN-PERSON
           MOVE "YEAR-END-CLOSE" TO JRN-PROGRAM
           MOVE "YECLOSE"        TO JRN-ACTION
           MOVE WS-CLOSE-YEAR-X  TO JRN-KEY
           MOVE SPACES           TO JRN-BEFORE
           MOVE SPACES           TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J020-EXIT.
           EXIT.

       C120-SAFE-COPY-BACK.
      **
      * Rebuilds expenses.dat from the already-written expenses.tmp
      * through the same guarded pass as EDIT-EXPENSE: prior
      * generation to expenses.bak and the rewrite marker up while
      * the live file is open OUTPUT, so RECOVER-EXPENSES can put the
      * last good generation back after a crash.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           OPEN OUTPUT BAK-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE FS-RECORD TO BAK-RECORD
                  WRITE BAK-RECORD
           END-PERFORM
           CLOSE EXP-FILE
           CLOSE BAK-FILE
           OPEN OUTPUT FLG-FILE
           MOVE "REBUILD"        TO FLG-STATE
           MOVE "YEAR-END-CLOSE" TO FLG-PROGRAM
           WRITE FLG-RECORD
           CLOSE FLG-FILE

           MOVE 'N' TO WS-END-FILE
           OPEN INPUT TMP-FILE
           OPEN OUTPUT EXP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ TMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE TMP-RECORD TO FS-RECORD
                  WRITE FS-RECORD
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE EXP-FILE
           OPEN OUTPUT FLG-FILE
           MOVE "COMPLETE"       TO FLG-STATE
           MOVE "YEAR-END-CLOSE" TO FLG-PROGRAM
           WRITE FLG-RECORD
           CLOSE FLG-FILE
           .
       C120-EXIT.
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
       T520-REBUILD-TOTALS.
      **
      * Rebuilds the running totals side file from the live file
      * after a pass that changed history wholesale, as
      * ARCHIVE-EXPENSES does after its archive pass.
      **
           MOVE 0 TO WS-MTR-COUNT
           MOVE 'N' TO WS-MTR-EOF
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO T520-EXIT
           END-IF
           PERFORM UNTIL WS-MTR-EOF = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-MTR-EOF
               NOT AT END
                  IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                     EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G' AND
                     EXP-KEY IN FS-RECORD (1:6) IS NUMERIC
                     PERFORM T530-BUCKET-MONTH THRU T530-EXIT
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           OPEN OUTPUT MTT-FILE
           MOVE 0 TO WS-MTR-IDX
           PERFORM UNTIL WS-MTR-IDX IS EQUAL TO WS-MTR-COUNT
               ADD 1 TO WS-MTR-IDX
               MOVE WS-MTR-YYYYMM(WS-MTR-IDX) TO MTT-YYYYMM
               MOVE WS-MTR-AMOUNT(WS-MTR-IDX) TO MTT-AMOUNT
               WRITE MTT-RECORD
           END-PERFORM
           CLOSE MTT-FILE
           .
       T520-EXIT.
           EXIT.
       T530-BUCKET-MONTH.
           MOVE 0 TO WS-MTR-HIT
           MOVE 0 TO WS-MTR-IDX
           PERFORM UNTIL WS-MTR-IDX IS EQUAL TO WS-MTR-COUNT
                      OR WS-MTR-HIT > 0
               ADD 1 TO WS-MTR-IDX
               IF WS-MTR-YYYYMM(WS-MTR-IDX) IS EQUAL TO
                  EXP-KEY IN FS-RECORD (1:6)
                  MOVE WS-MTR-IDX TO WS-MTR-HIT
               END-IF
           END-PERFORM
           IF WS-MTR-HIT > 0
              ADD EXP-AMOUNT IN FS-RECORD
               TO WS-MTR-AMOUNT(WS-MTR-HIT)
           ELSE
              IF WS-MTR-COUNT < 240
                 ADD 1 TO WS-MTR-COUNT
                 MOVE EXP-KEY IN FS-RECORD (1:6)
                   TO WS-MTR-YYYYMM(WS-MTR-COUNT)
                 MOVE EXP-AMOUNT IN FS-RECORD
                   TO WS-MTR-AMOUNT(WS-MTR-COUNT)
              END-IF
           END-IF
           .
       T530-EXIT.
           EXIT.
       L010-TAKE-LOCK.
      **
      * Takes the single data-file lock (expense.lck) the sessions
      * share, so a rewrite pass never interleaves with another
      * session's postings.  The token is written and read back to
      * confirm this session really won the lock; once the retries
      * run out WS-LOCK-OK comes back 'N' and the caller must refuse
      * the work.
      **
           IF WS-LOCK-HELD IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-LOCK-OK
              GO TO L010-EXIT
           END-IF
           MOVE 'N' TO WS-LOCK-OK
           ACCEPT WS-LCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LCK-TIME FROM TIME
           MOVE SPACES TO WS-LOCK-TOKEN
           STRING "YEAR-END-CLOSE" DELIMITED BY SIZE
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
           MOVE WS-SIGNON-USER   TO LCK-USER
           MOVE "YEAR-END-CLOSE" TO LCK-PROGRAM
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
       END PROGRAM YEAR-END-CLOSE.
