      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GL-EXTRACT.
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
            RECORD KEY IS EXP-KEY
            ALTERNATE RECORD KEY IS EXP-PERSON
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS EXP-CATEGORY
                WITH DUPLICATES
            FILE STATUS IS WS-EXP-STATUS.
           SELECT TMP-FILE  ASSIGN TO "expenses.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAK-FILE  ASSIGN TO "expenses.bak"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLG-FILE  ASSIGN TO "rewrite.flg"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLG-STATUS.
           SELECT GLM-FILE  ASSIGN TO "glmap.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLM-STATUS.
           SELECT GLC-FILE  ASSIGN TO "glextract.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLC-STATUS.
           SELECT GLW-FILE  ASSIGN TO "glextract.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLW-STATUS.
           SELECT GLB-FILE  ASSIGN TO WS-BATCH-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLB-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "glextract.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
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
      * The chart-of-accounts mapping kept by MAINTAIN-GLMAP: 'C'
      * category, 'P' payment method, 'I' income type, and the one
      * 'S' suspense line that takes anything not mapped.
       FD GLM-FILE.
       01 GLM-RECORD.
          05 GLM-TYPE         PIC X(1).
          05 GLM-CODE         PIC X(15).
          05 GLM-ACCOUNT      PIC X(10).
          05 GLM-NAME         PIC X(30).
      * The last batch number issued and the journal stamp the last
      * extract read up to - edits and deletes journalled after it
      * are the ones checked for reversal next time.
       FD GLC-FILE.
       01 GLC-RECORD.
          05 GLC-LAST-BATCH   PIC 9(6).
          05 GLC-STAMP        PIC X(14).
      * The ledger package's fixed import layout, 101 characters a
      * line: one 'H' header (batch, date created, date range), 'D'
      * journal lines and one 'T' trailer with the line count and
      * the debit and credit control totals, which always agree.
      * Dates are YYYYMMDD, amounts home currency with two implied
      * decimals; CURRENCY and ORIG-AMOUNT show what was keyed for
      * a foreign-currency item (CURRENCY blank means home).
      * REVERSAL 'R' marks a line that reverses one sent in an
      * earlier batch.  The lines are built in glextract.tmp and
      * only copied into the batch file once the run is complete.
       FD GLW-FILE.
       01 GLW-RECORD.
          05 GLD-TYPE         PIC X(1).
          05 GLD-BATCH        PIC 9(6).
          05 GLD-LINE         PIC 9(6).
          05 GLD-DATE         PIC 9(8).
          05 GLD-ACCOUNT      PIC X(10).
          05 GLD-DC           PIC X(1).
          05 GLD-AMOUNT       PIC 9(9)V99.
          05 GLD-REF          PIC X(16).
          05 GLD-NARRATIVE    PIC X(30).
          05 GLD-CURRENCY     PIC X(3).
          05 GLD-ORIG-AMOUNT  PIC 9(6)V99.
          05 GLD-REVERSAL     PIC X(1).
       FD GLB-FILE.
       01 GLB-RECORD          PIC X(101).
       01 GLB-HEADER.
          05 GLH-TYPE         PIC X(1).
          05 GLH-BATCH        PIC 9(6).
          05 GLH-CREATED      PIC 9(8).
          05 GLH-FROM         PIC 9(8).
          05 GLH-TO           PIC 9(8).
          05 GLH-SOURCE       PIC X(20).
          05 FILLER           PIC X(50).
       01 GLB-TRAILER.
          05 GLT-TYPE         PIC X(1).
          05 GLT-BATCH        PIC 9(6).
          05 GLT-LINES        PIC 9(6).
          05 GLT-DEBITS       PIC 9(11)V99.
          05 GLT-CREDITS      PIC 9(11)V99.
          05 FILLER           PIC X(62).
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE                  PIC X(3).
          05 CUR-FROM                  PIC X(8).
          05 CUR-RATE                  PIC 9(3)V9(6).
          05 CUR-ACTIVE                PIC X(1).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(80).
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE        PIC X(8).
          05 LCK-USER         PIC X(10).
          05 LCK-PROGRAM      PIC X(18).
          05 LCK-STAMP        PIC X(14).
          05 LCK-TOKEN        PIC X(40).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-LCK-STATUS       PIC X(2).
       01 WS-LOCK-OK          PIC X(1).
       01 WS-LOCK-HELD        PIC X(1) VALUE 'N'.
       01 WS-LOCK-TRIES       PIC 9(2).
       01 WS-LOCK-WAIT        PIC 9(1) VALUE 1.
       01 WS-LOCK-TOKEN       PIC X(40).
       01 WS-LCK-DATE         PIC X(8).
       01 WS-LCK-TIME         PIC X(8).
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-FLG-STATUS            PIC X(2).
       01 WS-GLM-STATUS            PIC X(2).
       01 WS-GLC-STATUS            PIC X(2).
       01 WS-GLW-STATUS            PIC X(2).
       01 WS-GLB-STATUS            PIC X(2).
       01 WS-CUR-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-CUR-EOF               PIC X(1).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-FROM-DATE             PIC X(10).
       01 WS-TO-DATE               PIC X(10).
       01 WS-FROM-CMP              PIC 9(8) VALUE 0.
       01 WS-TO-CMP                PIC 9(8).
       01 WS-CDATE                 PIC X(10).
       01 WS-CDD                   PIC 9(2).
       01 WS-CMM                   PIC 9(2).
       01 WS-CYYYY                 PIC 9(4).
       01 WS-CCMP                  PIC 9(8).
       01 WS-CDATE-OK              PIC X(1).
       01 WS-LAST-BATCH            PIC 9(6) VALUE 0.
       01 WS-BATCH-NO              PIC 9(6).
       01 WS-BATCH-FILENAME        PIC X(20).
       01 WS-LAST-STAMP            PIC X(14) VALUE "00000000000000".
       01 WS-HIGH-STAMP            PIC X(14).
       01 WS-SUSPENSE-ACCT         PIC X(10) VALUE "SUSPENSE".
      * the chart-of-accounts mapping, loaded once per run
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 500 TIMES.
             10 WS-MAP-TYPE        PIC X(1).
             10 WS-MAP-CODE        PIC X(15).
             10 WS-MAP-ACCT        PIC X(10).
       01 WS-MAP-COUNT             PIC 9(4) VALUE 0.
       01 WS-MAP-IDX               PIC 9(4).
       01 WS-MAP-HIT               PIC 9(4).
      * exported records touched since the last extract: the image
      * as it was sent (spaces for a key that was never sent under
      * that key) and STATE 'S' once the key is seen on the live
      * file, 'A' when it was archived in the meantime
       01 WS-TCH-TABLE.
          05 WS-TCH-ENTRY OCCURS 500 TIMES.
             10 WS-TCH-KEY         PIC X(16).
             10 WS-TCH-STATE       PIC X(1).
             10 WS-TCH-IMAGE       PIC X(250).
       01 WS-TCH-COUNT             PIC 9(4) VALUE 0.
       01 WS-TCH-IDX               PIC 9(4).
       01 WS-TCH-HIT               PIC 9(4).
       01 WS-TCH-WORK-KEY          PIC X(16).
       01 WS-TCH-WORK-IMAGE        PIC X(250).
      * codes that fell through to the suspense account
       01 WS-UNM-TABLE.
          05 WS-UNM-ENTRY OCCURS 100 TIMES.
             10 WS-UNM-TYPE        PIC X(1).
             10 WS-UNM-CODE        PIC X(15).
             10 WS-UNM-LINES       PIC 9(5).
       01 WS-UNM-COUNT             PIC 9(3) VALUE 0.
       01 WS-UNM-IDX               PIC 9(3).
       01 WS-UNM-HIT               PIC 9(3).
      * debits and credits per ledger account for the report
       01 WS-ACT-TABLE.
          05 WS-ACT-ENTRY OCCURS 200 TIMES.
             10 WS-ACT-ACCOUNT     PIC X(10).
             10 WS-ACT-DEBITS      PIC 9(11)V99.
             10 WS-ACT-CREDITS     PIC 9(11)V99.
       01 WS-ACT-COUNT             PIC 9(3) VALUE 0.
       01 WS-ACT-IDX               PIC 9(3).
       01 WS-ACT-HIT               PIC 9(3).
      * the record being posted - a live record or the image of one
      * sent earlier that is being reversed
       01 WS-GL-REC.
        COPY expense_record.
       01 WS-GL-REVERSE            PIC X(1).
       01 WS-GL-SAME               PIC X(1).
       01 WS-GL-SPL-IDX            PIC 9(1).
       01 WS-GL-DEBIT-TOT          PIC 9(9)V99.
       01 WS-GL-DATE               PIC 9(8).
       01 WS-LN-MAP-TYPE           PIC X(1).
       01 WS-LN-CODE               PIC X(15).
       01 WS-LN-ACCOUNT            PIC X(10).
       01 WS-LN-SIDE               PIC X(1).
       01 WS-LN-POST-SIDE          PIC X(1).
       01 WS-LN-HOME               PIC 9(9)V99.
       01 WS-LN-ORIG               PIC 9(6)V99.
       01 WS-LINE-COUNT            PIC 9(6) VALUE 0.
       01 WS-DEBIT-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-SENT-COUNT            PIC 9(6) VALUE 0.
       01 WS-RESENT-COUNT          PIC 9(6) VALUE 0.
       01 WS-REVERSED-COUNT        PIC 9(6) VALUE 0.
       01 WS-ARCHIVED-COUNT        PIC 9(6) VALUE 0.
       01 WS-BADDATE-COUNT         PIC 9(6) VALUE 0.
       01 WS-REASON                PIC X(8).
       01 WS-AMT-EDIT              PIC Z(10)9.99.
       01 WS-AMT-EDIT-2            PIC Z(10)9.99.
       01 WS-CNT-EDIT              PIC Z(5)9.
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-JRN-BEFORE            PIC X(250).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       01 WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01 WS-RATE-FULL             PIC X(1) VALUE 'N'.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 2000 TIMES.
             10 WS-RATE-CODE       PIC X(3).
             10 WS-RATE-FROM       PIC 9(8).
             10 WS-RATE-RATE       PIC 9(3)V9(6).
       01 WS-RATE-IDX              PIC 9(4).
       01 WS-CVT-CMP-X.
          05 WS-CVT-X-YYYY         PIC X(4).
          05 WS-CVT-X-MM           PIC X(2).
          05 WS-CVT-X-DD           PIC X(2).
       01 WS-CVT-CMP REDEFINES WS-CVT-CMP-X PIC 9(8).
       01 WS-CVT-BEST              PIC 9(8).
       01 WS-CVT-RATE              PIC 9(3)V9(6).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Produces the general-
      * ledger interface batch for the accountant's bookkeeping
      * package: every record dated in the range asked for that has
      * not been sent before becomes balanced journal lines - the
      * category accounts (one line per split allocation) debited
      * and the payment-method account credited for spending, the
      * payment-method account debited and the income-type account
      * credited for income - at home-currency value, through the
      * chart-of-accounts mapping on glmap.dat.  Each record sent is
      * marked exported (journalled as an edit, so a rebuild keeps
      * the mark) and is not sent again.  A record already sent
      * that has since been edited or deleted is reversed in this
      * batch, and the edited version sent again, whatever its
      * date.  The batch goes to glbatch-NNNNNN.dat with its header
      * and control-total trailer; glextract.rpt summarises it.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           PERFORM P000-RESET THRU P000-EXIT
           DISPLAY "EXTRACT FROM DATE (DD/MM/YYYY, BLANK NO LIMIT)"
           ACCEPT WS-FROM-DATE
           DISPLAY "EXTRACT TO DATE   (DD/MM/YYYY, BLANK FOR TODAY)"
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE IS NOT EQUAL TO SPACES
              MOVE WS-FROM-DATE TO WS-CDATE
              PERFORM C200-CONVERT-DATE THRU C200-EXIT
              IF WS-CDATE-OK IS EQUAL TO 'N'
                 DISPLAY "INVALID FROM DATE - NOTHING EXTRACTED"
                 GO TO MAIN-EXIT
              END-IF
              MOVE WS-CCMP TO WS-FROM-CMP
           END-IF
           IF WS-TO-DATE IS NOT EQUAL TO SPACES
              MOVE WS-TO-DATE TO WS-CDATE
              PERFORM C200-CONVERT-DATE THRU C200-EXIT
              IF WS-CDATE-OK IS EQUAL TO 'N'
                 DISPLAY "INVALID TO DATE - NOTHING EXTRACTED"
                 GO TO MAIN-EXIT
              END-IF
              MOVE WS-CCMP TO WS-TO-CMP
           END-IF
           IF WS-FROM-CMP > WS-TO-CMP
              DISPLAY "FROM DATE IS AFTER TO DATE - NOTHING EXTRACTED"
              GO TO MAIN-EXIT
           END-IF

           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "EXTRACT NOT RUN - ANOTHER SESSION HOLDS "
                      "THE FILES"
              GO TO MAIN-EXIT
           END-IF
           PERFORM G010-READ-CONTROL THRU G010-EXIT
           PERFORM G020-LOAD-MAP THRU G020-EXIT
           PERFORM Z100-LOAD-RATES THRU Z100-EXIT
           PERFORM G030-READ-JOURNAL THRU G030-EXIT
           COMPUTE WS-BATCH-NO = WS-LAST-BATCH + 1
           MOVE SPACES TO WS-BATCH-FILENAME
           STRING "glbatch-"  DELIMITED BY SIZE
                  WS-BATCH-NO DELIMITED BY SIZE
                  ".dat"      DELIMITED BY SIZE
             INTO WS-BATCH-FILENAME
           PERFORM R010-REPORT-HEADING THRU R010-EXIT

           OPEN OUTPUT GLW-FILE
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "00"
              OPEN OUTPUT TMP-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ EXP-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     PERFORM X100-TAKE-RECORD THRU X100-EXIT
                     MOVE FS-RECORD TO TMP-RECORD
                     WRITE TMP-RECORD
              END-PERFORM
              CLOSE EXP-FILE
              CLOSE TMP-FILE
           END-IF
           PERFORM G040-GONE-RECORDS THRU G040-EXIT
           CLOSE GLW-FILE

      * A full work table means reversals, accounts or rates went
      * unrecorded.  Nothing is sent and nothing is marked: the
      * batch, the exported marks and glextract.ctl are left as they
      * were, so the run can be repeated in full once the tables are
      * big enough.
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              PERFORM R100-REPORT-TOTALS THRU R100-EXIT
              DISPLAY "INCOMPLETE - TABLE FULL - SEE glextract.rpt"
              DISPLAY "NO BATCH WRITTEN - NOTHING MARKED AS SENT"
              MOVE 8 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           IF WS-SENT-COUNT > 0
              PERFORM C120-SAFE-COPY-BACK THRU C120-EXIT
           END-IF
           IF WS-LINE-COUNT > 0
              PERFORM G050-WRITE-BATCH THRU G050-EXIT
              MOVE WS-BATCH-NO TO WS-LAST-BATCH
           END-IF
           PERFORM G060-WRITE-CONTROL THRU G060-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           PERFORM R100-REPORT-TOTALS THRU R100-EXIT

           IF WS-LINE-COUNT IS EQUAL TO 0
              DISPLAY "NOTHING NEW TO SEND TO THE LEDGER - "
                      "SEE glextract.rpt"
           ELSE
              MOVE WS-DEBIT-TOTAL TO WS-AMT-EDIT
              DISPLAY "BATCH " WS-BATCH-NO " WRITTEN TO "
                      WS-BATCH-FILENAME
              DISPLAY WS-SENT-COUNT " RECORD(S) SENT, "
                      WS-RESENT-COUNT " SENT AGAIN, "
                      WS-REVERSED-COUNT " REVERSED - "
                      WS-LINE-COUNT " LINE(S), TOTAL " WS-AMT-EDIT
              DISPLAY "SUMMARY WRITTEN TO glextract.rpt"
           END-IF
           IF WS-UNM-COUNT > 0
              DISPLAY "WARNING: SOME CODES HAVE NO LEDGER ACCOUNT AND "
                      "WENT TO " WS-SUSPENSE-ACCT
           END-IF
           .
       MAIN-EXIT.
           GOBACK.

       P000-RESET.
      **
      * Clears what a previous extract left behind: the program
      * stays loaded between calls from the menu, so the tables,
      * counts and totals would otherwise carry into this batch.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-OVERFLOW
           MOVE 'N' TO WS-RATE-FULL
           MOVE WS-SYS-DATE TO WS-TO-CMP
           MOVE 0 TO WS-FROM-CMP
           MOVE 0 TO WS-LAST-BATCH
           MOVE "00000000000000" TO WS-LAST-STAMP
           MOVE "SUSPENSE" TO WS-SUSPENSE-ACCT
           MOVE 0 TO WS-MAP-COUNT
           MOVE 0 TO WS-TCH-COUNT
           MOVE 0 TO WS-UNM-COUNT
           MOVE 0 TO WS-ACT-COUNT
           MOVE 0 TO WS-RATE-COUNT
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE 0 TO WS-SENT-COUNT
           MOVE 0 TO WS-RESENT-COUNT
           MOVE 0 TO WS-REVERSED-COUNT
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-BADDATE-COUNT
           .
       P000-EXIT.
           EXIT.

       G010-READ-CONTROL.
      **
      * Last batch number and journal stamp from glextract.ctl.  No
      * file means no extract has ever run: batch 1 is next and the
      * whole journal is read.
      **
           OPEN INPUT GLC-FILE
           IF WS-GLC-STATUS IS NOT EQUAL TO "00"
              GO TO G010-EXIT
           END-IF
           READ GLC-FILE
           IF WS-GLC-STATUS IS EQUAL TO "00"
              IF GLC-LAST-BATCH IS NUMERIC
                 MOVE GLC-LAST-BATCH TO WS-LAST-BATCH
              END-IF
              IF GLC-STAMP IS NOT EQUAL TO SPACES
                 MOVE GLC-STAMP TO WS-LAST-STAMP
              END-IF
           END-IF
           CLOSE GLC-FILE
           .
       G010-EXIT.
           EXIT.

       G020-LOAD-MAP.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GLM-FILE
           IF WS-GLM-STATUS IS NOT EQUAL TO "00"
              GO TO G020-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GLM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF GLM-TYPE IS EQUAL TO 'S'
                     IF GLM-ACCOUNT IS NOT EQUAL TO SPACES
                        MOVE GLM-ACCOUNT TO WS-SUSPENSE-ACCT
                     END-IF
                  ELSE
                     IF WS-MAP-COUNT < 500
                        ADD 1 TO WS-MAP-COUNT
                        MOVE GLM-TYPE    TO WS-MAP-TYPE(WS-MAP-COUNT)
                        MOVE GLM-CODE    TO WS-MAP-CODE(WS-MAP-COUNT)
                        MOVE GLM-ACCOUNT TO WS-MAP-ACCT(WS-MAP-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-OVERFLOW
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE GLM-FILE
           .
       G020-EXIT.
           EXIT.

       G030-READ-JOURNAL.
      **
      * Finds the records already sent to the ledger that have been
      * touched since the last extract.  The first edit or delete of
      * a key after the stamp carries, as its before image, the
      * record exactly as the last extract left it; when that image
      * is marked exported the key is kept with the image, to be
      * reversed if the record has since gone or changed in a way
      * that matters to the ledger.  An edit that moved the record
      * to a new key (the date changed), and a new record written as
      * a copy of an exported one, keep the new key with no image -
      * the live record under it is sent again.  An archive removal
      * is noted so the record is not taken for deleted.  This
      * program's own marking edits are passed over.
      **
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT JRN-FILE
           IF WS-JRN-STATUS IS NOT EQUAL TO "00"
              GO TO G030-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ JRN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF JRN-TIMESTAMP > WS-HIGH-STAMP
                     MOVE JRN-TIMESTAMP TO WS-HIGH-STAMP
                  END-IF
                  IF JRN-TIMESTAMP > WS-LAST-STAMP AND
                     JRN-PROGRAM IS NOT EQUAL TO "GL-EXTRACT"
                     PERFORM G035-JOURNAL-ENTRY THRU G035-EXIT
                  END-IF
           END-PERFORM
           CLOSE JRN-FILE
           .
       G030-EXIT.
           EXIT.

       G035-JOURNAL-ENTRY.
           EVALUATE JRN-ACTION
               WHEN "EDIT"
               WHEN "DELETE"
                   IF JRN-BEFORE(248:1) IS EQUAL TO 'Y'
                      MOVE JRN-BEFORE(95:16) TO WS-TCH-WORK-KEY
                      MOVE JRN-BEFORE        TO WS-TCH-WORK-IMAGE
                      PERFORM G036-NOTE-TOUCHED THRU G036-EXIT
                   END-IF
                   IF JRN-ACTION IS EQUAL TO "EDIT" AND
                      JRN-AFTER(248:1) IS EQUAL TO 'Y' AND
                      JRN-KEY IS NOT EQUAL TO JRN-BEFORE(95:16)
                      MOVE JRN-KEY TO WS-TCH-WORK-KEY
                      MOVE SPACES  TO WS-TCH-WORK-IMAGE
                      PERFORM G036-NOTE-TOUCHED THRU G036-EXIT
                   END-IF
               WHEN "ADD"
                   IF JRN-AFTER(248:1) IS EQUAL TO 'Y'
                      MOVE JRN-KEY TO WS-TCH-WORK-KEY
                      MOVE SPACES  TO WS-TCH-WORK-IMAGE
                      PERFORM G036-NOTE-TOUCHED THRU G036-EXIT
                   END-IF
               WHEN "ARCHIVE"
                   MOVE JRN-KEY TO WS-TCH-WORK-KEY
                   PERFORM X110-FIND-TOUCHED THRU X110-EXIT
                   IF WS-TCH-HIT > 0
                      MOVE 'A' TO WS-TCH-STATE(WS-TCH-HIT)
                   END-IF
           END-EVALUATE
           .
       G035-EXIT.
           EXIT.

       G036-NOTE-TOUCHED.
           PERFORM X110-FIND-TOUCHED THRU X110-EXIT
           IF WS-TCH-HIT > 0
              GO TO G036-EXIT
           END-IF
           IF WS-TCH-COUNT < 500
              ADD 1 TO WS-TCH-COUNT
              MOVE WS-TCH-WORK-KEY   TO WS-TCH-KEY(WS-TCH-COUNT)
              MOVE SPACE             TO WS-TCH-STATE(WS-TCH-COUNT)
              MOVE WS-TCH-WORK-IMAGE TO WS-TCH-IMAGE(WS-TCH-COUNT)
           ELSE
              MOVE 'Y' TO WS-OVERFLOW
           END-IF
           .
       G036-EXIT.
           EXIT.

       G040-GONE-RECORDS.
      **
      * Reverses every record sent earlier that is no longer on the
      * live file - it was deleted.  One archived since the last
      * extract is left in the ledger and listed instead.
      **
           MOVE 0 TO WS-TCH-IDX
           PERFORM UNTIL WS-TCH-IDX IS EQUAL TO WS-TCH-COUNT
               ADD 1 TO WS-TCH-IDX
               IF WS-TCH-IMAGE(WS-TCH-IDX) IS NOT EQUAL TO SPACES
                  IF WS-TCH-STATE(WS-TCH-IDX) IS EQUAL TO 'A'
                     ADD 1 TO WS-ARCHIVED-COUNT
                     MOVE WS-TCH-IMAGE(WS-TCH-IDX) TO WS-GL-REC
                     MOVE "ARCHIVED" TO WS-REASON
                     PERFORM R020-REPORT-ITEM THRU R020-EXIT
                  END-IF
                  IF WS-TCH-STATE(WS-TCH-IDX) IS EQUAL TO SPACE
                     MOVE WS-TCH-IMAGE(WS-TCH-IDX) TO WS-GL-REC
                     MOVE 'Y' TO WS-GL-REVERSE
                     PERFORM P100-POST-RECORD THRU P100-EXIT
                     ADD 1 TO WS-REVERSED-COUNT
                     MOVE "DELETED" TO WS-REASON
                     PERFORM R020-REPORT-ITEM THRU R020-EXIT
                  END-IF
               END-IF
           END-PERFORM
           .
       G040-EXIT.
           EXIT.

       G050-WRITE-BATCH.
      **
      * Writes the batch file: header, the lines built in
      * glextract.tmp, and the trailer with the control totals.
      **
           OPEN OUTPUT GLB-FILE
           MOVE SPACES          TO GLB-HEADER
           MOVE 'H'             TO GLH-TYPE
           MOVE WS-BATCH-NO     TO GLH-BATCH
           MOVE WS-SYS-DATE     TO GLH-CREATED
           MOVE WS-FROM-CMP     TO GLH-FROM
           MOVE WS-TO-CMP       TO GLH-TO
           MOVE "EXPENSES TRACKER" TO GLH-SOURCE
           WRITE GLB-HEADER
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GLW-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GLW-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE GLW-RECORD TO GLB-RECORD
                  WRITE GLB-RECORD
           END-PERFORM
           CLOSE GLW-FILE
           MOVE SPACES          TO GLB-TRAILER
           MOVE 'T'             TO GLT-TYPE
           MOVE WS-BATCH-NO     TO GLT-BATCH
           MOVE WS-LINE-COUNT   TO GLT-LINES
           MOVE WS-DEBIT-TOTAL  TO GLT-DEBITS
           MOVE WS-CREDIT-TOTAL TO GLT-CREDITS
           WRITE GLB-TRAILER
           CLOSE GLB-FILE
           .
       G050-EXIT.
           EXIT.

       G060-WRITE-CONTROL.
           OPEN OUTPUT GLC-FILE
           MOVE WS-LAST-BATCH TO GLC-LAST-BATCH
           MOVE WS-HIGH-STAMP TO GLC-STAMP
           WRITE GLC-RECORD
           CLOSE GLC-FILE
           .
       G060-EXIT.
           EXIT.

       X100-TAKE-RECORD.
      **
      * One live record.  A key touched since the last extract is
      * settled first: the image sent earlier is reversed when the
      * record has changed in date, amount, type, category, splits,
      * payment method or currency (a new description or claim
      * status alone changes nothing in the ledger), and the record
      * as it now stands is sent again.  Then any record not yet
      * sent and dated within the range is sent and marked.
      **
           MOVE EXP-KEY IN FS-RECORD TO WS-TCH-WORK-KEY
           PERFORM X110-FIND-TOUCHED THRU X110-EXIT
           IF WS-TCH-HIT > 0
              MOVE 'S' TO WS-TCH-STATE(WS-TCH-HIT)
              IF WS-TCH-IMAGE(WS-TCH-HIT) IS EQUAL TO SPACES
                 IF EXP-GL-EXPORTED IN FS-RECORD IS EQUAL TO 'Y'
                    MOVE FS-RECORD TO WS-GL-REC
                    MOVE 'N' TO WS-GL-REVERSE
                    PERFORM P100-POST-RECORD THRU P100-EXIT
                    ADD 1 TO WS-RESENT-COUNT
                    MOVE "SENT AGN" TO WS-REASON
                    PERFORM R020-REPORT-ITEM THRU R020-EXIT
                 END-IF
              ELSE
                 MOVE WS-TCH-IMAGE(WS-TCH-HIT) TO WS-GL-REC
                 PERFORM X120-SAME-POSTING THRU X120-EXIT
                 IF WS-GL-SAME IS EQUAL TO 'N' OR
                    EXP-GL-EXPORTED IN FS-RECORD IS NOT EQUAL TO 'Y'
                    MOVE 'Y' TO WS-GL-REVERSE
                    PERFORM P100-POST-RECORD THRU P100-EXIT
                    ADD 1 TO WS-REVERSED-COUNT
                    MOVE "CHANGED" TO WS-REASON
                    PERFORM R020-REPORT-ITEM THRU R020-EXIT
                    IF EXP-GL-EXPORTED IN FS-RECORD IS EQUAL TO 'Y'
                       MOVE FS-RECORD TO WS-GL-REC
                       MOVE 'N' TO WS-GL-REVERSE
                       PERFORM P100-POST-RECORD THRU P100-EXIT
                       ADD 1 TO WS-RESENT-COUNT
                       MOVE "SENT AGN" TO WS-REASON
                       PERFORM R020-REPORT-ITEM THRU R020-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF EXP-GL-EXPORTED IN FS-RECORD IS EQUAL TO 'Y'
              GO TO X100-EXIT
           END-IF
           IF EXP-AMOUNT IN FS-RECORD IS NOT NUMERIC OR
              EXP-AMOUNT IN FS-RECORD IS EQUAL TO 0
              GO TO X100-EXIT
           END-IF
           MOVE EXP-DATE IN FS-RECORD TO WS-CDATE
           PERFORM C200-CONVERT-DATE THRU C200-EXIT
           IF WS-CDATE-OK IS EQUAL TO 'N'
              ADD 1 TO WS-BADDATE-COUNT
              GO TO X100-EXIT
           END-IF
           IF WS-CCMP < WS-FROM-CMP OR WS-CCMP > WS-TO-CMP
              GO TO X100-EXIT
           END-IF
           MOVE FS-RECORD TO WS-GL-REC
           MOVE 'N' TO WS-GL-REVERSE
           PERFORM P100-POST-RECORD THRU P100-EXIT
           MOVE 'Y' TO EXP-GL-EXPORTED IN FS-RECORD
           ADD 1 TO WS-SENT-COUNT
           .
       X100-EXIT.
           EXIT.

       X110-FIND-TOUCHED.
           MOVE 0 TO WS-TCH-HIT
           MOVE 0 TO WS-TCH-IDX
           PERFORM UNTIL WS-TCH-IDX IS EQUAL TO WS-TCH-COUNT OR
                         WS-TCH-HIT > 0
               ADD 1 TO WS-TCH-IDX
               IF WS-TCH-KEY(WS-TCH-IDX) IS EQUAL TO WS-TCH-WORK-KEY
                  MOVE WS-TCH-IDX TO WS-TCH-HIT
               END-IF
           END-PERFORM
           .
       X110-EXIT.
           EXIT.

       X120-SAME-POSTING.
      **
      * WS-GL-SAME comes back 'Y' when the image in WS-GL-REC and
      * the live record in FS-RECORD would post the same lines.
      **
           MOVE 'N' TO WS-GL-SAME
           IF EXP-DATE IN WS-GL-REC IS EQUAL TO EXP-DATE IN FS-RECORD
              AND EXP-AMOUNT IN WS-GL-REC IS EQUAL TO
                  EXP-AMOUNT IN FS-RECORD
              AND EXP-TYPE IN WS-GL-REC IS EQUAL TO
                  EXP-TYPE IN FS-RECORD
              AND EXP-CATEGORY IN WS-GL-REC IS EQUAL TO
                  EXP-CATEGORY IN FS-RECORD
              AND EXP-PAYMENT-METHOD IN WS-GL-REC IS EQUAL TO
                  EXP-PAYMENT-METHOD IN FS-RECORD
              AND EXP-CURRENCY IN WS-GL-REC IS EQUAL TO
                  EXP-CURRENCY IN FS-RECORD
              AND WS-GL-REC(112:93) IS EQUAL TO FS-RECORD(112:93)
              MOVE 'Y' TO WS-GL-SAME
           END-IF
           .
       X120-EXIT.
           EXIT.

       P100-POST-RECORD.
      **
      * Writes the journal lines for the record in WS-GL-REC at its
      * home-currency value.  Spending debits each split category
      * (or the one category) and credits the payment method with
      * the sum of those debits, so the record balances to the
      * penny whatever the rounding; income debits the payment
      * method and credits the income type.  WS-GL-REVERSE 'Y'
      * swaps every debit and credit and marks the lines 'R'.
      **
           IF EXP-AMOUNT IN WS-GL-REC IS NOT NUMERIC OR
              EXP-AMOUNT IN WS-GL-REC IS EQUAL TO 0
              GO TO P100-EXIT
           END-IF
           MOVE EXP-DATE IN WS-GL-REC TO WS-CDATE
           PERFORM C200-CONVERT-DATE THRU C200-EXIT
           MOVE WS-CCMP TO WS-GL-DATE
           PERFORM Z110-RATE-FOR-RECORD THRU Z110-EXIT
           IF EXP-TYPE IN WS-GL-REC IS EQUAL TO 'I'
              COMPUTE WS-LN-HOME ROUNDED =
                      EXP-AMOUNT IN WS-GL-REC * WS-CVT-RATE
              MOVE EXP-AMOUNT IN WS-GL-REC TO WS-LN-ORIG
              MOVE 'P' TO WS-LN-MAP-TYPE
              MOVE EXP-PAYMENT-METHOD IN WS-GL-REC TO WS-LN-CODE
              MOVE 'D' TO WS-LN-SIDE
              PERFORM P110-WRITE-LINE THRU P110-EXIT
              MOVE 'I' TO WS-LN-MAP-TYPE
              MOVE EXP-CATEGORY IN WS-GL-REC TO WS-LN-CODE
              MOVE 'C' TO WS-LN-SIDE
              PERFORM P110-WRITE-LINE THRU P110-EXIT
              GO TO P100-EXIT
           END-IF
           MOVE 0 TO WS-GL-DEBIT-TOT
           MOVE 'C' TO WS-LN-MAP-TYPE
           MOVE 'D' TO WS-LN-SIDE
           IF EXP-SPLIT-COUNT IN WS-GL-REC IS NUMERIC AND
              EXP-SPLIT-COUNT IN WS-GL-REC > 0 AND
              EXP-SPLIT-COUNT IN WS-GL-REC < 5
              MOVE 0 TO WS-GL-SPL-IDX
              PERFORM UNTIL WS-GL-SPL-IDX IS EQUAL TO
                            EXP-SPLIT-COUNT IN WS-GL-REC
                  ADD 1 TO WS-GL-SPL-IDX
                  COMPUTE WS-LN-HOME ROUNDED =
                          EXP-SPLIT-AMOUNT IN WS-GL-REC
                          (WS-GL-SPL-IDX) * WS-CVT-RATE
                  MOVE EXP-SPLIT-AMOUNT IN WS-GL-REC (WS-GL-SPL-IDX)
                    TO WS-LN-ORIG
                  MOVE EXP-SPLIT-CATEGORY IN WS-GL-REC
                       (WS-GL-SPL-IDX) TO WS-LN-CODE
                  ADD WS-LN-HOME TO WS-GL-DEBIT-TOT
                  PERFORM P110-WRITE-LINE THRU P110-EXIT
              END-PERFORM
           ELSE
              COMPUTE WS-LN-HOME ROUNDED =
                      EXP-AMOUNT IN WS-GL-REC * WS-CVT-RATE
              MOVE EXP-AMOUNT IN WS-GL-REC TO WS-LN-ORIG
              MOVE EXP-CATEGORY IN WS-GL-REC TO WS-LN-CODE
              ADD WS-LN-HOME TO WS-GL-DEBIT-TOT
              PERFORM P110-WRITE-LINE THRU P110-EXIT
           END-IF
           MOVE WS-GL-DEBIT-TOT TO WS-LN-HOME
           MOVE EXP-AMOUNT IN WS-GL-REC TO WS-LN-ORIG
           MOVE 'P' TO WS-LN-MAP-TYPE
           MOVE EXP-PAYMENT-METHOD IN WS-GL-REC TO WS-LN-CODE
           MOVE 'C' TO WS-LN-SIDE
           PERFORM P110-WRITE-LINE THRU P110-EXIT
           .
       P100-EXIT.
           EXIT.

       P110-WRITE-LINE.
      **
      * One journal line to glextract.tmp for WS-LN-CODE of map type
      * WS-LN-MAP-TYPE, side WS-LN-SIDE (turned round for a
      * reversal), WS-LN-HOME in home currency.  A zero line (a zero
      * split allocation) is not written.
      **
           IF WS-LN-HOME IS EQUAL TO 0
              GO TO P110-EXIT
           END-IF
           PERFORM P120-FIND-ACCOUNT THRU P120-EXIT
           MOVE WS-LN-SIDE TO WS-LN-POST-SIDE
           IF WS-GL-REVERSE IS EQUAL TO 'Y'
              IF WS-LN-SIDE IS EQUAL TO 'D'
                 MOVE 'C' TO WS-LN-POST-SIDE
              ELSE
                 MOVE 'D' TO WS-LN-POST-SIDE
              END-IF
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE 'D'                  TO GLD-TYPE
           MOVE WS-BATCH-NO          TO GLD-BATCH
           MOVE WS-LINE-COUNT        TO GLD-LINE
           MOVE WS-GL-DATE           TO GLD-DATE
           MOVE WS-LN-ACCOUNT        TO GLD-ACCOUNT
           MOVE WS-LN-POST-SIDE      TO GLD-DC
           MOVE WS-LN-HOME           TO GLD-AMOUNT
           MOVE EXP-KEY IN WS-GL-REC TO GLD-REF
           MOVE EXP-DESCRIPTION IN WS-GL-REC TO GLD-NARRATIVE
           MOVE EXP-CURRENCY IN WS-GL-REC TO GLD-CURRENCY
           MOVE WS-LN-ORIG           TO GLD-ORIG-AMOUNT
           IF WS-GL-REVERSE IS EQUAL TO 'Y'
              MOVE 'R'   TO GLD-REVERSAL
           ELSE
              MOVE SPACE TO GLD-REVERSAL
           END-IF
           WRITE GLW-RECORD
           PERFORM P130-ADD-TO-ACCOUNT THRU P130-EXIT
           IF WS-LN-POST-SIDE IS EQUAL TO 'D'
              ADD WS-LN-HOME TO WS-DEBIT-TOTAL
           ELSE
              ADD WS-LN-HOME TO WS-CREDIT-TOTAL
           END-IF
           .
       P110-EXIT.
           EXIT.

       P120-FIND-ACCOUNT.
      **
      * The ledger account mapped to WS-LN-CODE for its map type.
      * An unmapped code goes to the suspense account and is noted
      * for the report so the chart can be completed.
      **
           MOVE 0 TO WS-MAP-HIT
           MOVE 0 TO WS-MAP-IDX
           PERFORM UNTIL WS-MAP-IDX IS EQUAL TO WS-MAP-COUNT OR
                         WS-MAP-HIT > 0
               ADD 1 TO WS-MAP-IDX
               IF WS-MAP-TYPE(WS-MAP-IDX) IS EQUAL TO WS-LN-MAP-TYPE
                  AND WS-MAP-CODE(WS-MAP-IDX) IS EQUAL TO WS-LN-CODE
                  MOVE WS-MAP-IDX TO WS-MAP-HIT
               END-IF
           END-PERFORM
           IF WS-MAP-HIT > 0
              MOVE WS-MAP-ACCT(WS-MAP-HIT) TO WS-LN-ACCOUNT
              GO TO P120-EXIT
           END-IF
           MOVE WS-SUSPENSE-ACCT TO WS-LN-ACCOUNT
           MOVE 0 TO WS-UNM-HIT
           MOVE 0 TO WS-UNM-IDX
           PERFORM UNTIL WS-UNM-IDX IS EQUAL TO WS-UNM-COUNT OR
                         WS-UNM-HIT > 0
               ADD 1 TO WS-UNM-IDX
               IF WS-UNM-TYPE(WS-UNM-IDX) IS EQUAL TO WS-LN-MAP-TYPE
                  AND WS-UNM-CODE(WS-UNM-IDX) IS EQUAL TO WS-LN-CODE
                  MOVE WS-UNM-IDX TO WS-UNM-HIT
               END-IF
           END-PERFORM
           IF WS-UNM-HIT IS EQUAL TO 0
              IF WS-UNM-COUNT < 100
                 ADD 1 TO WS-UNM-COUNT
                 MOVE WS-UNM-COUNT   TO WS-UNM-HIT
                 MOVE WS-LN-MAP-TYPE TO WS-UNM-TYPE(WS-UNM-HIT)
                 MOVE WS-LN-CODE     TO WS-UNM-CODE(WS-UNM-HIT)
                 MOVE 0              TO WS-UNM-LINES(WS-UNM-HIT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           END-IF
           IF WS-UNM-HIT > 0
              ADD 1 TO WS-UNM-LINES(WS-UNM-HIT)
           END-IF
           .
       P120-EXIT.
           EXIT.

       P130-ADD-TO-ACCOUNT.
           MOVE 0 TO WS-ACT-HIT
           MOVE 0 TO WS-ACT-IDX
           PERFORM UNTIL WS-ACT-IDX IS EQUAL TO WS-ACT-COUNT OR
                         WS-ACT-HIT > 0
               ADD 1 TO WS-ACT-IDX
               IF WS-ACT-ACCOUNT(WS-ACT-IDX) IS EQUAL TO WS-LN-ACCOUNT
                  MOVE WS-ACT-IDX TO WS-ACT-HIT
               END-IF
           END-PERFORM
           IF WS-ACT-HIT IS EQUAL TO 0
              IF WS-ACT-COUNT < 200
                 ADD 1 TO WS-ACT-COUNT
                 MOVE WS-ACT-COUNT  TO WS-ACT-HIT
                 MOVE WS-LN-ACCOUNT TO WS-ACT-ACCOUNT(WS-ACT-HIT)
                 MOVE 0 TO WS-ACT-DEBITS(WS-ACT-HIT)
                 MOVE 0 TO WS-ACT-CREDITS(WS-ACT-HIT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
                 GO TO P130-EXIT
              END-IF
           END-IF
           IF WS-LN-POST-SIDE IS EQUAL TO 'D'
              ADD WS-LN-HOME TO WS-ACT-DEBITS(WS-ACT-HIT)
           ELSE
              ADD WS-LN-HOME TO WS-ACT-CREDITS(WS-ACT-HIT)
           END-IF
           .
       P130-EXIT.
           EXIT.

       R010-REPORT-HEADING.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "GENERAL LEDGER EXTRACT - BATCH " DELIMITED BY SIZE
                  WS-BATCH-NO                       DELIMITED BY SIZE
                  "  RUN "                          DELIMITED BY SIZE
                  WS-SYS-DATE                       DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-FROM-DATE IS EQUAL TO SPACES
              MOVE "(NO LIMIT)" TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE IS EQUAL TO SPACES
              MOVE "(TODAY)" TO WS-TO-DATE
           END-IF
           STRING "RECORDS DATED " DELIMITED BY SIZE
                  WS-FROM-DATE     DELIMITED BY SIZE
                  " TO "           DELIMITED BY SIZE
                  WS-TO-DATE       DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       R010-EXIT.
           EXIT.

       R020-REPORT-ITEM.
      **
      * One line for a record reversed, sent again or left alone
      * because it was archived - the ordinary first sends are
      * only counted.
      **
           MOVE EXP-AMOUNT IN WS-GL-REC TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-REASON                  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EXP-KEY IN WS-GL-REC       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  EXP-DESCRIPTION IN WS-GL-REC DELIMITED BY SIZE
                  WS-AMT-EDIT                DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       R020-EXIT.
           EXIT.

       R100-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-LINE-COUNT IS EQUAL TO 0
              MOVE "NOTHING NEW TO SEND - NO BATCH FILE WRITTEN"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              MOVE SPACES TO REPORT-RECORD
              STRING "BATCH FILE " DELIMITED BY SIZE
                     WS-BATCH-FILENAME DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE WS-SENT-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS SENT FOR THE FIRST TIME  " DELIMITED BY SIZE
                  WS-CNT-EDIT                         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RESENT-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "RECORDS SENT AGAIN AFTER A CHANGE" DELIMITED BY SIZE
                  WS-CNT-EDIT                         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REVERSED-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "EARLIER SENDS REVERSED           " DELIMITED BY SIZE
                  WS-CNT-EDIT                         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LINE-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "JOURNAL LINES                    " DELIMITED BY SIZE
                  WS-CNT-EDIT                         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DEBIT-TOTAL  TO WS-AMT-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-AMT-EDIT-2
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL DEBITS  " DELIMITED BY SIZE
                  WS-AMT-EDIT      DELIMITED BY SIZE
                  "   CREDITS  "   DELIMITED BY SIZE
                  WS-AMT-EDIT-2    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-DEBIT-TOTAL IS NOT EQUAL TO WS-CREDIT-TOTAL
              MOVE "** DEBITS AND CREDITS DO NOT AGREE **"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-BADDATE-COUNT > 0
              MOVE WS-BADDATE-COUNT TO WS-CNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "RECORDS SKIPPED - DATE UNREADABLE" DELIMITED
                     BY SIZE
                     WS-CNT-EDIT DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-ARCHIVED-COUNT > 0
              MOVE "ARCHIVED RECORDS ARE LEFT IN THE LEDGER AS SENT"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-ACT-COUNT > 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "ACCOUNT           DEBITS         CREDITS"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 0 TO WS-ACT-IDX
              PERFORM UNTIL WS-ACT-IDX IS EQUAL TO WS-ACT-COUNT
                  ADD 1 TO WS-ACT-IDX
                  MOVE WS-ACT-DEBITS(WS-ACT-IDX)  TO WS-AMT-EDIT
                  MOVE WS-ACT-CREDITS(WS-ACT-IDX) TO WS-AMT-EDIT-2
                  MOVE SPACES TO REPORT-RECORD
                  STRING WS-ACT-ACCOUNT(WS-ACT-IDX) DELIMITED BY SIZE
                         WS-AMT-EDIT   DELIMITED BY SIZE
                         " "           DELIMITED BY SIZE
                         WS-AMT-EDIT-2 DELIMITED BY SIZE
                    INTO REPORT-RECORD
                  WRITE REPORT-RECORD
              END-PERFORM
           END-IF
           IF WS-UNM-COUNT > 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING "NO LEDGER ACCOUNT - POSTED TO " DELIMITED BY SIZE
                     WS-SUSPENSE-ACCT                 DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE 0 TO WS-UNM-IDX
              PERFORM UNTIL WS-UNM-IDX IS EQUAL TO WS-UNM-COUNT
                  ADD 1 TO WS-UNM-IDX
                  MOVE WS-UNM-LINES(WS-UNM-IDX) TO WS-CNT-EDIT
                  MOVE SPACES TO REPORT-RECORD
                  EVALUATE WS-UNM-TYPE(WS-UNM-IDX)
                      WHEN 'C'
                          MOVE "CATEGORY       " TO REPORT-RECORD
                      WHEN 'P'
                          MOVE "PAYMENT METHOD " TO REPORT-RECORD
                      WHEN OTHER
                          MOVE "INCOME TYPE    " TO REPORT-RECORD
                  END-EVALUATE
                  MOVE WS-UNM-CODE(WS-UNM-IDX) TO REPORT-RECORD(16:15)
                  MOVE WS-CNT-EDIT TO REPORT-RECORD(32:6)
                  MOVE "LINE(S)"   TO REPORT-RECORD(39:7)
                  WRITE REPORT-RECORD
              END-PERFORM
           END-IF
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              IF WS-OVERFLOW IS EQUAL TO 'Y'
                 MOVE "A WORK TABLE FILLED UP - MAPPINGS, TOUCHED "
                   TO REPORT-RECORD
                 MOVE "RECORDS OR ACCOUNTS ARE MISSING"
                   TO REPORT-RECORD(44:31)
                 WRITE REPORT-RECORD
              END-IF
              IF WS-RATE-FULL IS EQUAL TO 'Y'
                 MOVE "MORE THAN 2000 RATES ON FILE - SOME AMOUNTS ARE "
                   TO REPORT-RECORD
                 MOVE "NOT CONVERTED" TO REPORT-RECORD(49:13)
                 WRITE REPORT-RECORD
              END-IF
              MOVE "NO BATCH WRITTEN, NOTHING MARKED AS SENT AND "
                TO REPORT-RECORD
              MOVE "glextract.ctl UNCHANGED" TO REPORT-RECORD(46:23)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "glextract.rpt" TO WS-SPOOL-REPORT
           MOVE "GL-EXTRACT"    TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           IF WS-FROM-CMP IS EQUAL TO 0
              STRING "BATCH "     DELIMITED BY SIZE
                     WS-BATCH-NO  DELIMITED BY SIZE
                     " DATED UP TO " DELIMITED BY SIZE
                     WS-TO-CMP    DELIMITED BY SIZE
                INTO WS-SPOOL-PARMS
           ELSE
              STRING "BATCH "     DELIMITED BY SIZE
                     WS-BATCH-NO  DELIMITED BY SIZE
                     " DATED "    DELIMITED BY SIZE
                     WS-FROM-CMP  DELIMITED BY SIZE
                     " TO "       DELIMITED BY SIZE
                     WS-TO-CMP    DELIMITED BY SIZE
                INTO WS-SPOOL-PARMS
           END-IF
           CALL "SPOOL-REPORT"
           .
       R100-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * One EDIT entry per record marked exported, images either
      * side, so the mark survives a REBUILD-EXPENSES replay and the
      * month-end verification stays clean after an extract.  The
      * next extract passes over this program's own entries.
      * Written from the copy-back as the marked record goes back on
      * file - WS-JRN-BEFORE is its prior image, FS-RECORD the new.
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
           MOVE "GL-EXTRACT"     TO JRN-PROGRAM
           MOVE "EDIT"           TO JRN-ACTION
           MOVE EXP-KEY IN FS-RECORD TO JRN-KEY
           MOVE WS-JRN-BEFORE    TO JRN-BEFORE
           MOVE FS-RECORD        TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J010-EXIT.
           EXIT.

       C120-SAFE-COPY-BACK.
      **
      * Rebuilds expenses.dat from the already-written expenses.tmp
      * through the same guarded pass as EDIT-EXPENSE: prior
      * generation to expenses.bak and the rewrite marker up while
      * the live file is open OUTPUT, so RECOVER-EXPENSES can put the
      * last good generation back after a crash.  The prior
      * generation is read back alongside - same records, same
      * order - so each record this run marks exported is
      * journalled as it goes back on file, and a run that never
      * gets this far leaves nothing in the journal.
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
           MOVE "GL-EXTRACT"     TO FLG-PROGRAM
           WRITE FLG-RECORD
           CLOSE FLG-FILE

           MOVE 'N' TO WS-END-FILE
           OPEN INPUT TMP-FILE
           OPEN INPUT BAK-FILE
           OPEN OUTPUT EXP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ TMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE SPACES TO BAK-RECORD
                  READ BAK-FILE
                  AT END
                     MOVE SPACES TO BAK-RECORD
                  END-READ
                  MOVE TMP-RECORD TO FS-RECORD
                  WRITE FS-RECORD
                  IF EXP-GL-EXPORTED IN FS-RECORD IS EQUAL TO 'Y' AND
                     EXP-GL-EXPORTED IN BAK-RECORD IS NOT EQUAL TO 'Y'
                     AND EXP-KEY IN BAK-RECORD IS EQUAL TO
                     EXP-KEY IN FS-RECORD
                     MOVE BAK-RECORD TO WS-JRN-BEFORE
                     PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
                  END-IF
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE BAK-FILE
           CLOSE EXP-FILE
           OPEN OUTPUT FLG-FILE
           MOVE "COMPLETE"       TO FLG-STATE
           MOVE "GL-EXTRACT"     TO FLG-PROGRAM
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
       C200-EXIT.
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
           STRING "GL-EXTRACT"  DELIMITED BY SIZE
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
           MOVE "GL-EXTRACT"     TO LCK-PROGRAM
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

       Z100-LOAD-RATES.
      **
      * Loads the exchange-rate master into a table once per run.
      * Records keyed in a foreign currency are converted to home
      * currency at the rate in force on their own date; with no
      * master on file every record counts at face value.
      **
           MOVE 0 TO WS-RATE-COUNT
           MOVE 'N' TO WS-RATE-FULL
           MOVE 'N' TO WS-CUR-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
              GO TO Z100-EXIT
           END-IF
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CUR-FILE
               AT END
                  MOVE 'Y' TO WS-CUR-EOF
               NOT AT END
                  IF CUR-FROM IS NUMERIC AND WS-RATE-COUNT < 2000
                     ADD 1 TO WS-RATE-COUNT
                     MOVE CUR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
                     MOVE CUR-FROM TO WS-RATE-FROM(WS-RATE-COUNT)
                     MOVE CUR-RATE TO WS-RATE-RATE(WS-RATE-COUNT)
                  ELSE
                     IF CUR-FROM IS NUMERIC
                        MOVE 'Y' TO WS-RATE-FULL
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE CUR-FILE
           .
       Z100-EXIT.
           EXIT.
       Z110-RATE-FOR-RECORD.
      **
      * Sets WS-CVT-RATE for the record in WS-GL-REC: the dated rate
      * entry for EXP-CURRENCY with the latest effective-from on or
      * before the expense's own date.  Home currency records and
      * codes with no usable rate convert at 1.
      **
           MOVE 1 TO WS-CVT-RATE
           IF EXP-CURRENCY IN WS-GL-REC IS EQUAL TO SPACES OR
              WS-RATE-COUNT IS EQUAL TO 0
              GO TO Z110-EXIT
           END-IF
           IF EXP-DATE IN WS-GL-REC (1:2) IS NUMERIC AND
              EXP-DATE IN WS-GL-REC (4:2) IS NUMERIC AND
              EXP-DATE IN WS-GL-REC (7:4) IS NUMERIC
              MOVE EXP-DATE IN WS-GL-REC (7:4) TO WS-CVT-X-YYYY
              MOVE EXP-DATE IN WS-GL-REC (4:2) TO WS-CVT-X-MM
              MOVE EXP-DATE IN WS-GL-REC (1:2) TO WS-CVT-X-DD
           ELSE
              MOVE 0 TO WS-CVT-CMP
           END-IF
           MOVE 0 TO WS-CVT-BEST
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-CODE(WS-RATE-IDX) IS EQUAL TO
                  EXP-CURRENCY IN WS-GL-REC
                  AND WS-RATE-FROM(WS-RATE-IDX) <= WS-CVT-CMP
                  AND WS-RATE-FROM(WS-RATE-IDX) >= WS-CVT-BEST
                  MOVE WS-RATE-FROM(WS-RATE-IDX) TO WS-CVT-BEST
                  MOVE WS-RATE-RATE(WS-RATE-IDX) TO WS-CVT-RATE
               END-IF
           END-PERFORM
           .
       Z110-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM GL-EXTRACT.
