            FILE STATUS IS WS-DIG-CTL-STATUS.
           SELECT PRINT-FILE  ASSIGN TO "digest.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HLD-FILE  ASSIGN TO "approvals.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HLD-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
          05 DIG-LAST-RUN     PIC X(8).
       FD PRINT-FILE.
       01 PRINT-RECORD        PIC X(80).
       FD HLD-FILE.
       01 HLD-RECORD.
        COPY held_record.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-BUDGET-STATUS         PIC X(2).
       01 WS-BUDM-STATUS           PIC X(2).
       01 WS-DIG-CTL-STATUS        PIC X(2).
       01 WS-HLD-STATUS            PIC X(2).
       01 WS-HLD-COUNT             PIC 9(4) VALUE 0.
       01 WS-END-FILE              PIC X(1).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
       01 WS-PAGE-NO               PIC 9(3) VALUE 0.
       01 WS-PAGE-EDIT             PIC ZZ9.
       01 WS-LINE                  PIC X(80).
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      * where the month's budget stands, the alert lines raised
      * since the last digest, the recurring commitments falling
      * due in the next seven days, the reimbursable claims still
      * outstanding, the week's biggest entries and the postings
      * still held for approval.  digest.ctl remembers the last run
      * date, so each digest covers exactly the gap since the one
      * before it.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           PERFORM D010-READ-LAST-RUN THRU D010-EXIT
           PERFORM D300-RECURRING-DUE THRU D300-EXIT
           PERFORM D400-CLAIMS THRU D400-EXIT
           PERFORM D500-BIGGEST-ENTRIES THRU D500-EXIT
           PERFORM D600-HELD-POSTINGS THRU D600-EXIT
           MOVE SPACES TO WS-LINE
           PERFORM D900-WRITE-LINE THRU D900-EXIT
           MOVE "***  END OF DIGEST  ***" TO WS-LINE
           PERFORM D900-WRITE-LINE THRU D900-EXIT
           CLOSE PRINT-FILE
           MOVE "digest.rpt"    TO WS-SPOOL-REPORT
           MOVE "WEEKLY-DIGEST" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           IF WS-LAST-RUN IS EQUAL TO 0
              STRING "FIRST DIGEST, RUN " DELIMITED BY SIZE
                     WS-SYS-DATE      DELIMITED BY SIZE
                INTO WS-SPOOL-PARMS
           ELSE
              STRING "SINCE LAST DIGEST OF " DELIMITED BY SIZE
                     WS-LAST-RUN      DELIMITED BY SIZE
                     " TO "           DELIMITED BY SIZE
                     WS-SYS-DATE      DELIMITED BY SIZE
                INTO WS-SPOOL-PARMS
           END-IF
           CALL "SPOOL-REPORT"
           PERFORM D020-SAVE-LAST-RUN THRU D020-EXIT
           DISPLAY "WEEKLY DIGEST WRITTEN TO digest.rpt".
       MAIN-EXIT.
       D510-EXIT.
           EXIT.

       D600-HELD-POSTINGS.
      **
      * Entries held back from expenses.dat by the approval limits
      * and still waiting on approvals.dat for a decision.
      **
           MOVE SPACES TO WS-LINE
           PERFORM D900-WRITE-LINE THRU D900-EXIT
           MOVE "POSTINGS HELD FOR APPROVAL" TO WS-LINE
           PERFORM D900-WRITE-LINE THRU D900-EXIT
           MOVE "------------------------------------------"
             TO WS-LINE
           PERFORM D900-WRITE-LINE THRU D900-EXIT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS IS NOT EQUAL TO "00"
              MOVE "NONE" TO WS-LINE
              PERFORM D900-WRITE-LINE THRU D900-EXIT
              GO TO D600-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ HLD-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF HLD-STATUS IS EQUAL TO 'P'
                     ADD 1 TO WS-HLD-COUNT
                     MOVE HLD-EXP-AMOUNT TO WS-AMT-DISP
                     MOVE SPACES TO WS-LINE
                     STRING HLD-NO          DELIMITED BY SIZE
                            " "             DELIMITED BY SIZE
                            HLD-EXP-DATE    DELIMITED BY SIZE
                            " "             DELIMITED BY SIZE
                            WS-AMT-DISP     DELIMITED BY SIZE
                            " "             DELIMITED BY SIZE
                            HLD-ENTERED-BY  DELIMITED BY SIZE
                            " "             DELIMITED BY SIZE
                            HLD-EXP-DESC    DELIMITED BY SIZE
                       INTO WS-LINE
                     PERFORM D900-WRITE-LINE THRU D900-EXIT
                  END-IF
           END-PERFORM
           CLOSE HLD-FILE
           MOVE SPACES TO WS-LINE
           IF WS-HLD-COUNT IS EQUAL TO 0
              MOVE "NONE" TO WS-LINE
           ELSE
              STRING WS-HLD-COUNT     DELIMITED BY SIZE
                     " ITEM(S) WAITING - RUN APPROVE-POSTINGS"
                                      DELIMITED BY SIZE
                INTO WS-LINE
           END-IF
           PERFORM D900-WRITE-LINE THRU D900-EXIT
           .
       D600-EXIT.
           EXIT.

       D900-WRITE-LINE.
      **
      * All digest output funnels through here so the 60-line page
