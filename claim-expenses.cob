           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
           SELECT CTL-FILE  ASSIGN TO "expenses.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.
           SELECT CLR-FILE  ASSIGN TO "claims.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLR-STATUS.
           SELECT REM-FILE  ASSIGN TO "remittance.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REM-STATUS.
           SELECT REMRPT-FILE  ASSIGN TO "remittance.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGE-FILE  ASSIGN TO "claim-aging.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
          05 LCK-PROGRAM      PIC X(18).
          05 LCK-STAMP        PIC X(14).
          05 LCK-TOKEN        PIC X(40).
       FD CTL-FILE.
       01 CTL-RECORD.
          05 CTL-NEXT-SEQ     PIC 9(6).
      * One line per claim raised: the date it went to the employer,
      * who raised it, and how many items for what total - the
      * aging report counts the days from RAISED.
       FD CLR-FILE.
       01 CLR-RECORD.
          05 CLR-NO           PIC 9(4).
          05 CLR-RAISED       PIC X(10).
          05 CLR-PERSON       PIC X(10).
          05 CLR-ITEMS        PIC 9(4).
          05 CLR-TOTAL        PIC 9(11)V99.
      * The employer's remittance advice, one line per claim item
      * settled: the claim number, the item reference printed on
      * the claim form (zero when the employer did not quote it -
      * the item is then found by its date and claimed amount),
      * what was claimed, what was paid - zero for a rejected item -
      * and the employer's note on anything short-paid.
       FD REM-FILE.
       01 REM-RECORD.
          05 REM-CLAIM-NO     PIC 9(4).
          05 REM-ITEM-REF     PIC 9(6).
          05 REM-ITEM-DATE    PIC X(10).
          05 REM-CLAIMED      PIC 9(6)V99.
          05 REM-PAID         PIC 9(6)V99.
          05 REM-REASON       PIC X(30).
       FD REMRPT-FILE.
       01 REMRPT-RECORD       PIC X(80).
       FD AGE-FILE.
       01 AGE-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-LCK-STATUS       PIC X(2).
       01 WS-LIST-COUNT            PIC 9(3) VALUE 0.
       01 WS-LIST-IDX              PIC 9(3).
       01 WS-LIST-FOUND            PIC X(1).
       01 WS-LIST-FULL             PIC X(1) VALUE 'N'.
       01 WS-RCP-STATUS            PIC X(2).
       01 WS-KM-DISP               PIC ZZZ9.9.
       01 WS-MRATE-DISP            PIC 9.999.
       01 WS-JRN-BEFORE            PIC X(250).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       01 WS-RCP-EOF               PIC X(1).
       01 WS-RCP-FOUND             PIC X(1).
       01 WS-NORCP-COUNT           PIC 9(4) VALUE 0.
       01 WS-CTL-STATUS            PIC X(2).
       01 WS-NEXT-SEQ              PIC 9(6).
       01 WS-CLR-STATUS            PIC X(2).
       01 WS-REM-STATUS            PIC X(2).
       01 WS-REM-EOF               PIC X(1).
       01 WS-REM-BAD               PIC 9(4) VALUE 0.
       01 WS-REM-OVERFLOW          PIC X(1) VALUE 'N'.
      * remittance lines loaded ahead of the pass over expenses.dat;
      * USED marks a line already matched to an item
       01 WS-REM-TABLE.
          05 WS-REM-ENTRY OCCURS 200 TIMES.
             10 WS-REM-CLAIM       PIC 9(4).
             10 WS-REM-REF         PIC 9(6).
             10 WS-REM-DATE        PIC X(10).
             10 WS-REM-CLAIMED     PIC 9(6)V99.
             10 WS-REM-PAID        PIC 9(6)V99.
             10 WS-REM-REASON      PIC X(30).
             10 WS-REM-USED        PIC X(1).
       01 WS-REM-COUNT             PIC 9(3) VALUE 0.
       01 WS-REM-IDX               PIC 9(3).
       01 WS-REM-HIT               PIC 9(3).
       01 WS-REM-SHORT             PIC 9(6)V99.
       01 WS-REM-OVER              PIC 9(6)V99.
       01 WS-REM-CHOICE            PIC X(1).
       01 WS-REM-OUTCOME           PIC X(26).
       01 WS-REM-FULL              PIC 9(4) VALUE 0.
       01 WS-REM-PART              PIC 9(4) VALUE 0.
       01 WS-REM-REJECT            PIC 9(4) VALUE 0.
       01 WS-REM-UNMATCHED         PIC 9(4) VALUE 0.
       01 WS-REM-PAID-TOT          PIC 9(11)V99 VALUE 0.
       01 WS-REM-BACK-TOT          PIC 9(11)V99 VALUE 0.
       01 WS-REM-WOFF-TOT          PIC 9(11)V99 VALUE 0.
       01 WS-PAID-EDIT             PIC ZZZZZ9.99.
       01 WS-CNT-EDIT              PIC ZZZ9.
       01 WS-TODAY                 PIC X(8).
       01 WS-TODAY-DATE            PIC X(10).
       01 WS-TODAY-DAYS            PIC 9(8).
      * claims still with the employer, for the aging report
       01 WS-AGE-TABLE.
          05 WS-AGE-ENTRY OCCURS 100 TIMES.
             10 WS-AGE-NO          PIC 9(4).
             10 WS-AGE-ITEMS       PIC 9(4).
             10 WS-AGE-TOTAL       PIC 9(11)V99.
             10 WS-AGE-FIRST-CMP   PIC 9(8).
             10 WS-AGE-RAISED      PIC X(10).
             10 WS-AGE-ON-REG      PIC X(1).
       01 WS-AGE-COUNT             PIC 9(3) VALUE 0.
       01 WS-AGE-IDX               PIC 9(3).
       01 WS-AGE-FOUND             PIC X(1).
       01 WS-AGE-FULL              PIC X(1) VALUE 'N'.
       01 WS-AGE-DAYS              PIC S9(8).
       01 WS-AGE-DAYS-EDIT         PIC ZZZZ9.
       01 WS-AGE-MARK              PIC X(1).
       01 WS-AGE-ESTIMATED         PIC X(1) VALUE 'N'.
       01 WS-AGE-BUCKETS.
          05 WS-AGE-BUCKET OCCURS 4 TIMES PIC 9(11)V99.
       01 WS-AGE-B                 PIC 9(1).
       01 WS-AGE-GRAND             PIC 9(11)V99 VALUE 0.
       01 WS-DN-YYYY               PIC 9(4).
       01 WS-DN-MM                 PIC 9(2).
       01 WS-DN-DD                 PIC 9(2).
       01 WS-DN-A                  PIC 9(1).
       01 WS-DN-Y                  PIC 9(5).
       01 WS-DN-M                  PIC 9(2).
       01 WS-DN-P1                 PIC 9(4).
       01 WS-DN-P2                 PIC 9(5).
       01 WS-DN-P3                 PIC 9(4).
       01 WS-DN-P4                 PIC 9(3).
       01 WS-DN-DAYS               PIC 9(8).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      * tagged items for a period into a numbered claim with its
      * total (written to claim.rpt to send with the claim form),
      * marking a claim paid once the employer settles it, and
      * listing every claim with where it stands.  The employer's
      * remittance advice can be loaded instead of marking a claim
      * paid by hand: each line settles one item, and a short-paid
      * or rejected item goes back to outstanding or is written off
      * as personal spending.  The aging report shows how long each
      * claim still open has been with the employer.
      **
           DISPLAY "R TO RAISE A CLAIM, P TO MARK A CLAIM PAID, "
                   "L TO LIST CLAIMS"
           DISPLAY "I TO LOAD A REMITTANCE ADVICE, A FOR THE CLAIM "
                   "AGING REPORT"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'R'
               WHEN 'L'
               WHEN 'l'
                   PERFORM C030-LIST-CLAIMS THRU C030-EXIT
               WHEN 'I'
               WHEN 'i'
                   PERFORM C300-LOAD-REMITTANCE THRU C300-EXIT
               WHEN 'A'
               WHEN 'a'
                   PERFORM C400-AGING-REPORT THRU C400-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
                  WS-CLAIM-NO      DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DATE       REF        AMOUNT  DESCRIPTION"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------"
             TO REPORT-RECORD

           PERFORM C120-SAFE-COPY-BACK THRU C120-EXIT
           PERFORM C130-SAVE-CLAIM-NO THRU C130-EXIT
           PERFORM C150-REGISTER-CLAIM THRU C150-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT

           MOVE "------------------------------------------"
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "claim.rpt"      TO WS-SPOOL-REPORT
           MOVE "CLAIM-EXPENSES" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "CLAIM "       DELIMITED BY SIZE
                  WS-CLAIM-NO    DELIMITED BY SIZE
                  " PERIOD "     DELIMITED BY SIZE
                  WS-START-DATE  DELIMITED BY SIZE
                  " TO "         DELIMITED BY SIZE
                  WS-END-DATE    DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           MOVE WS-CLAIM-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "CLAIM " WS-CLAIM-NO " RAISED WITH "
                   WS-GATHERED " ITEM(S), TOTAL " WS-TOTAL-EDIT
           MOVE EXP-AMOUNT IN FS-RECORD TO WS-REPORT-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING EXP-DATE IN FS-RECORD DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  EXP-SEQ-NO IN FS-RECORD DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-REPORT-AMOUNT      DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
              MOVE EXP-MILEAGE-KM IN FS-RECORD   TO WS-KM-DISP
              MOVE EXP-MILEAGE-RATE IN FS-RECORD TO WS-MRATE-DISP
              MOVE SPACES TO REPORT-RECORD
              STRING "                    " DELIMITED BY SIZE
                     WS-KM-DISP      DELIMITED BY SIZE
                     " KM AT "       DELIMITED BY SIZE
                     WS-MRATE-DISP   DELIMITED BY SIZE
              DISPLAY "WARNING: NO RECEIPT ON REGISTER FOR "
                      EXP-DATE IN FS-RECORD " "
                      EXP-DESCRIPTION IN FS-RECORD
              MOVE "                  ** NO RECEIPT ON REGISTER **"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           EXIT.

       C030-LIST-CLAIMS.
           MOVE 'N' TO WS-LIST-FULL
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
                               "  PAID"
               END-EVALUATE
           END-PERFORM
           IF WS-LIST-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL"
              DISPLAY "MORE THAN 100 CLAIM LINES - THE REST ARE NOT "
                      "LISTED"
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       C030-EXIT.
           EXIT.
                  MOVE 'Y' TO WS-LIST-FOUND
               END-IF
           END-PERFORM
           IF WS-LIST-FOUND IS EQUAL TO 'N' AND
              WS-LIST-COUNT IS EQUAL TO 100
              MOVE 'Y' TO WS-LIST-FULL
           END-IF
           IF WS-LIST-FOUND IS EQUAL TO 'N' AND WS-LIST-COUNT < 100
              ADD 1 TO WS-LIST-COUNT
              MOVE EXP-CLAIM-NO IN FS-RECORD
       C130-EXIT.
           EXIT.

       C150-REGISTER-CLAIM.
      **
      * Notes the claim just raised on claims.dat with today's date,
      * so the aging report can count its days with the employer.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND CLR-FILE
           IF WS-CLR-STATUS IS EQUAL TO "35"
              OPEN OUTPUT CLR-FILE
           END-IF
           MOVE WS-CLAIM-NO    TO CLR-NO
           MOVE SPACES         TO CLR-RAISED
           STRING WS-TODAY(7:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-TODAY(5:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-TODAY(1:4) DELIMITED BY SIZE
             INTO CLR-RAISED
           MOVE WS-SIGNON-USER TO CLR-PERSON
           MOVE WS-GATHERED    TO CLR-ITEMS
           MOVE WS-CLAIM-TOTAL TO CLR-TOTAL
           WRITE CLR-RECORD
           CLOSE CLR-FILE
           .
       C150-EXIT.
           EXIT.

       C120-SAFE-COPY-BACK.
      **
      * Rebuilds expenses.dat from the already-written expenses.tmp
           .
       L020-EXIT.
           EXIT.

       C300-LOAD-REMITTANCE.
      **
      * Settles claimed items from the employer's remittance advice
      * (remittance.dat) in one guarded rewrite pass.  Each claimed
      * item is matched to its line by claim number and the item
      * reference from the claim form, or by date and claimed amount
      * when the employer did not quote the reference.  An item paid
      * in full is marked paid.  For a short-paid or rejected item
      * the operator decides whether the shortfall goes back to
      * outstanding, to be claimed again, or is written off as
      * personal spending; a short-paid item is split so the paid
      * part stays on the claim as paid and the shortfall becomes an
      * item of its own.  Every change is journalled, and the outcome
      * of each line is written to remittance.rpt.
      **
           PERFORM C310-READ-REMITTANCE THRU C310-EXIT
           IF WS-REM-COUNT IS EQUAL TO 0
              GO TO C300-EXIT
           END-IF
           IF WS-REM-OVERFLOW IS EQUAL TO 'Y'
              DISPLAY "REMITTANCE HAS MORE THAN 200 LINES - SPLIT THE "
                      "FILE AND LOAD EACH PART"
              GO TO C300-EXIT
           END-IF

           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "REMITTANCE NOT LOADED - ANOTHER SESSION HOLDS "
                      "THE FILES"
              GO TO C300-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO RECORDS ON FILE"
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              GO TO C300-EXIT
           END-IF
           OPEN OUTPUT REMRPT-FILE
           MOVE "REMITTANCE ADVICE - SETTLEMENT OF CLAIMED ITEMS"
             TO REMRPT-RECORD
           WRITE REMRPT-RECORD
           MOVE "CLAIM REF    DATE         CLAIMED      PAID  OUTCOME"
             TO REMRPT-RECORD
           WRITE REMRPT-RECORD
           MOVE ALL "-" TO REMRPT-RECORD
           WRITE REMRPT-RECORD
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-REIMB-FLAG IN FS-RECORD IS EQUAL TO 'R' AND
                     EXP-CLAIM-STATUS IN FS-RECORD IS EQUAL TO 'C'
                     PERFORM C320-MATCH-ITEM THRU C320-EXIT
                     IF WS-REM-HIT > 0
                        PERFORM C330-SETTLE-ITEM THRU C330-EXIT
                     END-IF
                  END-IF
                  MOVE FS-RECORD TO TMP-RECORD
                  WRITE TMP-RECORD
           END-PERFORM
           CLOSE EXP-FILE
           CLOSE TMP-FILE

           MOVE 0 TO WS-REM-IDX
           PERFORM UNTIL WS-REM-IDX IS EQUAL TO WS-REM-COUNT
               ADD 1 TO WS-REM-IDX
               IF WS-REM-USED(WS-REM-IDX) IS EQUAL TO 'N'
                  PERFORM C350-REPORT-UNMATCHED THRU C350-EXIT
               END-IF
           END-PERFORM

           IF WS-REM-FULL + WS-REM-PART + WS-REM-REJECT = 0
              PERFORM L020-FREE-LOCK THRU L020-EXIT
              MOVE "NO CLAIMED ITEMS MATCHED THE REMITTANCE"
                TO REMRPT-RECORD
              WRITE REMRPT-RECORD
              CLOSE REMRPT-FILE
              PERFORM C360-SPOOL-REMITTANCE THRU C360-EXIT
              DISPLAY "NO CLAIMED ITEMS MATCHED THE REMITTANCE - "
                      "NOTHING CHANGED"
              DISPLAY "SEE remittance.rpt"
              GO TO C300-EXIT
           END-IF
           PERFORM C120-SAFE-COPY-BACK THRU C120-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT

           MOVE ALL "-" TO REMRPT-RECORD
           WRITE REMRPT-RECORD
           MOVE WS-REM-PAID-TOT TO WS-TOTAL-EDIT
           MOVE SPACES TO REMRPT-RECORD
           STRING "RECEIVED FROM THE EMPLOYER     " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                    DELIMITED BY SIZE
             INTO REMRPT-RECORD
           WRITE REMRPT-RECORD
           MOVE WS-REM-BACK-TOT TO WS-TOTAL-EDIT
           MOVE SPACES TO REMRPT-RECORD
           STRING "BACK TO OUTSTANDING            " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                    DELIMITED BY SIZE
             INTO REMRPT-RECORD
           WRITE REMRPT-RECORD
           MOVE WS-REM-WOFF-TOT TO WS-TOTAL-EDIT
           MOVE SPACES TO REMRPT-RECORD
           STRING "WRITTEN OFF AS PERSONAL        " DELIMITED BY SIZE
                  WS-TOTAL-EDIT                    DELIMITED BY SIZE
             INTO REMRPT-RECORD
           WRITE REMRPT-RECORD
           CLOSE REMRPT-FILE
           PERFORM C360-SPOOL-REMITTANCE THRU C360-EXIT

           DISPLAY WS-REM-FULL " ITEM(S) PAID IN FULL, "
                   WS-REM-PART " SHORT-PAID, "
                   WS-REM-REJECT " REJECTED"
           IF WS-REM-UNMATCHED > 0
              DISPLAY WS-REM-UNMATCHED " REMITTANCE LINE(S) MATCHED "
                      "NO CLAIMED ITEM - SEE THE REPORT"
           END-IF
           IF WS-REM-BAD > 0
              DISPLAY WS-REM-BAD " REMITTANCE LINE(S) COULD NOT BE "
                      "READ AND WERE SKIPPED"
           END-IF
           MOVE WS-REM-PAID-TOT TO WS-TOTAL-EDIT
           DISPLAY "RECEIVED " WS-TOTAL-EDIT
           DISPLAY "SETTLEMENT WRITTEN TO remittance.rpt"
           .
       C300-EXIT.
           EXIT.

       C310-READ-REMITTANCE.
      **
      * Loads remittance.dat into WS-REM-TABLE.  A line whose claim
      * number, reference or amounts are not all digits is counted
      * and skipped; more lines than the table holds sets
      * WS-REM-OVERFLOW so nothing is settled from a partial load.
      **
           MOVE 0   TO WS-REM-COUNT
           MOVE 0   TO WS-REM-BAD
           MOVE 'N' TO WS-REM-OVERFLOW
           OPEN INPUT REM-FILE
           IF WS-REM-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO REMITTANCE FILE (remittance.dat) TO LOAD"
              GO TO C310-EXIT
           END-IF
           MOVE 'N' TO WS-REM-EOF
           PERFORM UNTIL WS-REM-EOF = 'Y'
               READ REM-FILE
               AT END
                  MOVE 'Y' TO WS-REM-EOF
               NOT AT END
                  IF REM-CLAIM-NO IS NOT NUMERIC OR
                     REM-ITEM-REF IS NOT NUMERIC OR
                     REM-CLAIMED IS NOT NUMERIC OR
                     REM-PAID IS NOT NUMERIC
                     ADD 1 TO WS-REM-BAD
                     DISPLAY "UNREADABLE REMITTANCE LINE SKIPPED: "
                             REM-RECORD
                  ELSE
                     IF WS-REM-COUNT < 200
                        ADD 1 TO WS-REM-COUNT
                        MOVE REM-CLAIM-NO
                          TO WS-REM-CLAIM(WS-REM-COUNT)
                        MOVE REM-ITEM-REF
                          TO WS-REM-REF(WS-REM-COUNT)
                        MOVE REM-ITEM-DATE
                          TO WS-REM-DATE(WS-REM-COUNT)
                        MOVE REM-CLAIMED
                          TO WS-REM-CLAIMED(WS-REM-COUNT)
                        MOVE REM-PAID
                          TO WS-REM-PAID(WS-REM-COUNT)
                        MOVE REM-REASON
                          TO WS-REM-REASON(WS-REM-COUNT)
                        MOVE 'N' TO WS-REM-USED(WS-REM-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-REM-OVERFLOW
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE REM-FILE
           IF WS-REM-COUNT IS EQUAL TO 0
              DISPLAY "NO USABLE LINES ON THE REMITTANCE"
           END-IF
           .
       C310-EXIT.
           EXIT.

       C320-MATCH-ITEM.
      **
      * Finds the first unused remittance line for the claimed item
      * in FS-RECORD and returns its subscript in WS-REM-HIT (zero
      * when there is none).  The line is marked used so it cannot
      * settle a second item.
      **
           MOVE 0 TO WS-REM-HIT
           MOVE 0 TO WS-REM-IDX
           PERFORM UNTIL WS-REM-IDX IS EQUAL TO WS-REM-COUNT
                      OR WS-REM-HIT > 0
               ADD 1 TO WS-REM-IDX
               IF WS-REM-USED(WS-REM-IDX) IS EQUAL TO 'N' AND
                  WS-REM-CLAIM(WS-REM-IDX) IS EQUAL TO
                  EXP-CLAIM-NO IN FS-RECORD
                  IF WS-REM-REF(WS-REM-IDX) IS EQUAL TO
                     EXP-SEQ-NO IN FS-RECORD
                     MOVE WS-REM-IDX TO WS-REM-HIT
                  END-IF
                  IF WS-REM-REF(WS-REM-IDX) IS EQUAL TO 0 AND
                     WS-REM-DATE(WS-REM-IDX) IS EQUAL TO
                     EXP-DATE IN FS-RECORD AND
                     WS-REM-CLAIMED(WS-REM-IDX) IS EQUAL TO
                     EXP-AMOUNT IN FS-RECORD
                     MOVE WS-REM-IDX TO WS-REM-HIT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-REM-HIT > 0
              MOVE 'Y' TO WS-REM-USED(WS-REM-HIT)
           END-IF
           .
       C320-EXIT.
           EXIT.

       C330-SETTLE-ITEM.
      **
      * Applies remittance line WS-REM-HIT to the claimed item in
      * FS-RECORD.  Paid in full (an overpayment is noted on the
      * report): marked paid.  Rejected outright: the whole item goes
      * back to outstanding or is written off.  Short-paid: the item
      * is cut down to what was paid and marked paid, and the
      * shortfall is written as a new item by C340.  A written-off
      * amount stays on file as ordinary personal spending - no
      * longer reimbursable, off every claim.
      **
           MOVE FS-RECORD TO WS-JRN-BEFORE
           MOVE EXP-AMOUNT IN FS-RECORD TO WS-REPORT-AMOUNT
           MOVE WS-REM-PAID(WS-REM-HIT) TO WS-PAID-EDIT
           ADD WS-REM-PAID(WS-REM-HIT) TO WS-REM-PAID-TOT
           IF WS-REM-PAID(WS-REM-HIT) IS NOT LESS THAN
              EXP-AMOUNT IN FS-RECORD
              COMPUTE WS-REM-OVER = WS-REM-PAID(WS-REM-HIT)
                                  - EXP-AMOUNT IN FS-RECORD
              MOVE 'P' TO EXP-CLAIM-STATUS IN FS-RECORD
              PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
              ADD 1 TO WS-REM-FULL
              MOVE "PAID IN FULL" TO WS-REM-OUTCOME
              PERFORM C345-REPORT-LINE THRU C345-EXIT
              IF WS-REM-OVER > 0
                 MOVE WS-REM-OVER TO WS-PAID-EDIT
                 MOVE SPACES TO REMRPT-RECORD
                 STRING "           ** OVERPAID BY " DELIMITED BY SIZE
                        WS-PAID-EDIT                 DELIMITED BY SIZE
                   INTO REMRPT-RECORD
                 WRITE REMRPT-RECORD
              END-IF
              GO TO C330-EXIT
           END-IF

           COMPUTE WS-REM-SHORT = EXP-AMOUNT IN FS-RECORD
                                - WS-REM-PAID(WS-REM-HIT)
           PERFORM C335-ASK-DECISION THRU C335-EXIT
           IF WS-REM-CHOICE IS EQUAL TO 'O'
              ADD WS-REM-SHORT TO WS-REM-BACK-TOT
           ELSE
              ADD WS-REM-SHORT TO WS-REM-WOFF-TOT
           END-IF

           IF WS-REM-PAID(WS-REM-HIT) IS EQUAL TO 0
              IF WS-REM-CHOICE IS EQUAL TO 'O'
                 MOVE 0   TO EXP-CLAIM-NO IN FS-RECORD
                 MOVE 'O' TO EXP-CLAIM-STATUS IN FS-RECORD
                 MOVE "REJECTED - BACK TO CLAIM" TO WS-REM-OUTCOME
              ELSE
                 MOVE 0      TO EXP-CLAIM-NO IN FS-RECORD
                 MOVE SPACES TO EXP-CLAIM-STATUS IN FS-RECORD
                 MOVE SPACES TO EXP-REIMB-FLAG IN FS-RECORD
                 MOVE 'P'    TO EXP-SHARE-FLAG IN FS-RECORD
                 MOVE "REJECTED - WRITTEN OFF" TO WS-REM-OUTCOME
              END-IF
              PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
              ADD 1 TO WS-REM-REJECT
              PERFORM C345-REPORT-LINE THRU C345-EXIT
              GO TO C330-EXIT
           END-IF

           MOVE WS-REM-PAID(WS-REM-HIT) TO EXP-AMOUNT IN FS-RECORD
           MOVE 0 TO EXP-SPLIT-COUNT IN FS-RECORD
           MOVE 0 TO WS-REM-IDX
           PERFORM UNTIL WS-REM-IDX IS EQUAL TO 4
               ADD 1 TO WS-REM-IDX
               MOVE SPACES TO EXP-SPLIT-CATEGORY IN FS-RECORD
                              (WS-REM-IDX)
               MOVE 0      TO EXP-SPLIT-AMOUNT IN FS-RECORD
                              (WS-REM-IDX)
           END-PERFORM
           MOVE 'P' TO EXP-CLAIM-STATUS IN FS-RECORD
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM C340-WRITE-SHORTFALL THRU C340-EXIT
           ADD 1 TO WS-REM-PART
           IF WS-REM-CHOICE IS EQUAL TO 'O'
              MOVE "SHORT - REST BACK TO CLAIM" TO WS-REM-OUTCOME
           ELSE
              MOVE "SHORT - REST WRITTEN OFF" TO WS-REM-OUTCOME
           END-IF
           PERFORM C345-REPORT-LINE THRU C345-EXIT
           .
       C330-EXIT.
           EXIT.

       C335-ASK-DECISION.
      **
      * Shows a short-paid or rejected item with the employer's note
      * and asks what becomes of the shortfall; WS-REM-CHOICE comes
      * back 'O' or 'W'.
      **
           MOVE WS-REM-SHORT TO WS-TOTAL-EDIT
           DISPLAY "CLAIM " EXP-CLAIM-NO IN FS-RECORD " ITEM "
                   EXP-SEQ-NO IN FS-RECORD " "
                   EXP-DATE IN FS-RECORD " "
                   EXP-DESCRIPTION IN FS-RECORD
           DISPLAY "  CLAIMED " WS-REPORT-AMOUNT "  PAID " WS-PAID-EDIT
                   "  SHORT " WS-TOTAL-EDIT
           IF WS-REM-REASON(WS-REM-HIT) IS NOT EQUAL TO SPACES
              DISPLAY "  EMPLOYER NOTE: " WS-REM-REASON(WS-REM-HIT)
           END-IF
           MOVE SPACE TO WS-REM-CHOICE
           PERFORM UNTIL WS-REM-CHOICE IS EQUAL TO 'O' OR
                         WS-REM-CHOICE IS EQUAL TO 'W'
               DISPLAY "O TO PUT THE SHORTFALL BACK TO OUTSTANDING, "
                       "W TO WRITE IT OFF AS PERSONAL SPENDING"
               ACCEPT WS-REM-CHOICE
               IF WS-REM-CHOICE IS EQUAL TO 'o'
                  MOVE 'O' TO WS-REM-CHOICE
               END-IF
               IF WS-REM-CHOICE IS EQUAL TO 'w'
                  MOVE 'W' TO WS-REM-CHOICE
               END-IF
           END-PERFORM
           .
       C335-EXIT.
           EXIT.

       C340-WRITE-SHORTFALL.
      **
      * Writes the unpaid part of a short-paid item as an item of
      * its own, straight to expenses.tmp: the original as it stood
      * before settlement, for the shortfall, under a new sequence
      * number and key on the same date, with no splits and no
      * mileage.  Back to outstanding it is reimbursable and ready
      * for the next claim; written off it is personal spending.
      * The month's spending is unchanged - the paid part and the
      * shortfall add back to the original amount.
      **
           MOVE WS-JRN-BEFORE TO TMP-RECORD
           MOVE WS-REM-SHORT  TO EXP-AMOUNT IN TMP-RECORD
           MOVE 0 TO EXP-SPLIT-COUNT IN TMP-RECORD
           MOVE 0 TO WS-REM-IDX
           PERFORM UNTIL WS-REM-IDX IS EQUAL TO 4
               ADD 1 TO WS-REM-IDX
               MOVE SPACES TO EXP-SPLIT-CATEGORY IN TMP-RECORD
                              (WS-REM-IDX)
               MOVE 0      TO EXP-SPLIT-AMOUNT IN TMP-RECORD
                              (WS-REM-IDX)
           END-PERFORM
           MOVE 0 TO EXP-MILEAGE-KM IN TMP-RECORD
           MOVE 0 TO EXP-MILEAGE-RATE IN TMP-RECORD
           MOVE 0 TO EXP-CLAIM-NO IN TMP-RECORD
           IF WS-REM-CHOICE IS EQUAL TO 'O'
              MOVE 'O' TO EXP-CLAIM-STATUS IN TMP-RECORD
           ELSE
              MOVE SPACES TO EXP-CLAIM-STATUS IN TMP-RECORD
              MOVE SPACES TO EXP-REIMB-FLAG IN TMP-RECORD
              MOVE 'P'    TO EXP-SHARE-FLAG IN TMP-RECORD
           END-IF
           PERFORM A020-NEXT-SEQUENCE THRU A020-EXIT
           MOVE WS-NEXT-SEQ TO EXP-SEQ-NO IN TMP-RECORD
           MOVE SPACES      TO EXP-KEY IN TMP-RECORD(9:2)
           MOVE WS-NEXT-SEQ TO EXP-KEY IN TMP-RECORD(11:6)
           WRITE TMP-RECORD
           PERFORM J020-JOURNAL-ADD THRU J020-EXIT
           .
       C340-EXIT.
           EXIT.

       C345-REPORT-LINE.
      **
      * One line of remittance.rpt for the item just settled, with
      * the employer's note beneath it when there is one.
      **
           MOVE WS-REM-PAID(WS-REM-HIT) TO WS-PAID-EDIT
           MOVE SPACES TO REMRPT-RECORD
           STRING WS-REM-CLAIM(WS-REM-HIT)  DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  EXP-SEQ-NO IN FS-RECORD   DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  EXP-DATE IN FS-RECORD     DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-REPORT-AMOUNT          DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-PAID-EDIT              DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-REM-OUTCOME            DELIMITED BY SIZE
             INTO REMRPT-RECORD
           WRITE REMRPT-RECORD
           IF WS-REM-REASON(WS-REM-HIT) IS NOT EQUAL TO SPACES
              MOVE SPACES TO REMRPT-RECORD
              STRING "           EMPLOYER NOTE: " DELIMITED BY SIZE
                     WS-REM-REASON(WS-REM-HIT)    DELIMITED BY SIZE
                INTO REMRPT-RECORD
              WRITE REMRPT-RECORD
           END-IF
           .
       C345-EXIT.
           EXIT.

       C350-REPORT-UNMATCHED.
      **
      * Reports a remittance line that settled nothing: no claimed
      * item carries that claim number and reference, or the item
      * was already settled by an earlier remittance.
      **
           ADD 1 TO WS-REM-UNMATCHED
           MOVE WS-REM-CLAIMED(WS-REM-IDX) TO WS-REPORT-AMOUNT
           MOVE WS-REM-PAID(WS-REM-IDX)    TO WS-PAID-EDIT
           MOVE SPACES TO REMRPT-RECORD
           STRING WS-REM-CLAIM(WS-REM-IDX) DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  WS-REM-REF(WS-REM-IDX)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-REM-DATE(WS-REM-IDX)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-REPORT-AMOUNT         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-PAID-EDIT             DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  "NOT MATCHED OR SETTLED"  DELIMITED BY SIZE
             INTO REMRPT-RECORD
           WRITE REMRPT-RECORD
           .
       C350-EXIT.
           EXIT.

       C360-SPOOL-REMITTANCE.
           MOVE "remittance.rpt" TO WS-SPOOL-REPORT
           MOVE "CLAIM-EXPENSES" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "ADVICE FROM remittance.dat, " DELIMITED BY SIZE
                  WS-REM-COUNT   DELIMITED BY SIZE
                  " LINE(S)"     DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           .
       C360-EXIT.
           EXIT.

       J020-JOURNAL-ADD.
      **
      * ADD entry for the shortfall item C340 has just written to
      * expenses.tmp - no before image, the new record after - so a
      * rebuild from the journal recreates it.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              MOVE "CLAIMS" TO WS-JRN-PERSON
           ELSE
              MOVE WS-SIGNON-USER TO WS-JRN-PERSON
           END-IF
           MOVE WS-JRN-DATE      TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6) TO JRN-TIMESTAMP(9:6)
           MOVE WS-JRN-PERSON    TO JRN-PERSON
           MOVE "CLAIM-EXPENSES" TO JRN-PROGRAM
           MOVE "ADD"            TO JRN-ACTION
           MOVE EXP-KEY IN TMP-RECORD TO JRN-KEY
           MOVE SPACES           TO JRN-BEFORE
           MOVE TMP-RECORD       TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J020-EXIT.
           EXIT.

       A020-NEXT-SEQUENCE.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS IS EQUAL TO "00"
              READ CTL-FILE
              MOVE CTL-NEXT-SEQ TO WS-NEXT-SEQ
              CLOSE CTL-FILE
           ELSE
              MOVE 1 TO WS-NEXT-SEQ
           END-IF
           OPEN OUTPUT CTL-FILE
           COMPUTE CTL-NEXT-SEQ = WS-NEXT-SEQ + 1
           WRITE CTL-RECORD
           CLOSE CTL-FILE
           .
       A020-EXIT.
           EXIT.

       C400-AGING-REPORT.
      **
      * Claim aging report (claim-aging.rpt): every claim with items
      * still with the employer, its outstanding total, and the days
      * since it was raised, bucketed 0-30, 31-60, 61-90 and over 90
      * days.  The raised date comes from the claims register; a
      * claim raised before the register was kept is aged from its
      * earliest item date instead and marked with an asterisk.
      **
           MOVE 0 TO WS-AGE-COUNT
           MOVE 'N' TO WS-AGE-FULL
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO RECORDS ON FILE"
              GO TO C400-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-REIMB-FLAG IN FS-RECORD IS EQUAL TO 'R' AND
                     EXP-CLAIM-STATUS IN FS-RECORD IS EQUAL TO 'C'
                     PERFORM C410-NOTE-AGING THRU C410-EXIT
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           IF WS-AGE-COUNT IS EQUAL TO 0
              DISPLAY "NO CLAIMS ARE WAITING ON THE EMPLOYER"
              GO TO C400-EXIT
           END-IF

           OPEN INPUT CLR-FILE
           IF WS-CLR-STATUS IS EQUAL TO "00"
              MOVE 'N' TO WS-END-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ CLR-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE 0 TO WS-AGE-IDX
                     PERFORM UNTIL WS-AGE-IDX IS EQUAL TO WS-AGE-COUNT
                         ADD 1 TO WS-AGE-IDX
                         IF WS-AGE-NO(WS-AGE-IDX) IS EQUAL TO CLR-NO
                            MOVE CLR-RAISED TO WS-AGE-RAISED(WS-AGE-IDX)
                            MOVE 'Y' TO WS-AGE-ON-REG(WS-AGE-IDX)
                         END-IF
                     END-PERFORM
              END-PERFORM
              CLOSE CLR-FILE
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:4) TO WS-DN-YYYY
           MOVE WS-TODAY(5:2) TO WS-DN-MM
           MOVE WS-TODAY(7:2) TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(7:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-TODAY(5:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-TODAY(1:4) DELIMITED BY SIZE
             INTO WS-TODAY-DATE
           MOVE 0 TO WS-AGE-BUCKET(1)
           MOVE 0 TO WS-AGE-BUCKET(2)
           MOVE 0 TO WS-AGE-BUCKET(3)
           MOVE 0 TO WS-AGE-BUCKET(4)
           MOVE 0 TO WS-AGE-GRAND
           MOVE 'N' TO WS-AGE-ESTIMATED

           OPEN OUTPUT AGE-FILE
           MOVE SPACES TO AGE-RECORD
           STRING "CLAIM AGING AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE        DELIMITED BY SIZE
             INTO AGE-RECORD
           WRITE AGE-RECORD
           MOVE "CLAIM RAISED      ITEMS   OUTSTANDING   DAYS  BUCKET"
             TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE ALL "-" TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE 0 TO WS-AGE-IDX
           PERFORM UNTIL WS-AGE-IDX IS EQUAL TO WS-AGE-COUNT
               ADD 1 TO WS-AGE-IDX
               PERFORM C420-AGE-ONE THRU C420-EXIT
           END-PERFORM
           MOVE ALL "-" TO AGE-RECORD
           WRITE AGE-RECORD
           MOVE WS-AGE-BUCKET(1) TO WS-TOTAL-EDIT
           MOVE SPACES TO AGE-RECORD
           STRING "0-30 DAYS      " DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
             INTO AGE-RECORD
           WRITE AGE-RECORD
           MOVE WS-AGE-BUCKET(2) TO WS-TOTAL-EDIT
           MOVE SPACES TO AGE-RECORD
           STRING "31-60 DAYS     " DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
             INTO AGE-RECORD
           WRITE AGE-RECORD
           MOVE WS-AGE-BUCKET(3) TO WS-TOTAL-EDIT
           MOVE SPACES TO AGE-RECORD
           STRING "61-90 DAYS     " DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
             INTO AGE-RECORD
           WRITE AGE-RECORD
           MOVE WS-AGE-BUCKET(4) TO WS-TOTAL-EDIT
           MOVE SPACES TO AGE-RECORD
           STRING "OVER 90 DAYS   " DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
             INTO AGE-RECORD
           WRITE AGE-RECORD
           MOVE WS-AGE-GRAND TO WS-TOTAL-EDIT
           MOVE SPACES TO AGE-RECORD
           STRING "TOTAL WAITING  " DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
             INTO AGE-RECORD
           WRITE AGE-RECORD
           IF WS-AGE-ESTIMATED IS EQUAL TO 'Y'
              MOVE SPACES TO AGE-RECORD
              STRING "* RAISED BEFORE THE CLAIMS REGISTER - "
                                            DELIMITED BY SIZE
                     "AGED FROM THE EARLIEST ITEM DATE"
                                            DELIMITED BY SIZE
                INTO AGE-RECORD
              WRITE AGE-RECORD
           END-IF
           IF WS-AGE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO AGE-RECORD
              WRITE AGE-RECORD
              MOVE "MORE THAN 100 CLAIMS WAITING - THE REST ARE NOT "
                TO AGE-RECORD
              MOVE "AGED OR TOTALLED" TO AGE-RECORD(49:16)
              WRITE AGE-RECORD
           END-IF
           CLOSE AGE-FILE
           MOVE "claim-aging.rpt" TO WS-SPOOL-REPORT
           MOVE "CLAIM-EXPENSES"  TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "OPEN CLAIMS AGED AT " DELIMITED BY SIZE
                  WS-TODAY-DATE  DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           MOVE WS-AGE-COUNT TO WS-CNT-EDIT
           MOVE WS-AGE-GRAND TO WS-TOTAL-EDIT
           DISPLAY WS-CNT-EDIT " CLAIM(S) WAITING ON THE EMPLOYER, "
                   "TOTAL " WS-TOTAL-EDIT
           MOVE WS-AGE-BUCKET(4) TO WS-TOTAL-EDIT
           DISPLAY "OVER 90 DAYS: " WS-TOTAL-EDIT
           DISPLAY "AGING WRITTEN TO claim-aging.rpt"
           IF WS-AGE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE claim-aging.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       C400-EXIT.
           EXIT.

       C410-NOTE-AGING.
      **
      * Adds one claimed item in FS-RECORD to its claim's line in
      * WS-AGE-TABLE, keeping the earliest item date.
      **
           MOVE EXP-DATE IN FS-RECORD TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           MOVE 'N' TO WS-AGE-FOUND
           MOVE 0 TO WS-AGE-IDX
           PERFORM UNTIL WS-AGE-IDX IS EQUAL TO WS-AGE-COUNT
                      OR WS-AGE-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-AGE-IDX
               IF WS-AGE-NO(WS-AGE-IDX) IS EQUAL TO
                  EXP-CLAIM-NO IN FS-RECORD
                  MOVE 'Y' TO WS-AGE-FOUND
               END-IF
           END-PERFORM
           IF WS-AGE-FOUND IS EQUAL TO 'N'
              IF WS-AGE-COUNT IS EQUAL TO 100
                 MOVE 'Y' TO WS-AGE-FULL
                 GO TO C410-EXIT
              END-IF
              ADD 1 TO WS-AGE-COUNT
              MOVE WS-AGE-COUNT TO WS-AGE-IDX
              MOVE EXP-CLAIM-NO IN FS-RECORD TO WS-AGE-NO(WS-AGE-IDX)
              MOVE 0        TO WS-AGE-ITEMS(WS-AGE-IDX)
              MOVE 0        TO WS-AGE-TOTAL(WS-AGE-IDX)
              MOVE 99999999 TO WS-AGE-FIRST-CMP(WS-AGE-IDX)
              MOVE SPACES   TO WS-AGE-RAISED(WS-AGE-IDX)
              MOVE 'N'      TO WS-AGE-ON-REG(WS-AGE-IDX)
           END-IF
           ADD 1 TO WS-AGE-ITEMS(WS-AGE-IDX)
           ADD EXP-AMOUNT IN FS-RECORD TO WS-AGE-TOTAL(WS-AGE-IDX)
           IF WS-CDATE-OK IS EQUAL TO 'Y' AND
              WS-CCMP < WS-AGE-FIRST-CMP(WS-AGE-IDX)
              MOVE WS-CCMP TO WS-AGE-FIRST-CMP(WS-AGE-IDX)
           END-IF
           .
       C410-EXIT.
           EXIT.

       C420-AGE-ONE.
      **
      * Ages claim WS-AGE-IDX and writes its line.  A claim off the
      * register with no readable item date cannot be aged and is
      * put in the over-90 bucket.
      **
           MOVE SPACE TO WS-AGE-MARK
           IF WS-AGE-ON-REG(WS-AGE-IDX) IS EQUAL TO 'N'
              MOVE '*' TO WS-AGE-MARK
              MOVE 'Y' TO WS-AGE-ESTIMATED
              IF WS-AGE-FIRST-CMP(WS-AGE-IDX) IS EQUAL TO 99999999
                 MOVE SPACES TO WS-AGE-RAISED(WS-AGE-IDX)
              ELSE
                 MOVE WS-AGE-FIRST-CMP(WS-AGE-IDX) TO WS-CCMP
                 MOVE SPACES TO WS-AGE-RAISED(WS-AGE-IDX)
                 STRING WS-CCMP(7:2) DELIMITED BY SIZE
                        "/"          DELIMITED BY SIZE
                        WS-CCMP(5:2) DELIMITED BY SIZE
                        "/"          DELIMITED BY SIZE
                        WS-CCMP(1:4) DELIMITED BY SIZE
                   INTO WS-AGE-RAISED(WS-AGE-IDX)
              END-IF
           END-IF
           MOVE WS-AGE-RAISED(WS-AGE-IDX) TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           IF WS-CDATE-OK IS EQUAL TO 'Y'
              MOVE WS-CYYYY TO WS-DN-YYYY
              MOVE WS-CMM   TO WS-DN-MM
              MOVE WS-CDD   TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS
              IF WS-AGE-DAYS < 0
                 MOVE 0 TO WS-AGE-DAYS
              END-IF
           ELSE
              MOVE 99999 TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 1 TO WS-AGE-B
               WHEN WS-AGE-DAYS NOT > 60
                   MOVE 2 TO WS-AGE-B
               WHEN WS-AGE-DAYS NOT > 90
                   MOVE 3 TO WS-AGE-B
               WHEN OTHER
                   MOVE 4 TO WS-AGE-B
           END-EVALUATE
           ADD WS-AGE-TOTAL(WS-AGE-IDX) TO WS-AGE-BUCKET(WS-AGE-B)
           ADD WS-AGE-TOTAL(WS-AGE-IDX) TO WS-AGE-GRAND
           MOVE WS-AGE-ITEMS(WS-AGE-IDX) TO WS-CNT-EDIT
           MOVE WS-AGE-TOTAL(WS-AGE-IDX) TO WS-TOTAL-EDIT
           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-EDIT
           MOVE SPACES TO AGE-RECORD
           STRING WS-AGE-NO(WS-AGE-IDX)     DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-AGE-RAISED(WS-AGE-IDX) DELIMITED BY SIZE
                  WS-AGE-MARK               DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-CNT-EDIT               DELIMITED BY SIZE
                  WS-TOTAL-EDIT             DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-AGE-DAYS-EDIT          DELIMITED BY SIZE
             INTO AGE-RECORD
           EVALUATE WS-AGE-B
               WHEN 1
                   MOVE "0-30" TO AGE-RECORD(47:7)
               WHEN 2
                   MOVE "31-60" TO AGE-RECORD(47:7)
               WHEN 3
                   MOVE "61-90" TO AGE-RECORD(47:7)
               WHEN OTHER
                   MOVE "OVER 90" TO AGE-RECORD(47:7)
           END-EVALUATE
           WRITE AGE-RECORD
           .
       C420-EXIT.
           EXIT.

       D100-DAY-NUMBER.
      **
      * Turns the date in WS-DN-YYYY/MM/DD into a running day
      * number in WS-DN-DAYS, so two dates can be subtracted to
      * give the days between them.  The year is counted from
      * March so the leap day falls at the end; every division is
      * a whole-number one.
      **
           IF WS-DN-MM < 3
              MOVE 1 TO WS-DN-A
           ELSE
              MOVE 0 TO WS-DN-A
           END-IF
           COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A
           COMPUTE WS-DN-M = WS-DN-MM + (12 * WS-DN-A) - 3
           COMPUTE WS-DN-P1 = (153 * WS-DN-M + 2) / 5
           DIVIDE 4 INTO WS-DN-Y GIVING WS-DN-P2
           DIVIDE 100 INTO WS-DN-Y GIVING WS-DN-P3
           DIVIDE 400 INTO WS-DN-Y GIVING WS-DN-P4
           COMPUTE WS-DN-DAYS = WS-DN-DD + WS-DN-P1
                              + (365 * WS-DN-Y) + WS-DN-P2
                              - WS-DN-P3 + WS-DN-P4 - 32045
           .
       D100-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM CLAIM-EXPENSES.
