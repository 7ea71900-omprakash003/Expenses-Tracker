      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DETECT-RECURRING.
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
           SELECT ARC-FILE  ASSIGN TO WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARC-STATUS.
           SELECT RECUR-FILE  ASSIGN TO "recurring.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECUR-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "repeat-charges.rpt"
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
       FD RECUR-FILE.
       01 RECUR-RECORD.
          05 RECUR-DAY                 PIC 9(2).
          05 RECUR-AMOUNT              PIC 9(6)V99.
          05 RECUR-DESCRIPTION         PIC X(30).
          05 RECUR-CATEGORY            PIC X(15).
          05 RECUR-PERSON              PIC X(10).
          05 RECUR-PAYMENT-METHOD      PIC X(15).
          05 RECUR-SHARE-FLAG          PIC X(1).
          05 RECUR-FREQ                PIC X(1).
          05 RECUR-MONTH               PIC X(2).
          05 RECUR-STATUS              PIC X(1).
          05 RECUR-END-DATE            PIC X(10).
          05 RECUR-VARIABLE            PIC X(1).
       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-RECUR-STATUS          PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-YEARS-IN              PIC X(1).
       01 WS-YEARS                 PIC 9(1).
       01 WS-START-YEAR            PIC 9(4).
       01 WS-THIS-YEAR             PIC 9(4).
       01 WS-REC-YYYY              PIC 9(4).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
       01 WS-TODAY-DISP            PIC X(10).
       01 WS-TODAY-DAYS            PIC 9(8).
       01 WS-REC-DAYS              PIC 9(8).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
      * Every charge in the history window, pointing at the payee or
      * description group it belongs to.
       01 WS-OCC-COUNT             PIC 9(4) VALUE 0.
       01 WS-OCC-TABLE.
          05 WS-OCC-ENTRY OCCURS 5000 TIMES.
             10 WS-OCC-GROUP       PIC 9(3).
             10 WS-OCC-DAYS        PIC 9(8).
             10 WS-OCC-AMOUNT      PIC 9(6)V99.
       01 WS-OCC-IDX               PIC 9(4).
      * One group per payee code (or per description where no payee
      * was keyed) and currency, holding the latest charge's details
      * for the report and for promotion to recurring.dat.
       01 WS-GRP-COUNT             PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY OCCURS 500 TIMES.
             10 WS-GRP-BY          PIC X(1).
             10 WS-GRP-KEY         PIC X(30).
             10 WS-GRP-CURRENCY    PIC X(3).
             10 WS-GRP-COUNT-OCC   PIC 9(4).
             10 WS-GRP-LAST-DAYS   PIC 9(8).
             10 WS-GRP-LAST-DATE   PIC X(10).
             10 WS-GRP-LAST-AMOUNT PIC 9(6)V99.
             10 WS-GRP-DESC        PIC X(30).
             10 WS-GRP-CATEGORY    PIC X(15).
             10 WS-GRP-PERSON      PIC X(10).
             10 WS-GRP-PAYMETH     PIC X(15).
             10 WS-GRP-SHARE       PIC X(1).
             10 WS-GRP-KNOWN       PIC X(1).
             10 WS-GRP-FREQ        PIC X(1).
             10 WS-GRP-ANNUAL      PIC 9(8)V99.
             10 WS-GRP-PROMOTED    PIC X(1).
       01 WS-GRP-IDX               PIC 9(3).
       01 WS-GRP-HIT               PIC 9(3).
       01 WS-GRP-BY-IN             PIC X(1).
       01 WS-GRP-KEY-IN            PIC X(30).
      * The commitments already on recurring.dat, with the latest
      * charge seen under each one's description.
       01 WS-RCT-COUNT             PIC 9(3) VALUE 0.
       01 WS-RCT-TABLE.
          05 WS-RCT-ENTRY OCCURS 200 TIMES.
             10 WS-RCT-DESC        PIC X(30).
             10 WS-RCT-AMOUNT      PIC 9(6)V99.
             10 WS-RCT-FREQ        PIC X(1).
             10 WS-RCT-STATUS      PIC X(1).
             10 WS-RCT-END-DATE    PIC X(10).
             10 WS-RCT-VARIABLE    PIC X(1).
             10 WS-RCT-SEEN        PIC 9(4).
             10 WS-RCT-LAST-DAYS   PIC 9(8).
             10 WS-RCT-LAST-DATE   PIC X(10).
             10 WS-RCT-LAST-AMOUNT PIC 9(6)V99.
       01 WS-RCT-IDX               PIC 9(3).
       01 WS-RCT-HIT               PIC 9(3).
      * The charges of one group in date order while it is examined.
       01 WS-WRK-COUNT             PIC 9(4).
       01 WS-WRK-TABLE.
          05 WS-WRK-ENTRY OCCURS 500 TIMES.
             10 WS-WRK-DAYS        PIC 9(8).
             10 WS-WRK-AMOUNT      PIC 9(6)V99.
       01 WS-WRK-IDX               PIC 9(4).
       01 WS-WRK-IDX2              PIC 9(4).
       01 WS-SWAP-DAYS             PIC 9(8).
       01 WS-SWAP-AMOUNT           PIC 9(6)V99.
       01 WS-SORTED                PIC X(1).
       01 WS-GAP                   PIC 9(8).
       01 WS-GAPS                  PIC 9(4).
       01 WS-GAP-W                 PIC 9(4).
       01 WS-GAP-M                 PIC 9(4).
       01 WS-GAP-Q                 PIC 9(4).
       01 WS-GAP-A                 PIC 9(4).
       01 WS-BEST-GAPS             PIC 9(4).
       01 WS-FREQ                  PIC X(1).
       01 WS-MIN-COUNT             PIC 9(1).
       01 WS-PER-YEAR              PIC 9(2).
       01 WS-STALE-DAYS            PIC 9(3).
       01 WS-MIN-AMOUNT            PIC 9(6)V99.
       01 WS-MAX-AMOUNT            PIC 9(6)V99.
      * Candidates listed for promotion, by report line number.
       01 WS-CND-COUNT             PIC 9(3) VALUE 0.
       01 WS-CND-TABLE.
          05 WS-CND-GROUP OCCURS 500 TIMES PIC 9(3).
       01 WS-CND-IDX               PIC 9(3).
       01 WS-SEL                   PIC 9(3).
       01 WS-FLAG-COUNT            PIC 9(3) VALUE 0.
       01 WS-HOME-ANNUAL           PIC 9(9)V99 VALUE 0.
       01 WS-FOREIGN-COUNT         PIC 9(3) VALUE 0.
       01 WS-FREQ-NAME             PIC X(9).
       01 WS-NOTE                  PIC X(40).
       01 WS-END-CMP-X.
          05 WS-END-YYYY           PIC X(4).
          05 WS-END-MM             PIC X(2).
          05 WS-END-DD             PIC X(2).
       01 WS-END-CMP REDEFINES WS-END-CMP-X PIC 9(8).
       01 WS-AMT-EDIT              PIC Z(5)9.99.
       01 WS-AMT-EDIT2             PIC Z(5)9.99.
       01 WS-ANNUAL-EDIT           PIC Z(6)9.99.
       01 WS-TOTAL-EDIT            PIC Z(8)9.99.
       01 WS-LINE-EDIT             PIC ZZ9.
       01 WS-DAY-CALC              PIC 9(2).
       01 WS-DAY-WEEKS             PIC 9(2).
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
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Looks through the
      * spending history - the archive files expenses-YYYY.dat for
      * the years asked for and the live expenses.dat - for charges
      * that come back at a regular interval from the same payee
      * (or, with no payee code, under the same description) for a
      * similar amount: the streaming services, app subscriptions
      * and memberships nobody ever put on recurring.dat, so
      * FORECAST-REPORT never projected them.  Those are listed with
      * their frequency and what they cost a year.  The commitments
      * already on recurring.dat are checked the other way: a
      * charge under the commitment's description that has crept up
      * past the amount on file, or that has stopped appearing, is
      * flagged.  Written to repeat-charges.rpt; the candidates are
      * then shown numbered and any of them can be put on
      * recurring.dat by entering its number.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE WS-SYS-YYYY TO WS-DN-YYYY
           MOVE WS-SYS-MM   TO WS-DN-MM
           MOVE WS-SYS-DD   TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS
           MOVE SPACES TO WS-TODAY-DISP
           STRING WS-SYS-DD   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-SYS-MM   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-SYS-YYYY DELIMITED BY SIZE
             INTO WS-TODAY-DISP
           DISPLAY "YEARS OF HISTORY TO EXAMINE, THIS YEAR INCLUDED "
                   "(1-9, BLANK FOR 2)"
           ACCEPT WS-YEARS-IN
           IF WS-YEARS-IN IS NUMERIC AND WS-YEARS-IN > "0"
              MOVE WS-YEARS-IN TO WS-YEARS
           ELSE
              MOVE 2 TO WS-YEARS
           END-IF
           COMPUTE WS-START-YEAR = WS-SYS-YYYY - WS-YEARS + 1

           MOVE 'N' TO WS-OVERFLOW
           PERFORM R010-LOAD-RECURRING THRU R010-EXIT
           MOVE WS-START-YEAR TO WS-THIS-YEAR
           PERFORM X010-READ-ARCHIVE THRU X010-EXIT
               UNTIL WS-THIS-YEAR > WS-SYS-YYYY
           PERFORM X020-READ-LIVE THRU X020-EXIT
           IF WS-OCC-COUNT IS EQUAL TO 0
              DISPLAY "NO SPENDING ON FILE FOR THOSE YEARS"
              GO TO MAIN-EXIT
           END-IF

           MOVE 0 TO WS-GRP-IDX
           PERFORM UNTIL WS-GRP-IDX IS EQUAL TO WS-GRP-COUNT
               ADD 1 TO WS-GRP-IDX
               PERFORM A100-EXAMINE-GROUP THRU A100-EXIT
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM R200-PRINT-CANDIDATES THRU R200-EXIT
           PERFORM R300-PRINT-COMMITMENTS THRU R300-EXIT
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "OVER 200 COMMITMENTS, 500 PAYEES OR 5000 CHARGES "
                TO REPORT-RECORD
              MOVE "- SOME HISTORY NOT EXAMINED" TO REPORT-RECORD(50:27)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "repeat-charges.rpt" TO WS-SPOOL-REPORT
           MOVE "DETECT-RECURRING"   TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "HISTORY "     DELIMITED BY SIZE
                  WS-START-YEAR  DELIMITED BY SIZE
                  " TO "         DELIMITED BY SIZE
                  WS-TODAY-DISP  DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"

           DISPLAY WS-CND-COUNT " REPEAT CHARGES NOT ON recurring.dat, "
                   WS-FLAG-COUNT " COMMITMENTS FLAGGED"
           DISPLAY "ANALYSIS WRITTEN TO repeat-charges.rpt"
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE repeat-charges.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CND-COUNT > 0
              PERFORM P100-OFFER-PROMOTION THRU P100-EXIT
           END-IF.
       MAIN-EXIT.
           GOBACK.

       R010-LOAD-RECURRING.
      **
      * Loads the commitments on recurring.dat into WS-RCT-TABLE.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RECUR-FILE
           IF WS-RECUR-STATUS IS NOT EQUAL TO "00"
              GO TO R010-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RECUR-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF WS-RCT-COUNT < 200
                     ADD 1 TO WS-RCT-COUNT
                     MOVE RECUR-DESCRIPTION
                       TO WS-RCT-DESC(WS-RCT-COUNT)
                     MOVE RECUR-AMOUNT TO WS-RCT-AMOUNT(WS-RCT-COUNT)
                     MOVE RECUR-FREQ   TO WS-RCT-FREQ(WS-RCT-COUNT)
                     MOVE RECUR-STATUS TO WS-RCT-STATUS(WS-RCT-COUNT)
                     MOVE RECUR-END-DATE
                       TO WS-RCT-END-DATE(WS-RCT-COUNT)
                     MOVE RECUR-VARIABLE
                       TO WS-RCT-VARIABLE(WS-RCT-COUNT)
                     MOVE 0 TO WS-RCT-SEEN(WS-RCT-COUNT)
                     MOVE 0 TO WS-RCT-LAST-DAYS(WS-RCT-COUNT)
                     MOVE SPACES TO WS-RCT-LAST-DATE(WS-RCT-COUNT)
                     MOVE 0 TO WS-RCT-LAST-AMOUNT(WS-RCT-COUNT)
                  ELSE
                     MOVE 'Y' TO WS-OVERFLOW
                  END-IF
           END-PERFORM
           CLOSE RECUR-FILE
           .
       R010-EXIT.
           EXIT.

       X010-READ-ARCHIVE.
           STRING "expenses-"    DELIMITED BY SIZE
                  WS-THIS-YEAR   DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS NOT EQUAL TO "00"
              ADD 1 TO WS-THIS-YEAR
              GO TO X010-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ARC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE ARC-RECORD TO FS-RECORD
                  PERFORM X030-TAKE-RECORD THRU X030-EXIT
           END-PERFORM
           CLOSE ARC-FILE
           ADD 1 TO WS-THIS-YEAR
           .
       X010-EXIT.
           EXIT.

       X020-READ-LIVE.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO X020-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  PERFORM X030-TAKE-RECORD THRU X030-EXIT
           END-PERFORM
           CLOSE EXP-FILE
           .
       X020-EXIT.
           EXIT.

       X030-TAKE-RECORD.
      **
      * Takes one spending record from the history window: notes it
      * against the recurring.dat commitment with the same
      * description, if any, and adds it to its payee/description
      * group and to the list of charges.
      **
           IF EXP-TYPE IN FS-RECORD IS EQUAL TO 'I'
              GO TO X030-EXIT
           END-IF
           IF EXP-DATE IN FS-RECORD (1:2) IS NOT NUMERIC OR
              EXP-DATE IN FS-RECORD (4:2) IS NOT NUMERIC OR
              EXP-DATE IN FS-RECORD (7:4) IS NOT NUMERIC
              GO TO X030-EXIT
           END-IF
           MOVE EXP-DATE IN FS-RECORD (7:4) TO WS-REC-YYYY
           IF WS-REC-YYYY < WS-START-YEAR
              GO TO X030-EXIT
           END-IF
           MOVE WS-REC-YYYY TO WS-DN-YYYY
           MOVE EXP-DATE IN FS-RECORD (4:2) TO WS-DN-MM
           MOVE EXP-DATE IN FS-RECORD (1:2) TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-REC-DAYS

           MOVE 0 TO WS-RCT-HIT
           MOVE 0 TO WS-RCT-IDX
           PERFORM UNTIL WS-RCT-IDX IS EQUAL TO WS-RCT-COUNT OR
                         WS-RCT-HIT > 0
               ADD 1 TO WS-RCT-IDX
               IF WS-RCT-DESC(WS-RCT-IDX) IS NOT EQUAL TO SPACES AND
                  WS-RCT-DESC(WS-RCT-IDX) IS EQUAL TO
                  EXP-DESCRIPTION IN FS-RECORD
                  MOVE WS-RCT-IDX TO WS-RCT-HIT
               END-IF
           END-PERFORM
           IF WS-RCT-HIT > 0
              ADD 1 TO WS-RCT-SEEN(WS-RCT-HIT)
              IF WS-REC-DAYS >= WS-RCT-LAST-DAYS(WS-RCT-HIT)
                 MOVE WS-REC-DAYS TO WS-RCT-LAST-DAYS(WS-RCT-HIT)
                 MOVE EXP-DATE IN FS-RECORD
                   TO WS-RCT-LAST-DATE(WS-RCT-HIT)
                 MOVE EXP-AMOUNT IN FS-RECORD
                   TO WS-RCT-LAST-AMOUNT(WS-RCT-HIT)
              END-IF
           END-IF

           IF EXP-PAYEE IN FS-RECORD IS NOT EQUAL TO SPACES
              MOVE 'P' TO WS-GRP-BY-IN
              MOVE EXP-PAYEE IN FS-RECORD TO WS-GRP-KEY-IN
           ELSE
              MOVE 'D' TO WS-GRP-BY-IN
              MOVE EXP-DESCRIPTION IN FS-RECORD TO WS-GRP-KEY-IN
           END-IF
           IF WS-GRP-KEY-IN IS EQUAL TO SPACES
              GO TO X030-EXIT
           END-IF
           MOVE 0 TO WS-GRP-HIT
           MOVE 0 TO WS-GRP-IDX
           PERFORM UNTIL WS-GRP-IDX IS EQUAL TO WS-GRP-COUNT OR
                         WS-GRP-HIT > 0
               ADD 1 TO WS-GRP-IDX
               IF WS-GRP-BY(WS-GRP-IDX) IS EQUAL TO WS-GRP-BY-IN AND
                  WS-GRP-KEY(WS-GRP-IDX) IS EQUAL TO WS-GRP-KEY-IN AND
                  WS-GRP-CURRENCY(WS-GRP-IDX) IS EQUAL TO
                  EXP-CURRENCY IN FS-RECORD
                  MOVE WS-GRP-IDX TO WS-GRP-HIT
               END-IF
           END-PERFORM
           IF WS-GRP-HIT IS EQUAL TO 0
              IF WS-GRP-COUNT < 500
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-COUNT TO WS-GRP-HIT
                 MOVE WS-GRP-BY-IN  TO WS-GRP-BY(WS-GRP-HIT)
                 MOVE WS-GRP-KEY-IN TO WS-GRP-KEY(WS-GRP-HIT)
                 MOVE EXP-CURRENCY IN FS-RECORD
                   TO WS-GRP-CURRENCY(WS-GRP-HIT)
                 MOVE 0   TO WS-GRP-COUNT-OCC(WS-GRP-HIT)
                 MOVE 0   TO WS-GRP-LAST-DAYS(WS-GRP-HIT)
                 MOVE 'N' TO WS-GRP-KNOWN(WS-GRP-HIT)
                 MOVE SPACE TO WS-GRP-FREQ(WS-GRP-HIT)
                 MOVE 0   TO WS-GRP-ANNUAL(WS-GRP-HIT)
                 MOVE 'N' TO WS-GRP-PROMOTED(WS-GRP-HIT)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
                 GO TO X030-EXIT
              END-IF
           END-IF
           IF WS-OCC-COUNT < 5000
              ADD 1 TO WS-OCC-COUNT
           ELSE
              MOVE 'Y' TO WS-OVERFLOW
              GO TO X030-EXIT
           END-IF
           MOVE WS-GRP-HIT  TO WS-OCC-GROUP(WS-OCC-COUNT)
           MOVE WS-REC-DAYS TO WS-OCC-DAYS(WS-OCC-COUNT)
           MOVE EXP-AMOUNT IN FS-RECORD TO WS-OCC-AMOUNT(WS-OCC-COUNT)
           ADD 1 TO WS-GRP-COUNT-OCC(WS-GRP-HIT)
           IF WS-RCT-HIT > 0
              MOVE 'Y' TO WS-GRP-KNOWN(WS-GRP-HIT)
           END-IF
           IF WS-REC-DAYS >= WS-GRP-LAST-DAYS(WS-GRP-HIT)
              MOVE WS-REC-DAYS TO WS-GRP-LAST-DAYS(WS-GRP-HIT)
              MOVE EXP-DATE IN FS-RECORD
                TO WS-GRP-LAST-DATE(WS-GRP-HIT)
              MOVE EXP-AMOUNT IN FS-RECORD
                TO WS-GRP-LAST-AMOUNT(WS-GRP-HIT)
              MOVE EXP-DESCRIPTION IN FS-RECORD
                TO WS-GRP-DESC(WS-GRP-HIT)
              MOVE EXP-CATEGORY IN FS-RECORD
                TO WS-GRP-CATEGORY(WS-GRP-HIT)
              MOVE EXP-PERSON IN FS-RECORD
                TO WS-GRP-PERSON(WS-GRP-HIT)
              MOVE EXP-PAYMENT-METHOD IN FS-RECORD
                TO WS-GRP-PAYMETH(WS-GRP-HIT)
              MOVE EXP-SHARE-FLAG IN FS-RECORD
                TO WS-GRP-SHARE(WS-GRP-HIT)
           END-IF
           .
       X030-EXIT.
           EXIT.

       A100-EXAMINE-GROUP.
      **
      * Decides whether the group in WS-GRP-IDX is a repeat charge.
      * Its charges are put in date order and every gap between two
      * of them is classed as weekly (5-9 days), monthly (26-35),
      * quarterly (85-97) or annual (350-380).  It is a repeat
      * charge when at least three gaps in four fall in one class,
      * there are enough charges for that class (four weekly, three
      * monthly or quarterly, two annual), the dearest charge is no
      * more than a quarter above the cheapest, and the last charge
      * is recent enough that it is still running.
      **
           IF WS-GRP-COUNT-OCC(WS-GRP-IDX) < 2
              GO TO A100-EXIT
           END-IF
           MOVE 0 TO WS-WRK-COUNT
           MOVE 0 TO WS-OCC-IDX
           PERFORM UNTIL WS-OCC-IDX IS EQUAL TO WS-OCC-COUNT
               ADD 1 TO WS-OCC-IDX
               IF WS-OCC-GROUP(WS-OCC-IDX) IS EQUAL TO WS-GRP-IDX
                  IF WS-WRK-COUNT < 500
                     ADD 1 TO WS-WRK-COUNT
                     MOVE WS-OCC-DAYS(WS-OCC-IDX)
                       TO WS-WRK-DAYS(WS-WRK-COUNT)
                     MOVE WS-OCC-AMOUNT(WS-OCC-IDX)
                       TO WS-WRK-AMOUNT(WS-WRK-COUNT)
                  ELSE
                     MOVE 'Y' TO WS-OVERFLOW
                  END-IF
               END-IF
           END-PERFORM
           PERFORM A110-SORT-CHARGES THRU A110-EXIT

           MOVE 0 TO WS-GAPS
           MOVE 0 TO WS-GAP-W
           MOVE 0 TO WS-GAP-M
           MOVE 0 TO WS-GAP-Q
           MOVE 0 TO WS-GAP-A
           MOVE WS-WRK-AMOUNT(1) TO WS-MIN-AMOUNT
           MOVE WS-WRK-AMOUNT(1) TO WS-MAX-AMOUNT
           MOVE 1 TO WS-WRK-IDX
           PERFORM UNTIL WS-WRK-IDX IS EQUAL TO WS-WRK-COUNT
               ADD 1 TO WS-WRK-IDX
               COMPUTE WS-GAP = WS-WRK-DAYS(WS-WRK-IDX)
                              - WS-WRK-DAYS(WS-WRK-IDX - 1)
               ADD 1 TO WS-GAPS
               EVALUATE TRUE
                   WHEN WS-GAP >= 5 AND WS-GAP <= 9
                       ADD 1 TO WS-GAP-W
                   WHEN WS-GAP >= 26 AND WS-GAP <= 35
                       ADD 1 TO WS-GAP-M
                   WHEN WS-GAP >= 85 AND WS-GAP <= 97
                       ADD 1 TO WS-GAP-Q
                   WHEN WS-GAP >= 350 AND WS-GAP <= 380
                       ADD 1 TO WS-GAP-A
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-WRK-AMOUNT(WS-WRK-IDX) < WS-MIN-AMOUNT
                  MOVE WS-WRK-AMOUNT(WS-WRK-IDX) TO WS-MIN-AMOUNT
               END-IF
               IF WS-WRK-AMOUNT(WS-WRK-IDX) > WS-MAX-AMOUNT
                  MOVE WS-WRK-AMOUNT(WS-WRK-IDX) TO WS-MAX-AMOUNT
               END-IF
           END-PERFORM

           MOVE 'M' TO WS-FREQ
           MOVE WS-GAP-M TO WS-BEST-GAPS
           IF WS-GAP-W > WS-BEST-GAPS
              MOVE 'W' TO WS-FREQ
              MOVE WS-GAP-W TO WS-BEST-GAPS
           END-IF
           IF WS-GAP-Q > WS-BEST-GAPS
              MOVE 'Q' TO WS-FREQ
              MOVE WS-GAP-Q TO WS-BEST-GAPS
           END-IF
           IF WS-GAP-A > WS-BEST-GAPS
              MOVE 'A' TO WS-FREQ
              MOVE WS-GAP-A TO WS-BEST-GAPS
           END-IF
           IF WS-BEST-GAPS IS EQUAL TO 0 OR
              WS-BEST-GAPS * 4 < WS-GAPS * 3
              GO TO A100-EXIT
           END-IF
           PERFORM A120-FREQ-LIMITS THRU A120-EXIT
           IF WS-WRK-COUNT < WS-MIN-COUNT
              GO TO A100-EXIT
           END-IF
           IF (WS-MAX-AMOUNT - WS-MIN-AMOUNT) * 4 > WS-MIN-AMOUNT
              GO TO A100-EXIT
           END-IF
           IF WS-TODAY-DAYS - WS-GRP-LAST-DAYS(WS-GRP-IDX) >
              WS-STALE-DAYS
              GO TO A100-EXIT
           END-IF
           MOVE WS-FREQ TO WS-GRP-FREQ(WS-GRP-IDX)
           COMPUTE WS-GRP-ANNUAL(WS-GRP-IDX) =
                   WS-GRP-LAST-AMOUNT(WS-GRP-IDX) * WS-PER-YEAR
           IF WS-GRP-KNOWN(WS-GRP-IDX) IS EQUAL TO 'N'
              ADD 1 TO WS-CND-COUNT
              MOVE WS-GRP-IDX TO WS-CND-GROUP(WS-CND-COUNT)
           END-IF
           .
       A100-EXIT.
           EXIT.

       A110-SORT-CHARGES.
      **
      * Puts the charges in WS-WRK-TABLE in date order; a group is
      * small, so a straight insertion sort does.
      **
           MOVE 1 TO WS-WRK-IDX
           PERFORM UNTIL WS-WRK-IDX >= WS-WRK-COUNT
               ADD 1 TO WS-WRK-IDX
               MOVE WS-WRK-DAYS(WS-WRK-IDX)   TO WS-SWAP-DAYS
               MOVE WS-WRK-AMOUNT(WS-WRK-IDX) TO WS-SWAP-AMOUNT
               MOVE WS-WRK-IDX TO WS-WRK-IDX2
               MOVE 'N' TO WS-SORTED
               PERFORM UNTIL WS-WRK-IDX2 IS EQUAL TO 1 OR
                             WS-SORTED IS EQUAL TO 'Y'
                   IF WS-WRK-DAYS(WS-WRK-IDX2 - 1) > WS-SWAP-DAYS
                      MOVE WS-WRK-DAYS(WS-WRK-IDX2 - 1)
                        TO WS-WRK-DAYS(WS-WRK-IDX2)
                      MOVE WS-WRK-AMOUNT(WS-WRK-IDX2 - 1)
                        TO WS-WRK-AMOUNT(WS-WRK-IDX2)
                      SUBTRACT 1 FROM WS-WRK-IDX2
                   ELSE
                      MOVE 'Y' TO WS-SORTED
                   END-IF
               END-PERFORM
               MOVE WS-SWAP-DAYS   TO WS-WRK-DAYS(WS-WRK-IDX2)
               MOVE WS-SWAP-AMOUNT TO WS-WRK-AMOUNT(WS-WRK-IDX2)
           END-PERFORM
           .
       A110-EXIT.
           EXIT.

       A120-FREQ-LIMITS.
      **
      * For the frequency in WS-FREQ: the fewest charges that prove
      * it, how many fall in a year, and how many days may pass
      * since the last one before it is taken to have stopped
      * (twice the interval, with some slack).
      **
           EVALUATE WS-FREQ
               WHEN 'W'
                   MOVE 4   TO WS-MIN-COUNT
                   MOVE 52  TO WS-PER-YEAR
                   MOVE 21  TO WS-STALE-DAYS
                   MOVE "WEEKLY"    TO WS-FREQ-NAME
               WHEN 'Q'
                   MOVE 3   TO WS-MIN-COUNT
                   MOVE 4   TO WS-PER-YEAR
                   MOVE 190 TO WS-STALE-DAYS
                   MOVE "QUARTERLY" TO WS-FREQ-NAME
               WHEN 'A'
                   MOVE 2   TO WS-MIN-COUNT
                   MOVE 1   TO WS-PER-YEAR
                   MOVE 400 TO WS-STALE-DAYS
                   MOVE "ANNUAL"    TO WS-FREQ-NAME
               WHEN OTHER
                   MOVE 3   TO WS-MIN-COUNT
                   MOVE 12  TO WS-PER-YEAR
                   MOVE 62  TO WS-STALE-DAYS
                   MOVE "MONTHLY"   TO WS-FREQ-NAME
           END-EVALUATE
           .
       A120-EXIT.
           EXIT.

       R200-PRINT-CANDIDATES.
      **
      * First section: the repeat charges with no commitment on
      * recurring.dat, with the latest charge and the cost a year at
      * that amount.  Foreign-currency charges are shown in their
      * own currency and left out of the home-currency total.
      **
           MOVE SPACES TO REPORT-RECORD
           STRING "REPEAT CHARGE ANALYSIS  RUN " DELIMITED BY SIZE
                  WS-TODAY-DISP                  DELIMITED BY SIZE
                  "  HISTORY FROM 01/01/"        DELIMITED BY SIZE
                  WS-START-YEAR                  DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REPEAT CHARGES NOT ON recurring.dat"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "NO  PAYEE / DESCRIPTION" TO REPORT-RECORD
           MOVE "CCY FREQUENCY LAST DATE" TO REPORT-RECORD(36:23)
           MOVE "LAST AMT   PER YEAR"     TO REPORT-RECORD(62:19)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CND-COUNT IS EQUAL TO 0
              MOVE "NONE FOUND" TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO R200-EXIT
           END-IF
           DISPLAY "REPEAT CHARGES NOT ON recurring.dat:"
           MOVE 0 TO WS-CND-IDX
           PERFORM UNTIL WS-CND-IDX IS EQUAL TO WS-CND-COUNT
               ADD 1 TO WS-CND-IDX
               MOVE WS-CND-GROUP(WS-CND-IDX) TO WS-GRP-IDX
               MOVE WS-GRP-FREQ(WS-GRP-IDX) TO WS-FREQ
               PERFORM A120-FREQ-LIMITS THRU A120-EXIT
               MOVE WS-CND-IDX TO WS-LINE-EDIT
               MOVE WS-GRP-LAST-AMOUNT(WS-GRP-IDX) TO WS-AMT-EDIT
               MOVE WS-GRP-ANNUAL(WS-GRP-IDX) TO WS-ANNUAL-EDIT
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-LINE-EDIT              TO REPORT-RECORD(1:3)
               MOVE WS-GRP-KEY(WS-GRP-IDX)    TO REPORT-RECORD(5:30)
               MOVE WS-GRP-CURRENCY(WS-GRP-IDX)
                                              TO REPORT-RECORD(36:3)
               MOVE WS-FREQ-NAME              TO REPORT-RECORD(40:9)
               MOVE WS-GRP-LAST-DATE(WS-GRP-IDX)
                                              TO REPORT-RECORD(50:10)
               MOVE WS-AMT-EDIT               TO REPORT-RECORD(61:9)
               MOVE WS-ANNUAL-EDIT            TO REPORT-RECORD(71:10)
               WRITE REPORT-RECORD
               DISPLAY WS-LINE-EDIT " " WS-GRP-KEY(WS-GRP-IDX) " "
                       WS-FREQ-NAME " " WS-AMT-EDIT " "
                       WS-GRP-CURRENCY(WS-GRP-IDX)
               IF WS-GRP-BY(WS-GRP-IDX) IS EQUAL TO 'P'
                  MOVE SPACES TO REPORT-RECORD
                  STRING "    LAST ENTERED AS: " DELIMITED BY SIZE
                         WS-GRP-DESC(WS-GRP-IDX) DELIMITED BY SIZE
                    INTO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
               IF WS-GRP-CURRENCY(WS-GRP-IDX) IS EQUAL TO SPACES
                  ADD WS-GRP-ANNUAL(WS-GRP-IDX) TO WS-HOME-ANNUAL
               ELSE
                  ADD 1 TO WS-FOREIGN-COUNT
               END-IF
           END-PERFORM
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HOME-ANNUAL TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "COST A YEAR NOT PROJECTED (HOME CURRENCY)"
             TO REPORT-RECORD
           MOVE WS-TOTAL-EDIT TO REPORT-RECORD(69:12)
           WRITE REPORT-RECORD
           IF WS-FOREIGN-COUNT > 0
              MOVE SPACES TO REPORT-RECORD
              STRING "PLUS " DELIMITED BY SIZE
                     WS-FOREIGN-COUNT DELIMITED BY SIZE
                     " FOREIGN-CURRENCY CHARGE(S) SHOWN IN THEIR "
                     DELIMITED BY SIZE
                     "OWN CURRENCY" DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           .
       R200-EXIT.
           EXIT.

       R300-PRINT-COMMITMENTS.
      **
      * Second section: every live commitment on recurring.dat (not
      * suspended, end date not passed) whose latest charge under
      * the same description is dearer than the amount on file, or
      * which has not been charged within twice its interval.  A
      * variable-amount commitment is confirmed at the real figure
      * every time, so only its absence is flagged.
      **
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "COMMITMENTS ON recurring.dat NEEDING A LOOK"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "DESCRIPTION" TO REPORT-RECORD
           MOVE "ON FILE  LAST SEEN   NOTE" TO REPORT-RECORD(32:25)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-RCT-IDX
           PERFORM UNTIL WS-RCT-IDX IS EQUAL TO WS-RCT-COUNT
               ADD 1 TO WS-RCT-IDX
               PERFORM R310-CHECK-COMMITMENT THRU R310-EXIT
           END-PERFORM
           IF WS-FLAG-COUNT IS EQUAL TO 0
              MOVE "NONE - EVERY LIVE COMMITMENT IS CHARGED AS SET"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           .
       R300-EXIT.
           EXIT.

       R310-CHECK-COMMITMENT.
           IF WS-RCT-STATUS(WS-RCT-IDX) IS EQUAL TO 'S'
              GO TO R310-EXIT
           END-IF
           IF WS-RCT-END-DATE(WS-RCT-IDX) (1:2) IS NUMERIC AND
              WS-RCT-END-DATE(WS-RCT-IDX) (4:2) IS NUMERIC AND
              WS-RCT-END-DATE(WS-RCT-IDX) (7:4) IS NUMERIC
              MOVE WS-RCT-END-DATE(WS-RCT-IDX) (7:4) TO WS-END-YYYY
              MOVE WS-RCT-END-DATE(WS-RCT-IDX) (4:2) TO WS-END-MM
              MOVE WS-RCT-END-DATE(WS-RCT-IDX) (1:2) TO WS-END-DD
              IF WS-END-CMP < WS-SYS-DATE
                 GO TO R310-EXIT
              END-IF
           END-IF
           MOVE WS-RCT-FREQ(WS-RCT-IDX) TO WS-FREQ
           PERFORM A120-FREQ-LIMITS THRU A120-EXIT
           MOVE SPACES TO WS-NOTE
           IF WS-RCT-SEEN(WS-RCT-IDX) IS EQUAL TO 0
              MOVE "NOT CHARGED IN HISTORY" TO WS-NOTE
           ELSE
              IF WS-TODAY-DAYS - WS-RCT-LAST-DAYS(WS-RCT-IDX) >
                 WS-STALE-DAYS
                 MOVE "STOPPED APPEARING" TO WS-NOTE
              ELSE
                 IF WS-RCT-VARIABLE(WS-RCT-IDX) IS NOT EQUAL TO 'V'
                    AND WS-RCT-LAST-AMOUNT(WS-RCT-IDX) >
                    WS-RCT-AMOUNT(WS-RCT-IDX)
                    MOVE WS-RCT-LAST-AMOUNT(WS-RCT-IDX)
                      TO WS-AMT-EDIT2
                    STRING "CREPT UP TO "            DELIMITED BY SIZE
                           WS-AMT-EDIT2              DELIMITED BY SIZE
                      INTO WS-NOTE
                 END-IF
              END-IF
           END-IF
           IF WS-NOTE IS EQUAL TO SPACES
              GO TO R310-EXIT
           END-IF
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-RCT-AMOUNT(WS-RCT-IDX) TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-RCT-DESC(WS-RCT-IDX)      TO REPORT-RECORD(1:30)
           MOVE WS-AMT-EDIT                  TO REPORT-RECORD(31:9)
           MOVE WS-RCT-LAST-DATE(WS-RCT-IDX) TO REPORT-RECORD(41:10)
           MOVE WS-NOTE                      TO REPORT-RECORD(52:29)
           WRITE REPORT-RECORD
           DISPLAY "CHECK COMMITMENT " WS-RCT-DESC(WS-RCT-IDX) " - "
                   WS-NOTE
           .
       R310-EXIT.
           EXIT.

       P100-OFFER-PROMOTION.
      **
      * Offers the numbered candidates for recurring.dat until the
      * operator enters 0.
      **
           MOVE 1 TO WS-SEL
           PERFORM UNTIL WS-SEL IS EQUAL TO 0
               DISPLAY "ENTER A NUMBER TO ADD THAT CHARGE TO "
                       "recurring.dat (0 TO FINISH)"
               ACCEPT WS-SEL
               IF WS-SEL > WS-CND-COUNT
                  DISPLAY "NO SUCH LINE"
               ELSE
                  IF WS-SEL > 0
                     PERFORM P110-PROMOTE THRU P110-EXIT
                  END-IF
               END-IF
           END-PERFORM
           .
       P100-EXIT.
           EXIT.

       P110-PROMOTE.
      **
      * Appends the candidate on line WS-SEL to recurring.dat as an
      * active commitment built from its latest charge: that
      * charge's amount, description, category, person, payment
      * method and share flag, the frequency found, its day of the
      * month (28 at most, so every month has it; the first day of
      * its week for a weekly charge) and, for a quarterly or annual
      * one, its month as the anchor.  RUN-RECURRING posts home-
      * currency amounts only, so a foreign-currency charge is left
      * for MAINTAIN-RECURRING at a converted figure.
      **
           MOVE WS-CND-GROUP(WS-SEL) TO WS-GRP-IDX
           IF WS-GRP-PROMOTED(WS-GRP-IDX) IS EQUAL TO 'Y'
              DISPLAY "ALREADY ADDED: " WS-GRP-DESC(WS-GRP-IDX)
              GO TO P110-EXIT
           END-IF
           IF WS-GRP-CURRENCY(WS-GRP-IDX) IS NOT EQUAL TO SPACES
              DISPLAY "CHARGED IN " WS-GRP-CURRENCY(WS-GRP-IDX)
                      " - recurring.dat HOLDS HOME-CURRENCY AMOUNTS, "
                      "ADD IT THROUGH MAINTAIN-RECURRING"
              GO TO P110-EXIT
           END-IF
           MOVE SPACES TO RECUR-RECORD
           MOVE WS-GRP-LAST-DATE(WS-GRP-IDX) (1:2) TO WS-DAY-CALC
           IF WS-GRP-FREQ(WS-GRP-IDX) IS EQUAL TO 'W'
              COMPUTE WS-DAY-WEEKS = WS-DAY-CALC - 1
              DIVIDE 7 INTO WS-DAY-WEEKS
              COMPUTE WS-DAY-CALC = WS-DAY-CALC - WS-DAY-WEEKS * 7
           END-IF
           IF WS-DAY-CALC > 28
              MOVE 28 TO WS-DAY-CALC
           END-IF
           MOVE WS-DAY-CALC TO RECUR-DAY
           MOVE WS-GRP-LAST-AMOUNT(WS-GRP-IDX) TO RECUR-AMOUNT
           MOVE WS-GRP-DESC(WS-GRP-IDX)        TO RECUR-DESCRIPTION
           MOVE WS-GRP-CATEGORY(WS-GRP-IDX)    TO RECUR-CATEGORY
           MOVE WS-GRP-PERSON(WS-GRP-IDX)      TO RECUR-PERSON
           MOVE WS-GRP-PAYMETH(WS-GRP-IDX)     TO RECUR-PAYMENT-METHOD
           IF WS-GRP-SHARE(WS-GRP-IDX) IS EQUAL TO 'S'
              MOVE 'S' TO RECUR-SHARE-FLAG
           ELSE
              MOVE 'P' TO RECUR-SHARE-FLAG
           END-IF
           MOVE WS-GRP-FREQ(WS-GRP-IDX) TO RECUR-FREQ
           IF RECUR-FREQ IS EQUAL TO 'Q' OR RECUR-FREQ IS EQUAL TO 'A'
              MOVE WS-GRP-LAST-DATE(WS-GRP-IDX) (4:2) TO RECUR-MONTH
           ELSE
              MOVE "01" TO RECUR-MONTH
           END-IF
           MOVE 'A'    TO RECUR-STATUS
           MOVE SPACES TO RECUR-END-DATE
           MOVE SPACE  TO RECUR-VARIABLE
           OPEN EXTEND RECUR-FILE
           IF WS-RECUR-STATUS IS EQUAL TO "35"
              OPEN OUTPUT RECUR-FILE
           END-IF
           WRITE RECUR-RECORD
           CLOSE RECUR-FILE
           MOVE 'Y' TO WS-GRP-PROMOTED(WS-GRP-IDX)
           MOVE RECUR-AMOUNT TO WS-AMT-EDIT
           DISPLAY "COMMITMENT ADDED: " RECUR-DESCRIPTION " "
                   WS-AMT-EDIT " DAY " RECUR-DAY " FREQ " RECUR-FREQ
           DISPLAY "RUN-RECURRING WILL NOW POST IT - STOP ENTERING "
                   "OR IMPORTING IT BY HAND"
           .
       P110-EXIT.
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
       END PROGRAM DETECT-RECURRING.
