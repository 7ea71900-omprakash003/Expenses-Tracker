      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOAD-RATES.
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
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT FEED-FILE  ASSIGN TO "ratefeed.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.
           SELECT PARM-FILE  ASSIGN TO "rateload.par"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "rateload.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REV-FILE  ASSIGN TO "revaluation.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE                     PIC X(3).
          05 CUR-FROM                     PIC X(8).
          05 CUR-RATE                     PIC 9(3)V9(6).
          05 CUR-ACTIVE                   PIC X(1).
      * The bank's published daily rates, one comma-separated line
      * per currency per day: effective date YYYYMMDD, the three
      * letter code, and home units per 1 of the currency, e.g.
      *     20261014,USD,0.856123
      * A heading line starting DATE is passed over.
       FD FEED-FILE.
       01 FEED-RECORD                     PIC X(60).
      * Tolerance is the largest day-on-day move, as a percentage of
      * the previous rate, taken without comment (005.00 = 5%); the
      * gap limit is how many days old the rate in force on an
      * expense's date may be before the history counts as having a
      * gap there.  Either left blank takes the default.
       FD PARM-FILE.
       01 PARM-RECORD.
          05 PARM-TOLERANCE               PIC X(6).
          05 PARM-GAP-DAYS                PIC X(3).
       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(80).
       FD REV-FILE.
       01 REV-RECORD                      PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS                   PIC X(2).
       01 WS-CUR-STATUS                   PIC X(2).
       01 WS-FEED-STATUS                  PIC X(2).
       01 WS-PARM-STATUS                  PIC X(2).
       01 WS-END-FILE                     PIC X(1).
       01 WS-CUR-EOF                      PIC X(1).
       01 WS-TOLERANCE                    PIC 9(3)V99 VALUE 5.
       01 WS-TOL-BUILD                    PIC X(5).
       01 WS-TOL-BUILD-N REDEFINES WS-TOL-BUILD PIC 9(3)V99.
       01 WS-TOL-DISP                     PIC ZZ9.99.
       01 WS-GAP-DAYS                     PIC 9(3) VALUE 5.
       01 WS-TODAY                        PIC 9(8).
       01 WS-TODAY-DAYS                   PIC 9(8).
       01 WS-RATE-COUNT                   PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 2000 TIMES.
             10 WS-RATE-CODE              PIC X(3).
             10 WS-RATE-FROM              PIC 9(8).
             10 WS-RATE-RATE              PIC 9(3)V9(6).
             10 WS-RATE-ACTIVE            PIC X(1).
             10 WS-RATE-NEW               PIC X(1).
       01 WS-RATE-IDX                     PIC 9(4).
       01 WS-RATE-FULL                    PIC X(1) VALUE 'N'.
       01 WS-CVT-IDX                      PIC 9(4).
       01 WS-CVT-CODE                     PIC X(3).
       01 WS-CVT-CMP                      PIC 9(8).
       01 WS-CVT-BEST                     PIC 9(8).
       01 WS-CVT-RATE                     PIC 9(3)V9(6).
       01 WS-FD-LINE-NO                   PIC 9(5) VALUE 0.
       01 WS-FD-FIELDS                    PIC 9(2).
       01 WS-FD-DATE                      PIC X(10).
       01 WS-FD-DATE-N REDEFINES WS-FD-DATE.
          05 WS-FD-YYYY                   PIC 9(4).
          05 WS-FD-MM                     PIC 9(2).
          05 WS-FD-DD                     PIC 9(2).
          05 FILLER                       PIC X(2).
       01 WS-FD-CMP                       PIC 9(8).
       01 WS-FD-CODE                      PIC X(5).
       01 WS-FD-RATE-IN                   PIC X(11).
       01 WS-FD-EXTRA                     PIC X(20).
       01 WS-FD-RATE                      PIC 9(3)V9(6).
       01 WS-FD-OK                        PIC X(1).
       01 WS-FD-REASON                    PIC X(40).
       01 WS-FD-MONTH-DAYS                PIC 9(2).
       01 WS-FD-LEAP-Q                    PIC 9(4).
       01 WS-FD-LEAP-R4                   PIC 9(3).
       01 WS-FD-LEAP-R100                 PIC 9(3).
       01 WS-FD-LEAP-R400                 PIC 9(3).
       01 WS-FD-SAME                      PIC X(1).
       01 WS-FD-READ                      PIC 9(5) VALUE 0.
       01 WS-FD-LOADED                    PIC 9(5) VALUE 0.
       01 WS-FD-ALREADY                   PIC 9(5) VALUE 0.
       01 WS-FD-REJECTED                  PIC 9(5) VALUE 0.
       01 WS-FD-FLAGGED                   PIC 9(5) VALUE 0.
       01 WS-PREV-FROM                    PIC 9(8).
       01 WS-PREV-RATE                    PIC 9(3)V9(6).
       01 WS-CHG                          PIC S9(3)V9(6).
       01 WS-CHG-PCT                      PIC 9(5)V99.
       01 WS-CHG-DISP                     PIC ZZZZ9.99.
       01 WS-CHG-SIGN                     PIC X(1).
       01 WS-RATE-DISP                    PIC ZZ9.9(6).
       01 WS-RATE-DISP2                   PIC ZZ9.9(6).
       01 WS-SCAN-IDX                     PIC 9(2).
       01 WS-SCAN-CH                      PIC X(1).
       01 WS-SCAN-INT                     PIC X(3).
       01 WS-SCAN-DEC                     PIC X(6).
       01 WS-SCAN-INT-LEN                 PIC 9(1).
       01 WS-SCAN-DEC-LEN                 PIC 9(1).
       01 WS-SCAN-POINT                   PIC X(1).
       01 WS-SCAN-JUST                    PIC X(3).
       01 WS-SCAN-POS                     PIC 9(1).
       01 WS-SCAN-BUILD                   PIC X(9).
       01 WS-SCAN-BUILD-N REDEFINES WS-SCAN-BUILD PIC 9(3)V9(6).
       01 WS-FMT-CMP                      PIC 9(8).
       01 WS-FMT-CMP-X REDEFINES WS-FMT-CMP.
          05 WS-FMT-YYYY                  PIC X(4).
          05 WS-FMT-MM                    PIC X(2).
          05 WS-FMT-DD                    PIC X(2).
       01 WS-FMT-DATE                     PIC X(10).
       01 WS-FMT-DATE2                    PIC X(10).
       01 WS-CDATE                        PIC X(10).
       01 WS-CDD                          PIC 9(2).
       01 WS-CMM                          PIC 9(2).
       01 WS-CYYYY                        PIC 9(4).
       01 WS-CCMP                         PIC 9(8).
       01 WS-CDATE-OK                     PIC X(1).
      * currencies seen on expenses.dat, with how well the rate
      * history covers the dates they were used on
       01 WS-USE-TABLE.
          05 WS-USE-ENTRY OCCURS 50 TIMES.
             10 WS-USE-CODE               PIC X(3).
             10 WS-USE-ITEMS              PIC 9(6).
             10 WS-USE-FIRST              PIC 9(8).
             10 WS-USE-LAST               PIC 9(8).
             10 WS-USE-NORATE             PIC 9(6).
             10 WS-USE-STALE              PIC 9(6).
       01 WS-USE-COUNT                    PIC 9(2) VALUE 0.
       01 WS-USE-IDX                      PIC 9(2).
       01 WS-USE-FOUND                    PIC X(1).
       01 WS-USE-FULL                     PIC X(1) VALUE 'N'.
      * one line per stretch without a fresh rate: the currency and
      * the last rate date before the stretch (zero = no rate at all
      * on or before the expenses in it)
       01 WS-GAP-TABLE.
          05 WS-GAP-ENTRY OCCURS 200 TIMES.
             10 WS-GAP-CODE               PIC X(3).
             10 WS-GAP-FROM               PIC 9(8).
             10 WS-GAP-FIRST              PIC 9(8).
             10 WS-GAP-LAST               PIC 9(8).
             10 WS-GAP-ITEMS              PIC 9(6).
       01 WS-GAP-COUNT                    PIC 9(3) VALUE 0.
       01 WS-GAP-IDX                      PIC 9(3).
       01 WS-GAP-FOUND                    PIC X(1).
       01 WS-GAP-DROPPED                  PIC 9(6) VALUE 0.
       01 WS-AGE                          PIC 9(8).
       01 WS-EXP-DAYS                     PIC 9(8).
       01 WS-CNT-EDIT                     PIC ZZZZZ9.
       01 WS-DAYS-EDIT                    PIC ZZZZ9.
       01 WS-AMT-EDIT                     PIC ZZZZZ9.99.
       01 WS-POST-HOME                    PIC 9(9)V99.
       01 WS-TODAY-HOME                   PIC 9(9)V99.
       01 WS-REV-DIFF                     PIC S9(9)V99.
       01 WS-POST-EDIT                    PIC ZZZZZZZZ9.99.
       01 WS-TODAY-EDIT                   PIC ZZZZZZZZ9.99.
       01 WS-DIFF-EDIT                    PIC +(8)9.99.
       01 WS-POST-RATE                    PIC 9(3)V9(6).
       01 WS-POST-FROM                    PIC 9(8).
       01 WS-REV-ITEMS                    PIC 9(6) VALUE 0.
       01 WS-REV-NORATE                   PIC 9(6) VALUE 0.
       01 WS-REV-POST-TOT                 PIC 9(11)V99 VALUE 0.
       01 WS-REV-TODAY-TOT                PIC 9(11)V99 VALUE 0.
       01 WS-REV-DIFF-TOT                 PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EDIT                     PIC Z(10)9.99.
       01 WS-TOT-DIFF-EDIT                PIC +(10)9.99.
       01 WS-DN-YYYY                      PIC 9(4).
       01 WS-DN-MM                        PIC 9(2).
       01 WS-DN-DD                        PIC 9(2).
       01 WS-DN-A                         PIC 9(1).
       01 WS-DN-Y                         PIC 9(5).
       01 WS-DN-M                         PIC 9(2).
       01 WS-DN-P1                        PIC 9(4).
       01 WS-DN-P2                        PIC 9(5).
       01 WS-DN-P3                        PIC 9(4).
       01 WS-DN-P4                        PIC 9(3).
       01 WS-DN-DAYS                      PIC 9(8).
       01 WS-SPOOL-REPORT                 PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM                PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS                  PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Loads the bank's daily
      * exchange-rate feed (ratefeed.dat) onto the rate master
      * currates.dat unattended, so foreign spending is no longer
      * converted at whatever stale rate was last keyed by hand in
      * MAINTAIN-CODES.  Malformed lines are rejected, a rate
      * already on file for that currency and day is passed over
      * (so the same feed can be loaded twice), and a day-on-day
      * move beyond the tolerance on rateload.par is loaded but
      * flagged for checking against the bank.  Then, for every
      * currency in use on expenses.dat, the dates its expenses fall
      * on are checked against the rate history and any stretch
      * converted at a rate older than the gap limit is reported -
      * all on rateload.rpt.  Last, revaluation.rpt shows what the
      * open reimbursable items in foreign currency are worth at
      * today's rate against their value at the rate in force when
      * they were posted.  With no feed on file only the two reports
      * are produced.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY(1:4) TO WS-DN-YYYY
           MOVE WS-TODAY(5:2) TO WS-DN-MM
           MOVE WS-TODAY(7:2) TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS
           PERFORM F010-READ-PARMS THRU F010-EXIT
           PERFORM F020-LOAD-MASTER THRU F020-EXIT

           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY TO WS-FMT-CMP
           PERFORM F900-FORMAT-DATE THRU F900-EXIT
           MOVE SPACES TO REPORT-RECORD
           STRING "EXCHANGE-RATE FEED LOAD " DELIMITED BY SIZE
                  WS-FMT-DATE                DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOLERANCE TO WS-TOL-DISP
           MOVE WS-GAP-DAYS  TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TOLERANCE "          DELIMITED BY SIZE
                  WS-TOL-DISP           DELIMITED BY SIZE
                  "% DAY ON DAY, GAP LIMIT " DELIMITED BY SIZE
                  WS-DAYS-EDIT          DELIMITED BY SIZE
                  " DAYS"               DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM F100-LOAD-FEED THRU F100-EXIT
           PERFORM G100-SCAN-EXPENSES THRU G100-EXIT
           CLOSE REPORT-FILE
           MOVE WS-TOLERANCE TO WS-TOL-DISP
           MOVE WS-GAP-DAYS  TO WS-DAYS-EDIT
           MOVE "rateload.rpt" TO WS-SPOOL-REPORT
           MOVE "LOAD-RATES"   TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "FEED ratefeed.dat, TOLERANCE " DELIMITED BY SIZE
                  WS-TOL-DISP      DELIMITED BY SIZE
                  "%, GAP LIMIT "  DELIMITED BY SIZE
                  WS-DAYS-EDIT     DELIMITED BY SIZE
                  " DAYS"          DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"

           DISPLAY "RATE FEED: " WS-FD-LOADED " LOADED, "
                   WS-FD-ALREADY " ALREADY ON FILE, "
                   WS-FD-REJECTED " REJECTED"
           IF WS-FD-FLAGGED > 0
              DISPLAY WS-FD-FLAGGED " RATE(S) MOVED MORE THAN THE "
                      "TOLERANCE - CHECK rateload.rpt"
           END-IF
           IF WS-GAP-COUNT > 0
              DISPLAY WS-GAP-COUNT " GAP(S) IN THE RATE HISTORY FOR "
                      "CURRENCIES IN USE - SEE rateload.rpt"
           END-IF
           DISPLAY "REVALUATION OF OPEN CLAIMS WRITTEN TO "
                   "revaluation.rpt"
           IF WS-USE-FULL IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE rateload.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
      * GOBACK rather than STOP RUN so the step also runs under the
      * BATCH-DRIVER job stream without ending the whole run unit;
      * run standalone it still just ends.
           GOBACK.

       F010-READ-PARMS.
      **
      * Tolerance and gap limit from rateload.par; anything missing
      * or not digits leaves the default of 5% and 5 days, enough to
      * ride over a weekend and a bank holiday.
      **
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS NOT EQUAL TO "00"
              GO TO F010-EXIT
           END-IF
           READ PARM-FILE
           IF WS-PARM-STATUS IS EQUAL TO "00"
              IF PARM-TOLERANCE(4:1) IS EQUAL TO "." AND
                 PARM-TOLERANCE(1:3) IS NUMERIC AND
                 PARM-TOLERANCE(5:2) IS NUMERIC
                 MOVE PARM-TOLERANCE(1:3) TO WS-TOL-BUILD(1:3)
                 MOVE PARM-TOLERANCE(5:2) TO WS-TOL-BUILD(4:2)
                 IF WS-TOL-BUILD-N > 0
                    MOVE WS-TOL-BUILD-N TO WS-TOLERANCE
                 END-IF
              END-IF
              IF PARM-GAP-DAYS IS NUMERIC
                 MOVE PARM-GAP-DAYS TO WS-GAP-DAYS
              END-IF
           END-IF
           CLOSE PARM-FILE
           .
       F010-EXIT.
           EXIT.

       F020-LOAD-MASTER.
      **
      * Loads the rate master already on file into WS-RATE-TABLE,
      * the same table the feed lines are checked against and added
      * to, and that the gap and revaluation passes read.
      **
           MOVE 'N' TO WS-CUR-EOF
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS NOT EQUAL TO "00"
              GO TO F020-EXIT
           END-IF
           PERFORM UNTIL WS-CUR-EOF = 'Y'
               READ CUR-FILE
               AT END
                  MOVE 'Y' TO WS-CUR-EOF
               NOT AT END
                  IF CUR-FROM IS NUMERIC
                     IF WS-RATE-COUNT < 2000
                        ADD 1 TO WS-RATE-COUNT
                        MOVE CUR-CODE TO WS-RATE-CODE(WS-RATE-COUNT)
                        MOVE CUR-FROM TO WS-RATE-FROM(WS-RATE-COUNT)
                        MOVE CUR-RATE TO WS-RATE-RATE(WS-RATE-COUNT)
                        MOVE CUR-ACTIVE
                          TO WS-RATE-ACTIVE(WS-RATE-COUNT)
                        MOVE 'N' TO WS-RATE-NEW(WS-RATE-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-RATE-FULL
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE CUR-FILE
           .
       F020-EXIT.
           EXIT.

       F100-LOAD-FEED.
      **
      * Checks every feed line, adds the good ones to the table, and
      * appends them to currates.dat as active dated entries in one
      * go at the end.  The rejected lines and the flagged moves are
      * listed on the report with the reason.
      **
           MOVE "FEED LINES REJECTED" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS IS NOT EQUAL TO "00"
              MOVE "NO RATE FEED (ratefeed.dat) - NOTHING LOADED"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO F100-EXIT
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              CLOSE FEED-FILE
              MOVE "RATE MASTER ALREADY HOLDS 2000 ENTRIES - ARCHIVE "
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "OLD RATES BEFORE LOADING MORE - NOTHING LOADED"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              DISPLAY "RATE MASTER FULL - NOTHING LOADED"
              GO TO F100-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ FEED-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  ADD 1 TO WS-FD-LINE-NO
                  IF FEED-RECORD IS NOT EQUAL TO SPACES AND
                     FEED-RECORD(1:4) IS NOT EQUAL TO "DATE"
                     ADD 1 TO WS-FD-READ
                     PERFORM F110-CHECK-LINE THRU F110-EXIT
                  END-IF
           END-PERFORM
           CLOSE FEED-FILE
           IF WS-FD-REJECTED IS EQUAL TO 0
              MOVE "NONE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "MOVES BEYOND TOLERANCE - LOADED, CHECK WITH THE BANK"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CCY  DATE        PREVIOUS     PREV RATE    NEW RATE"
             TO REPORT-RECORD
           MOVE "CHANGE" TO REPORT-RECORD(55:6)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-FD-FLAGGED
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-NEW(WS-RATE-IDX) IS EQUAL TO 'Y'
                  PERFORM F150-CHECK-MOVE THRU F150-EXIT
               END-IF
           END-PERFORM
           IF WS-FD-FLAGGED IS EQUAL TO 0
              MOVE "NONE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              MOVE "A WRONG RATE IS PUT RIGHT BY ADDING THE RIGHT ONE"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "FOR THE SAME DATE IN MAINTAIN-CODES - THE LATER"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "ENTRY FOR A DATE IS THE ONE USED" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-FD-LOADED > 0
              OPEN EXTEND CUR-FILE
              IF WS-CUR-STATUS IS EQUAL TO "35"
                 OPEN OUTPUT CUR-FILE
              END-IF
              MOVE 0 TO WS-RATE-IDX
              PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
                  ADD 1 TO WS-RATE-IDX
                  IF WS-RATE-NEW(WS-RATE-IDX) IS EQUAL TO 'Y'
                     MOVE WS-RATE-CODE(WS-RATE-IDX) TO CUR-CODE
                     MOVE WS-RATE-FROM(WS-RATE-IDX) TO CUR-FROM
                     MOVE WS-RATE-RATE(WS-RATE-IDX) TO CUR-RATE
                     MOVE 'A'                       TO CUR-ACTIVE
                     WRITE CUR-RECORD
                  END-IF
              END-PERFORM
              CLOSE CUR-FILE
           END-IF

           MOVE WS-FD-READ TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "FEED LINES READ          " DELIMITED BY SIZE
                  WS-CNT-EDIT                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FD-LOADED TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "RATES LOADED             " DELIMITED BY SIZE
                  WS-CNT-EDIT                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FD-ALREADY TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ALREADY ON FILE          " DELIMITED BY SIZE
                  WS-CNT-EDIT                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FD-REJECTED TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "REJECTED                 " DELIMITED BY SIZE
                  WS-CNT-EDIT                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FD-FLAGGED TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "FLAGGED BEYOND TOLERANCE " DELIMITED BY SIZE
                  WS-CNT-EDIT                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       F100-EXIT.
           EXIT.

       F110-CHECK-LINE.
      **
      * Splits one feed line into date, code and rate and checks
      * each; the first fault found rejects the line.  A line for a
      * currency and day already on the master is passed over when
      * the rate agrees and rejected when it does not.
      **
           MOVE SPACES TO WS-FD-DATE
           MOVE SPACES TO WS-FD-CODE
           MOVE SPACES TO WS-FD-RATE-IN
           MOVE SPACES TO WS-FD-EXTRA
           MOVE 0 TO WS-FD-FIELDS
           UNSTRING FEED-RECORD DELIMITED BY ","
               INTO WS-FD-DATE WS-FD-CODE WS-FD-RATE-IN WS-FD-EXTRA
               TALLYING IN WS-FD-FIELDS
           END-UNSTRING
           MOVE SPACES TO WS-FD-REASON
           IF WS-FD-FIELDS IS NOT EQUAL TO 3
              MOVE "NOT DATE,CODE,RATE" TO WS-FD-REASON
              GO TO F110-REJECT
           END-IF
           PERFORM F120-CHECK-DATE THRU F120-EXIT
           IF WS-FD-OK IS EQUAL TO 'N'
              MOVE "INVALID DATE - EXPECTED YYYYMMDD" TO WS-FD-REASON
              GO TO F110-REJECT
           END-IF
           IF WS-FD-CMP > WS-TODAY
              MOVE "DATE IS IN THE FUTURE" TO WS-FD-REASON
              GO TO F110-REJECT
           END-IF
           IF WS-FD-CODE(1:3) IS NOT ALPHABETIC-UPPER OR
              WS-FD-CODE(1:3) IS EQUAL TO SPACES OR
              WS-FD-CODE(3:1) IS EQUAL TO SPACE OR
              WS-FD-CODE(4:2) IS NOT EQUAL TO SPACES
              MOVE "INVALID CURRENCY CODE" TO WS-FD-REASON
              GO TO F110-REJECT
           END-IF
           MOVE 'Y' TO WS-FD-OK
           PERFORM F140-SCAN-RATE THRU F140-EXIT
           IF WS-FD-OK IS EQUAL TO 'N'
              MOVE "INVALID RATE - EXPECTED 999.999999" TO WS-FD-REASON
              GO TO F110-REJECT
           END-IF
           IF WS-FD-RATE IS EQUAL TO 0
              MOVE "RATE IS ZERO" TO WS-FD-REASON
              GO TO F110-REJECT
           END-IF

           MOVE 'N' TO WS-FD-SAME
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-CODE(WS-RATE-IDX) IS EQUAL TO
                  WS-FD-CODE(1:3)
                  IF WS-RATE-ACTIVE(WS-RATE-IDX) IS EQUAL TO 'R'
                     MOVE "CURRENCY IS RETIRED" TO WS-FD-REASON
                  END-IF
                  IF WS-RATE-FROM(WS-RATE-IDX) IS EQUAL TO WS-FD-CMP
                     IF WS-RATE-RATE(WS-RATE-IDX) IS EQUAL TO
                        WS-FD-RATE
                        MOVE 'Y' TO WS-FD-SAME
                     ELSE
                        MOVE "CONFLICTS WITH THE RATE ON FILE"
                          TO WS-FD-REASON
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-FD-REASON IS NOT EQUAL TO SPACES
              GO TO F110-REJECT
           END-IF
           IF WS-FD-SAME IS EQUAL TO 'Y'
              ADD 1 TO WS-FD-ALREADY
              GO TO F110-EXIT
           END-IF
           IF WS-RATE-COUNT IS EQUAL TO 2000
              MOVE "RATE MASTER FULL (2000 ENTRIES)" TO WS-FD-REASON
              GO TO F110-REJECT
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE WS-FD-CODE(1:3) TO WS-RATE-CODE(WS-RATE-COUNT)
           MOVE WS-FD-CMP       TO WS-RATE-FROM(WS-RATE-COUNT)
           MOVE WS-FD-RATE      TO WS-RATE-RATE(WS-RATE-COUNT)
           MOVE 'A'             TO WS-RATE-ACTIVE(WS-RATE-COUNT)
           MOVE 'Y'             TO WS-RATE-NEW(WS-RATE-COUNT)
           ADD 1 TO WS-FD-LOADED
           GO TO F110-EXIT
           .
       F110-REJECT.
           ADD 1 TO WS-FD-REJECTED
           MOVE SPACES TO REPORT-RECORD
           STRING "LINE "          DELIMITED BY SIZE
                  WS-FD-LINE-NO    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-FD-REASON     DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "      "         DELIMITED BY SIZE
                  FEED-RECORD      DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       F110-EXIT.
           EXIT.

       F120-CHECK-DATE.
      **
      * WS-FD-OK 'Y' when WS-FD-DATE holds a real calendar date as
      * YYYYMMDD (leap years allowed for); WS-FD-CMP gets the date.
      **
           MOVE 'N' TO WS-FD-OK
           MOVE 0 TO WS-FD-CMP
           IF WS-FD-DATE(1:8) IS NOT NUMERIC OR
              WS-FD-DATE(9:2) IS NOT EQUAL TO SPACES
              GO TO F120-EXIT
           END-IF
           IF WS-FD-MM < 1 OR WS-FD-MM > 12 OR WS-FD-DD < 1 OR
              WS-FD-YYYY < 1900
              GO TO F120-EXIT
           END-IF
           EVALUATE WS-FD-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-FD-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-FD-YYYY BY 4 GIVING WS-FD-LEAP-Q
                       REMAINDER WS-FD-LEAP-R4
                   DIVIDE WS-FD-YYYY BY 100 GIVING WS-FD-LEAP-Q
                       REMAINDER WS-FD-LEAP-R100
                   DIVIDE WS-FD-YYYY BY 400 GIVING WS-FD-LEAP-Q
                       REMAINDER WS-FD-LEAP-R400
                   IF WS-FD-LEAP-R4 IS EQUAL TO 0 AND
                      (WS-FD-LEAP-R100 IS NOT EQUAL TO 0 OR
                       WS-FD-LEAP-R400 IS EQUAL TO 0)
                      MOVE 29 TO WS-FD-MONTH-DAYS
                   ELSE
                      MOVE 28 TO WS-FD-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-FD-MONTH-DAYS
           END-EVALUATE
           IF WS-FD-DD > WS-FD-MONTH-DAYS
              GO TO F120-EXIT
           END-IF
           MOVE WS-FD-DATE(1:8) TO WS-FD-CMP
           MOVE 'Y' TO WS-FD-OK
           .
       F120-EXIT.
           EXIT.

       F140-SCAN-RATE.
      **
      * Parses the feed's rate in WS-FD-RATE-IN into WS-FD-RATE: up
      * to three digits, an optional decimal point, and up to six
      * decimal places, the same form MAINTAIN-CODES accepts.
      * WS-FD-OK comes back 'N' for anything else.
      **
           MOVE 0 TO WS-FD-RATE
           MOVE 0 TO WS-SCAN-INT-LEN
           MOVE 0 TO WS-SCAN-DEC-LEN
           MOVE 'N' TO WS-SCAN-POINT
           MOVE ALL "0" TO WS-SCAN-INT
           MOVE ALL "0" TO WS-SCAN-DEC
           MOVE 0 TO WS-SCAN-IDX
           PERFORM UNTIL WS-SCAN-IDX IS EQUAL TO 11
               ADD 1 TO WS-SCAN-IDX
               MOVE WS-FD-RATE-IN(WS-SCAN-IDX:1) TO WS-SCAN-CH
               IF WS-SCAN-CH IS EQUAL TO SPACE
                  CONTINUE
               ELSE
                  IF WS-SCAN-CH IS EQUAL TO "."
                     IF WS-SCAN-POINT IS EQUAL TO 'Y'
                        MOVE 'N' TO WS-FD-OK
                     ELSE
                        MOVE 'Y' TO WS-SCAN-POINT
                     END-IF
                  ELSE
                     IF WS-SCAN-CH IS NUMERIC
                        IF WS-SCAN-POINT IS EQUAL TO 'N'
                           IF WS-SCAN-INT-LEN < 3
                              ADD 1 TO WS-SCAN-INT-LEN
                              MOVE WS-SCAN-CH
                                TO WS-SCAN-INT(WS-SCAN-INT-LEN:1)
                           ELSE
                              MOVE 'N' TO WS-FD-OK
                           END-IF
                        ELSE
                           IF WS-SCAN-DEC-LEN < 6
                              ADD 1 TO WS-SCAN-DEC-LEN
                              MOVE WS-SCAN-CH
                                TO WS-SCAN-DEC(WS-SCAN-DEC-LEN:1)
                           ELSE
                              MOVE 'N' TO WS-FD-OK
                           END-IF
                        END-IF
                     ELSE
                        MOVE 'N' TO WS-FD-OK
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-SCAN-INT-LEN IS EQUAL TO 0 AND
              WS-SCAN-DEC-LEN IS EQUAL TO 0
              MOVE 'N' TO WS-FD-OK
           END-IF
           IF WS-FD-OK IS EQUAL TO 'Y'
              MOVE ALL "0" TO WS-SCAN-JUST
              IF WS-SCAN-INT-LEN > 0
                 COMPUTE WS-SCAN-POS = 3 - WS-SCAN-INT-LEN + 1
                 MOVE WS-SCAN-INT(1:WS-SCAN-INT-LEN)
                   TO WS-SCAN-JUST(WS-SCAN-POS:WS-SCAN-INT-LEN)
              END-IF
              MOVE WS-SCAN-JUST TO WS-SCAN-BUILD(1:3)
              MOVE WS-SCAN-DEC  TO WS-SCAN-BUILD(4:6)
              MOVE WS-SCAN-BUILD-N TO WS-FD-RATE
           END-IF
           .
       F140-EXIT.
           EXIT.

       F150-CHECK-MOVE.
      **
      * Compares new rate WS-RATE-IDX with the rate in force the
      * day before it - the latest earlier-dated entry for the
      * currency, from the master or this feed - and lists it when
      * the move is beyond the tolerance.  The first rate ever for a
      * currency has nothing to compare with.
      **
           MOVE WS-RATE-CODE(WS-RATE-IDX) TO WS-CVT-CODE
           COMPUTE WS-CVT-CMP = WS-RATE-FROM(WS-RATE-IDX) - 1
           PERFORM Z110-RATE-FOR-DATE THRU Z110-EXIT
           IF WS-CVT-BEST IS EQUAL TO 0
              GO TO F150-EXIT
           END-IF
           MOVE WS-CVT-BEST TO WS-PREV-FROM
           MOVE WS-CVT-RATE TO WS-PREV-RATE
           COMPUTE WS-CHG = WS-RATE-RATE(WS-RATE-IDX) - WS-PREV-RATE
           IF WS-CHG < 0
              MOVE "-" TO WS-CHG-SIGN
              COMPUTE WS-CHG = 0 - WS-CHG
           ELSE
              MOVE "+" TO WS-CHG-SIGN
           END-IF
           COMPUTE WS-CHG-PCT ROUNDED = WS-CHG * 100 / WS-PREV-RATE
               ON SIZE ERROR
                  MOVE 99999.99 TO WS-CHG-PCT
           END-COMPUTE
           IF WS-CHG-PCT NOT > WS-TOLERANCE
              GO TO F150-EXIT
           END-IF
           ADD 1 TO WS-FD-FLAGGED
           MOVE WS-RATE-FROM(WS-RATE-IDX) TO WS-FMT-CMP
           PERFORM F900-FORMAT-DATE THRU F900-EXIT
           MOVE WS-FMT-DATE TO WS-FMT-DATE2
           MOVE WS-PREV-FROM TO WS-FMT-CMP
           PERFORM F900-FORMAT-DATE THRU F900-EXIT
           MOVE WS-PREV-RATE TO WS-RATE-DISP
           MOVE WS-RATE-RATE(WS-RATE-IDX) TO WS-RATE-DISP2
           MOVE WS-CHG-PCT TO WS-CHG-DISP
           MOVE SPACES TO REPORT-RECORD
           STRING WS-RATE-CODE(WS-RATE-IDX) DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-FMT-DATE2              DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-FMT-DATE               DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-RATE-DISP              DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-RATE-DISP2             DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-CHG-SIGN               DELIMITED BY SIZE
                  WS-CHG-DISP               DELIMITED BY SIZE
                  "%"                       DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       F150-EXIT.
           EXIT.

       F900-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-FMT-DD   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-FMT-MM   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-FMT-YYYY DELIMITED BY SIZE
             INTO WS-FMT-DATE
           .
       F900-EXIT.
           EXIT.

       G100-SCAN-EXPENSES.
      **
      * One pass over expenses.dat for both reports.  Every record
      * in a foreign currency is checked against the rate history
      * (G110); every open reimbursable one - outstanding or on a
      * claim not yet paid - is revalued at today's rate (V100).
      **
           OPEN OUTPUT REV-FILE
           MOVE WS-TODAY TO WS-FMT-CMP
           PERFORM F900-FORMAT-DATE THRU F900-EXIT
           MOVE SPACES TO REV-RECORD
           STRING "REVALUATION OF OPEN FOREIGN-CURRENCY CLAIM ITEMS AT "
                                        DELIMITED BY SIZE
                  WS-FMT-DATE           DELIMITED BY SIZE
             INTO REV-RECORD
           WRITE REV-RECORD
           MOVE "DATE       CCY    AMOUNT CLAIM S"
             TO REV-RECORD
           MOVE "AT POSTING      AT TODAY    DIFFERENCE"
             TO REV-RECORD(39:38)
           WRITE REV-RECORD
           MOVE ALL "-" TO REV-RECORD
           WRITE REV-RECORD

           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ EXP-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF EXP-CURRENCY IS NOT EQUAL TO SPACES
                        MOVE EXP-DATE TO WS-CDATE
                        PERFORM C200-CONVERT-DATE
                        IF WS-CDATE-OK IS EQUAL TO 'Y'
                           PERFORM G110-CHECK-COVER THRU G110-EXIT
                           IF EXP-REIMB-FLAG IS EQUAL TO 'R' AND
                              (EXP-CLAIM-STATUS IS EQUAL TO 'O' OR
                               EXP-CLAIM-STATUS IS EQUAL TO 'C')
                              PERFORM V100-REVALUE-ONE THRU V100-EXIT
                           END-IF
                        END-IF
                     END-IF
              END-PERFORM
              CLOSE EXP-FILE
           END-IF

           PERFORM G200-REPORT-GAPS THRU G200-EXIT
           PERFORM V200-REVALUE-TOTALS THRU V200-EXIT
           CLOSE REV-FILE
           MOVE WS-TODAY TO WS-FMT-CMP
           PERFORM F900-FORMAT-DATE THRU F900-EXIT
           MOVE "revaluation.rpt" TO WS-SPOOL-REPORT
           MOVE "LOAD-RATES"      TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "OPEN CLAIM ITEMS REVALUED AT " DELIMITED BY SIZE
                  WS-FMT-DATE      DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           .
       G100-EXIT.
           EXIT.

       G110-CHECK-COVER.
      **
      * Finds the rate the reports would convert this record at and
      * how old it is on the record's date.  No rate at all, or one
      * older than the gap limit, counts against the currency and
      * joins the gap for that currency and last rate date.
      **
           MOVE 'N' TO WS-USE-FOUND
           MOVE 0 TO WS-USE-IDX
           PERFORM UNTIL WS-USE-IDX IS EQUAL TO WS-USE-COUNT
                      OR WS-USE-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-USE-IDX
               IF WS-USE-CODE(WS-USE-IDX) IS EQUAL TO EXP-CURRENCY
                  MOVE 'Y' TO WS-USE-FOUND
               END-IF
           END-PERFORM
           IF WS-USE-FOUND IS EQUAL TO 'N'
              IF WS-USE-COUNT IS EQUAL TO 50
                 MOVE 'Y' TO WS-USE-FULL
                 GO TO G110-EXIT
              END-IF
              ADD 1 TO WS-USE-COUNT
              MOVE WS-USE-COUNT TO WS-USE-IDX
              MOVE EXP-CURRENCY TO WS-USE-CODE(WS-USE-IDX)
              MOVE 0 TO WS-USE-ITEMS(WS-USE-IDX)
              MOVE WS-CCMP TO WS-USE-FIRST(WS-USE-IDX)
              MOVE WS-CCMP TO WS-USE-LAST(WS-USE-IDX)
              MOVE 0 TO WS-USE-NORATE(WS-USE-IDX)
              MOVE 0 TO WS-USE-STALE(WS-USE-IDX)
           END-IF
           ADD 1 TO WS-USE-ITEMS(WS-USE-IDX)
           IF WS-CCMP < WS-USE-FIRST(WS-USE-IDX)
              MOVE WS-CCMP TO WS-USE-FIRST(WS-USE-IDX)
           END-IF
           IF WS-CCMP > WS-USE-LAST(WS-USE-IDX)
              MOVE WS-CCMP TO WS-USE-LAST(WS-USE-IDX)
           END-IF

           MOVE EXP-CURRENCY TO WS-CVT-CODE
           MOVE WS-CCMP      TO WS-CVT-CMP
           PERFORM Z110-RATE-FOR-DATE THRU Z110-EXIT
           IF WS-CVT-BEST IS EQUAL TO 0
              ADD 1 TO WS-USE-NORATE(WS-USE-IDX)
           ELSE
              MOVE WS-CYYYY TO WS-DN-YYYY
              MOVE WS-CMM   TO WS-DN-MM
              MOVE WS-CDD   TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              MOVE WS-DN-DAYS TO WS-EXP-DAYS
              MOVE WS-CVT-BEST TO WS-FMT-CMP
              MOVE WS-FMT-YYYY TO WS-DN-YYYY
              MOVE WS-FMT-MM   TO WS-DN-MM
              MOVE WS-FMT-DD   TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              COMPUTE WS-AGE = WS-EXP-DAYS - WS-DN-DAYS
              IF WS-AGE NOT > WS-GAP-DAYS
                 GO TO G110-EXIT
              END-IF
              ADD 1 TO WS-USE-STALE(WS-USE-IDX)
           END-IF

           MOVE 'N' TO WS-GAP-FOUND
           MOVE 0 TO WS-GAP-IDX
           PERFORM UNTIL WS-GAP-IDX IS EQUAL TO WS-GAP-COUNT
                      OR WS-GAP-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-GAP-IDX
               IF WS-GAP-CODE(WS-GAP-IDX) IS EQUAL TO EXP-CURRENCY AND
                  WS-GAP-FROM(WS-GAP-IDX) IS EQUAL TO WS-CVT-BEST
                  MOVE 'Y' TO WS-GAP-FOUND
               END-IF
           END-PERFORM
           IF WS-GAP-FOUND IS EQUAL TO 'N'
              IF WS-GAP-COUNT IS EQUAL TO 200
                 ADD 1 TO WS-GAP-DROPPED
                 GO TO G110-EXIT
              END-IF
              ADD 1 TO WS-GAP-COUNT
              MOVE WS-GAP-COUNT TO WS-GAP-IDX
              MOVE EXP-CURRENCY TO WS-GAP-CODE(WS-GAP-IDX)
              MOVE WS-CVT-BEST  TO WS-GAP-FROM(WS-GAP-IDX)
              MOVE WS-CCMP      TO WS-GAP-FIRST(WS-GAP-IDX)
              MOVE WS-CCMP      TO WS-GAP-LAST(WS-GAP-IDX)
              MOVE 0            TO WS-GAP-ITEMS(WS-GAP-IDX)
           END-IF
           ADD 1 TO WS-GAP-ITEMS(WS-GAP-IDX)
           IF WS-CCMP < WS-GAP-FIRST(WS-GAP-IDX)
              MOVE WS-CCMP TO WS-GAP-FIRST(WS-GAP-IDX)
           END-IF
           IF WS-CCMP > WS-GAP-LAST(WS-GAP-IDX)
              MOVE WS-CCMP TO WS-GAP-LAST(WS-GAP-IDX)
           END-IF
           .
       G110-EXIT.
           EXIT.

       G200-REPORT-GAPS.
      **
      * The coverage section of rateload.rpt: each currency in use
      * with its items, the span of dates they fall in and how many
      * were converted with no rate or a stale one, then each gap -
      * the last rate before it and the expense dates converted at
      * that rate after the gap limit had passed.
      **
           MOVE "RATE HISTORY FOR CURRENCIES IN USE ON expenses.dat"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CCY   ITEMS  FIRST USED  LAST USED    NO RATE   STALE"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-USE-COUNT IS EQUAL TO 0
              MOVE "NO FOREIGN-CURRENCY RECORDS ON FILE"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE 0 TO WS-USE-IDX
           PERFORM UNTIL WS-USE-IDX IS EQUAL TO WS-USE-COUNT
               ADD 1 TO WS-USE-IDX
               MOVE WS-USE-FIRST(WS-USE-IDX) TO WS-FMT-CMP
               PERFORM F900-FORMAT-DATE THRU F900-EXIT
               MOVE WS-FMT-DATE TO WS-FMT-DATE2
               MOVE WS-USE-LAST(WS-USE-IDX) TO WS-FMT-CMP
               PERFORM F900-FORMAT-DATE THRU F900-EXIT
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-USE-CODE(WS-USE-IDX) TO REPORT-RECORD(1:3)
               MOVE WS-USE-ITEMS(WS-USE-IDX) TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT  TO REPORT-RECORD(5:6)
               MOVE WS-FMT-DATE2 TO REPORT-RECORD(13:10)
               MOVE WS-FMT-DATE  TO REPORT-RECORD(25:10)
               MOVE WS-USE-NORATE(WS-USE-IDX) TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT  TO REPORT-RECORD(39:6)
               MOVE WS-USE-STALE(WS-USE-IDX) TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT  TO REPORT-RECORD(47:6)
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "GAPS - EXPENSES CONVERTED AT A RATE PAST THE LIMIT"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CCY  LAST RATE   FROM           TO" TO REPORT-RECORD
           MOVE "DAYS  ITEMS" TO REPORT-RECORD(46:11)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-GAP-COUNT IS EQUAL TO 0
              MOVE "NONE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE 0 TO WS-GAP-IDX
           PERFORM UNTIL WS-GAP-IDX IS EQUAL TO WS-GAP-COUNT
               ADD 1 TO WS-GAP-IDX
               PERFORM G210-GAP-LINE THRU G210-EXIT
           END-PERFORM
           IF WS-GAP-DROPPED > 0
              MOVE WS-GAP-DROPPED TO WS-CNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "MORE GAPS THAN THE REPORT HOLDS - "
                                           DELIMITED BY SIZE
                     WS-CNT-EDIT           DELIMITED BY SIZE
                     " ITEM(S) NOT LISTED" DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-USE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 50 CURRENCIES IN USE - THE REST ARE NOT "
                TO REPORT-RECORD
              MOVE "CHECKED" TO REPORT-RECORD(51:7)
              WRITE REPORT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - THE COVER ABOVE "
                TO REPORT-RECORD
              MOVE "IGNORES THE REST" TO REPORT-RECORD(48:16)
              WRITE REPORT-RECORD
           END-IF
           .
       G200-EXIT.
           EXIT.

       G210-GAP-LINE.
      **
      * DAYS is how old the rate was on the last expense date in the
      * gap; NONE means no rate on or before any of them.
      **
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-GAP-CODE(WS-GAP-IDX) TO REPORT-RECORD(1:3)
           IF WS-GAP-FROM(WS-GAP-IDX) IS EQUAL TO 0
              MOVE "NONE" TO REPORT-RECORD(6:10)
           ELSE
              MOVE WS-GAP-FROM(WS-GAP-IDX) TO WS-FMT-CMP
              PERFORM F900-FORMAT-DATE THRU F900-EXIT
              MOVE WS-FMT-DATE TO REPORT-RECORD(6:10)
           END-IF
           MOVE WS-GAP-FIRST(WS-GAP-IDX) TO WS-FMT-CMP
           PERFORM F900-FORMAT-DATE THRU F900-EXIT
           MOVE WS-FMT-DATE TO REPORT-RECORD(18:10)
           MOVE WS-GAP-LAST(WS-GAP-IDX) TO WS-FMT-CMP
           PERFORM F900-FORMAT-DATE THRU F900-EXIT
           MOVE WS-FMT-DATE TO REPORT-RECORD(33:10)
           IF WS-GAP-FROM(WS-GAP-IDX) IS NOT EQUAL TO 0
              MOVE WS-FMT-YYYY TO WS-DN-YYYY
              MOVE WS-FMT-MM   TO WS-DN-MM
              MOVE WS-FMT-DD   TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              MOVE WS-DN-DAYS TO WS-EXP-DAYS
              MOVE WS-GAP-FROM(WS-GAP-IDX) TO WS-FMT-CMP
              MOVE WS-FMT-YYYY TO WS-DN-YYYY
              MOVE WS-FMT-MM   TO WS-DN-MM
              MOVE WS-FMT-DD   TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              COMPUTE WS-AGE = WS-EXP-DAYS - WS-DN-DAYS
              MOVE WS-AGE TO WS-DAYS-EDIT
              MOVE WS-DAYS-EDIT TO REPORT-RECORD(45:5)
           END-IF
           MOVE WS-GAP-ITEMS(WS-GAP-IDX) TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT TO REPORT-RECORD(51:6)
           WRITE REPORT-RECORD
           .
       G210-EXIT.
           EXIT.

       V100-REVALUE-ONE.
      **
      * One open claim item: its home value at the rate in force on
      * its own date - what the books carry it at - and at the rate
      * in force today, which is what the employer's payment in that
      * currency will be worth when it comes in.
      **
           MOVE EXP-CURRENCY TO WS-CVT-CODE
           MOVE WS-CCMP      TO WS-CVT-CMP
           PERFORM Z110-RATE-FOR-DATE THRU Z110-EXIT
           MOVE WS-CVT-BEST TO WS-POST-FROM
           MOVE WS-CVT-RATE TO WS-POST-RATE
           MOVE WS-TODAY    TO WS-CVT-CMP
           PERFORM Z110-RATE-FOR-DATE THRU Z110-EXIT
           MOVE EXP-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO REV-RECORD
           STRING EXP-DATE              DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  EXP-CURRENCY          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-AMT-EDIT           DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  EXP-CLAIM-NO          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  EXP-CLAIM-STATUS      DELIMITED BY SIZE
             INTO REV-RECORD
           IF WS-POST-FROM IS EQUAL TO 0 OR WS-CVT-BEST IS EQUAL TO 0
              ADD 1 TO WS-REV-NORATE
              MOVE "  NO RATE ON FILE - NOT REVALUED"
                TO REV-RECORD(37:40)
              WRITE REV-RECORD
              GO TO V100-EXIT
           END-IF
           ADD 1 TO WS-REV-ITEMS
           COMPUTE WS-POST-HOME ROUNDED = EXP-AMOUNT * WS-POST-RATE
           COMPUTE WS-TODAY-HOME ROUNDED = EXP-AMOUNT * WS-CVT-RATE
           COMPUTE WS-REV-DIFF = WS-TODAY-HOME - WS-POST-HOME
           ADD WS-POST-HOME  TO WS-REV-POST-TOT
           ADD WS-TODAY-HOME TO WS-REV-TODAY-TOT
           ADD WS-REV-DIFF   TO WS-REV-DIFF-TOT
           MOVE WS-POST-HOME  TO WS-POST-EDIT
           MOVE WS-TODAY-HOME TO WS-TODAY-EDIT
           MOVE WS-REV-DIFF   TO WS-DIFF-EDIT
           MOVE WS-POST-EDIT  TO REV-RECORD(37:12)
           MOVE WS-TODAY-EDIT TO REV-RECORD(51:12)
           MOVE WS-DIFF-EDIT  TO REV-RECORD(65:12)
           WRITE REV-RECORD
           .
       V100-EXIT.
           EXIT.

       V200-REVALUE-TOTALS.
           MOVE ALL "-" TO REV-RECORD
           WRITE REV-RECORD
           IF WS-REV-ITEMS IS EQUAL TO 0 AND WS-REV-NORATE IS EQUAL TO 0
              MOVE "NO OPEN CLAIM ITEMS IN A FOREIGN CURRENCY"
                TO REV-RECORD
              WRITE REV-RECORD
              GO TO V200-EXIT
           END-IF
           MOVE SPACES TO REV-RECORD
           MOVE "TOTAL REVALUED" TO REV-RECORD(1:14)
           MOVE WS-REV-ITEMS TO WS-CNT-EDIT
           MOVE WS-CNT-EDIT  TO REV-RECORD(16:6)
           MOVE WS-REV-POST-TOT TO WS-TOT-EDIT
           MOVE WS-TOT-EDIT     TO REV-RECORD(35:14)
           MOVE WS-REV-TODAY-TOT TO WS-TOT-EDIT
           MOVE WS-TOT-EDIT      TO REV-RECORD(49:14)
           MOVE WS-REV-DIFF-TOT  TO WS-TOT-DIFF-EDIT
           MOVE WS-TOT-DIFF-EDIT TO REV-RECORD(63:14)
           WRITE REV-RECORD
           IF WS-REV-NORATE > 0
              MOVE WS-REV-NORATE TO WS-CNT-EDIT
              MOVE SPACES TO REV-RECORD
              STRING WS-CNT-EDIT        DELIMITED BY SIZE
                     " ITEM(S) WITH NO RATE ON FILE LEFT OUT OF THE "
                                        DELIMITED BY SIZE
                     "TOTALS"           DELIMITED BY SIZE
                INTO REV-RECORD
              WRITE REV-RECORD
           END-IF
           .
       V200-EXIT.
           EXIT.

       Z110-RATE-FOR-DATE.
      **
      * Sets WS-CVT-RATE and WS-CVT-BEST for currency WS-CVT-CODE on
      * date WS-CVT-CMP (YYYYMMDD): the entry with the latest
      * effective-from on or before it, the later entry winning when
      * two share a date - the same choice the reports make.
      * WS-CVT-BEST comes back zero when there is no such entry.
      **
           MOVE 0 TO WS-CVT-BEST
           MOVE 1 TO WS-CVT-RATE
           MOVE 0 TO WS-CVT-IDX
           PERFORM UNTIL WS-CVT-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-CVT-IDX
               IF WS-RATE-CODE(WS-CVT-IDX) IS EQUAL TO WS-CVT-CODE
                  AND WS-RATE-FROM(WS-CVT-IDX) <= WS-CVT-CMP
                  AND WS-RATE-FROM(WS-CVT-IDX) >= WS-CVT-BEST
                  MOVE WS-RATE-FROM(WS-CVT-IDX) TO WS-CVT-BEST
                  MOVE WS-RATE-RATE(WS-CVT-IDX) TO WS-CVT-RATE
               END-IF
           END-PERFORM
           .
       Z110-EXIT.
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
       END PROGRAM LOAD-RATES.
