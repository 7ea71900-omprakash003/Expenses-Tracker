      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ASSET-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT AST-FILE  ASSIGN TO "assets.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AST-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT REPORT-FILE  ASSIGN TO WS-REPORT-NAME
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD AST-FILE.
       01 AST-RECORD.
        COPY asset_record.
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE              PIC X(3).
          05 CUR-FROM              PIC X(8).
          05 CUR-RATE              PIC 9(3)V9(6).
          05 CUR-ACTIVE            PIC X(1).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-AST-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-REPORT-NAME           PIC X(20).
       01 WS-ACTION                PIC X(1).
       01 WS-TODAY                 PIC X(8).
       01 WS-AS-AT                 PIC X(8).
       01 WS-DAYS-IN               PIC X(3).
       01 WS-DAYS-TMP              PIC X(2).
       01 WS-DAYS-AHEAD            PIC 9(3).
       01 WS-TODAY-DAYS            PIC 9(8).
       01 WS-DATE                  PIC X(10).
       01 WS-VALID-DATE            PIC X(1).
       01 WS-VDD-TXT               PIC X(2).
       01 WS-VMM-TXT               PIC X(2).
       01 WS-VYYYY-TXT             PIC X(4).
       01 WS-VDD-NUM               PIC 9(2).
       01 WS-VMM-NUM               PIC 9(2).
      * the assets to report, kept in report order - by warranty end
      * for the warranty report, by location for the listing
       01 WS-AS-COUNT              PIC 9(3) VALUE 0.
       01 WS-AS-TABLE.
          05 WS-AS-ENTRY OCCURS 500 TIMES.
             10 WS-AS-SORT         PIC X(23).
             10 WS-AS-CODE         PIC X(8).
             10 WS-AS-NAME         PIC X(30).
             10 WS-AS-PURCHASED    PIC X(8).
             10 WS-AS-COST         PIC 9(7)V99.
             10 WS-AS-PAYEE        PIC X(15).
             10 WS-AS-RECEIPT-REF  PIC X(15).
             10 WS-AS-SERIAL       PIC X(20).
             10 WS-AS-LOCATION     PIC X(15).
             10 WS-AS-OWNER        PIC X(10).
             10 WS-AS-WARRANTY-END PIC X(8).
             10 WS-AS-LIFE-YEARS   PIC 9(2).
             10 WS-AS-STATUS       PIC X(1).
             10 WS-AS-DISPOSED     PIC X(8).
             10 WS-AS-PROCEEDS     PIC 9(7)V99.
             10 WS-AS-DAYS-LEFT    PIC 9(5).
       01 WS-NEW-ENTRY.
          05 WS-NEW-SORT           PIC X(23).
          05 WS-NEW-CODE           PIC X(8).
          05 WS-NEW-NAME           PIC X(30).
          05 WS-NEW-PURCHASED      PIC X(8).
          05 WS-NEW-COST           PIC 9(7)V99.
          05 WS-NEW-PAYEE          PIC X(15).
          05 WS-NEW-RECEIPT-REF    PIC X(15).
          05 WS-NEW-SERIAL         PIC X(20).
          05 WS-NEW-LOCATION       PIC X(15).
          05 WS-NEW-OWNER          PIC X(10).
          05 WS-NEW-WARRANTY-END   PIC X(8).
          05 WS-NEW-LIFE-YEARS     PIC 9(2).
          05 WS-NEW-STATUS         PIC X(1).
          05 WS-NEW-DISPOSED       PIC X(8).
          05 WS-NEW-PROCEEDS       PIC 9(7)V99.
          05 WS-NEW-DAYS-LEFT      PIC 9(5).
       01 WS-AS-IDX                PIC 9(3).
       01 WS-AS-NEXT               PIC 9(3).
       01 WS-AS-PLACED             PIC X(1).
       01 WS-CUR-LOCATION          PIC X(15).
       01 WS-HELD-COUNT            PIC 9(3).
       01 WS-GONE-COUNT            PIC 9(3).
       01 WS-LOC-COST              PIC 9(9)V99.
       01 WS-LOC-VALUE             PIC 9(9)V99.
       01 WS-TOT-COST              PIC 9(9)V99.
       01 WS-TOT-VALUE             PIC 9(9)V99.
      * straight-line depreciation: the cost is written off evenly
      * over the expected life, a whole month at a time
       01 WS-DP-FROM               PIC X(8).
       01 WS-DP-TO                 PIC X(8).
       01 WS-DP-FROM-Y             PIC 9(4).
       01 WS-DP-FROM-M             PIC 9(2).
       01 WS-DP-FROM-D             PIC 9(2).
       01 WS-DP-TO-Y               PIC 9(4).
       01 WS-DP-TO-M               PIC 9(2).
       01 WS-DP-TO-D               PIC 9(2).
       01 WS-DP-MONTHS             PIC S9(6).
       01 WS-DP-LIFE               PIC 9(4).
       01 WS-DP-COST               PIC 9(7)V99.
       01 WS-DP-VALUE              PIC 9(7)V99.
       01 WS-GAIN                  PIC S9(7)V99.
       01 WS-SHOW-FROM             PIC X(8).
       01 WS-SHOW-DATE             PIC X(10).
       01 WS-AMT-EDIT              PIC Z(6)9.99.
       01 WS-TOT-EDIT              PIC Z(8)9.99.
       01 WS-GAIN-EDIT             PIC -(7)9.99.
       01 WS-DAYS-EDIT             PIC Z(4)9.
       01 WS-COUNT-EDIT            PIC ZZ9.
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
       01 WS-CUR-STATUS            PIC X(2).
       01 WS-CUR-EOF               PIC X(1).
       01 WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01 WS-RATE-FULL             PIC X(1) VALUE 'N'.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 2000 TIMES.
             10 WS-RATE-CODE       PIC X(3).
             10 WS-RATE-FROM       PIC 9(8).
             10 WS-RATE-RATE       PIC 9(3)V9(6).
       01 WS-RATE-IDX              PIC 9(4).
       01 WS-CVT-CURRENCY          PIC X(3).
       01 WS-CVT-CMP               PIC 9(8).
       01 WS-CVT-BEST              PIC 9(8).
       01 WS-CVT-RATE              PIC 9(3)V9(6).
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Reports from the asset
      * register assets.dat, one of two ways.  W lists the assets
      * still in use whose warranty ends within the days asked for
      * (60 unless told otherwise), soonest first, with the purchase
      * date, payee, receipt reference and serial number needed to
      * make a claim - to asset-warranty.rpt.  L lists the register
      * as at a date, location by location, with each asset's cost
      * and its value written down straight line over its expected
      * life, the totals for the home-contents insurance renewal,
      * and then the assets sold or scrapped by that date with what
      * they fetched against their written-down value - to
      * asset-register.rpt.  Costs paid in a foreign currency are
      * converted to home currency at the rate on the purchase date.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-RATE-FULL
           DISPLAY "W FOR WARRANTIES ENDING SOON, L FOR THE ASSET "
                   "LISTING"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'W'
               WHEN 'w'
                   PERFORM W100-WARRANTY-REPORT THRU W100-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM V100-ASSET-LISTING THRU V100-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE
           IF WS-OVERFLOW IS EQUAL TO 'Y' OR
              WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE " WS-REPORT-NAME
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.

       W100-WARRANTY-REPORT.
           MOVE 0 TO WS-DAYS-AHEAD
           PERFORM UNTIL WS-DAYS-AHEAD > 0
               DISPLAY "DAYS AHEAD TO LOOK (BLANK FOR 60)"
               ACCEPT WS-DAYS-IN
               IF WS-DAYS-IN IS EQUAL TO SPACES
                  MOVE 60 TO WS-DAYS-AHEAD
               ELSE
                  PERFORM UNTIL WS-DAYS-IN(3:1) IS NOT EQUAL TO SPACE
                      MOVE WS-DAYS-IN(1:2) TO WS-DAYS-TMP
                      MOVE "0" TO WS-DAYS-IN(1:1)
                      MOVE WS-DAYS-TMP TO WS-DAYS-IN(2:2)
                  END-PERFORM
                  IF WS-DAYS-IN IS NUMERIC
                     MOVE WS-DAYS-IN TO WS-DAYS-AHEAD
                  END-IF
                  IF WS-DAYS-AHEAD IS EQUAL TO 0
                     DISPLAY "WHOLE DAYS, 1 TO 999 - RE-ENTER"
                  END-IF
               END-IF
           END-PERFORM
           MOVE WS-TODAY(1:4) TO WS-DN-YYYY
           MOVE WS-TODAY(5:2) TO WS-DN-MM
           MOVE WS-TODAY(7:2) TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS
           MOVE 'W' TO WS-ACTION
           PERFORM A100-LOAD-ASSETS THRU A100-EXIT

           MOVE "asset-warranty.rpt" TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DAYS-AHEAD TO WS-DAYS-EDIT
           MOVE WS-TODAY TO WS-SHOW-FROM
           PERFORM A160-SHOW-DATE THRU A160-EXIT
           STRING "WARRANTIES ENDING IN THE NEXT " DELIMITED BY SIZE
                  WS-DAYS-EDIT                     DELIMITED BY SIZE
                  " DAYS FROM "                    DELIMITED BY SIZE
                  WS-SHOW-DATE                     DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "ASSET"         TO REPORT-RECORD(1:5)
           MOVE "DESCRIPTION"   TO REPORT-RECORD(10:11)
           MOVE "WARRANTY ENDS" TO REPORT-RECORD(41:13)
           MOVE "DAYS"          TO REPORT-RECORD(56:4)
           MOVE "OWNER"         TO REPORT-RECORD(62:5)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "BOUGHT"        TO REPORT-RECORD(3:6)
           MOVE "FROM"          TO REPORT-RECORD(14:4)
           MOVE "RECEIPT"       TO REPORT-RECORD(30:7)
           MOVE "SERIAL NUMBER" TO REPORT-RECORD(46:13)
           WRITE REPORT-RECORD
           IF WS-AS-COUNT IS EQUAL TO 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "  NO WARRANTY ENDS IN THE PERIOD" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE 0 TO WS-AS-IDX
           PERFORM UNTIL WS-AS-IDX IS EQUAL TO WS-AS-COUNT
               ADD 1 TO WS-AS-IDX
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-AS-CODE(WS-AS-IDX) TO REPORT-RECORD(1:8)
               MOVE WS-AS-NAME(WS-AS-IDX) TO REPORT-RECORD(10:30)
               MOVE WS-AS-WARRANTY-END(WS-AS-IDX) TO WS-SHOW-FROM
               PERFORM A160-SHOW-DATE THRU A160-EXIT
               MOVE WS-SHOW-DATE TO REPORT-RECORD(41:10)
               MOVE WS-AS-DAYS-LEFT(WS-AS-IDX) TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO REPORT-RECORD(55:5)
               MOVE WS-AS-OWNER(WS-AS-IDX) TO REPORT-RECORD(62:10)
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-AS-PURCHASED(WS-AS-IDX) TO WS-SHOW-FROM
               PERFORM A160-SHOW-DATE THRU A160-EXIT
               MOVE WS-SHOW-DATE TO REPORT-RECORD(3:10)
               MOVE WS-AS-PAYEE(WS-AS-IDX) TO REPORT-RECORD(14:15)
               IF WS-AS-RECEIPT-REF(WS-AS-IDX) IS EQUAL TO SPACES
                  MOVE "(NONE ON FILE)" TO REPORT-RECORD(30:15)
               ELSE
                  MOVE WS-AS-RECEIPT-REF(WS-AS-IDX)
                    TO REPORT-RECORD(30:15)
               END-IF
               MOVE WS-AS-SERIAL(WS-AS-IDX) TO REPORT-RECORD(46:20)
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 500 ASSETS TO REPORT - THE REST ARE NOT "
                TO REPORT-RECORD
              MOVE "SHOWN" TO REPORT-RECORD(51:5)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "asset-warranty.rpt" TO WS-SPOOL-REPORT
           MOVE "ASSET-REPORT"       TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "WARRANTIES "  DELIMITED BY SIZE
                  WS-DAYS-AHEAD  DELIMITED BY SIZE
                  " DAYS"        DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           MOVE WS-AS-COUNT TO WS-COUNT-EDIT
           DISPLAY WS-COUNT-EDIT " WARRANTY(IES) ENDING - WRITTEN TO "
                   "asset-warranty.rpt"
           .
       W100-EXIT.
           EXIT.

       V100-ASSET-LISTING.
           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "VALUE AS AT (DD/MM/YYYY, BLANK FOR TODAY)"
               ACCEPT WS-DATE
               IF WS-DATE IS EQUAL TO SPACES
                  MOVE WS-TODAY TO WS-AS-AT
                  MOVE 'Y' TO WS-VALID-DATE
               ELSE
                  PERFORM A010-VALIDATE-DATE THRU A010-EXIT
                  IF WS-VALID-DATE IS EQUAL TO 'N'
                     DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, "
                             "RE-ENTER"
                  ELSE
                     MOVE WS-DATE(7:4) TO WS-AS-AT(1:4)
                     MOVE WS-DATE(4:2) TO WS-AS-AT(5:2)
                     MOVE WS-DATE(1:2) TO WS-AS-AT(7:2)
                  END-IF
               END-IF
           END-PERFORM
           PERFORM Z100-LOAD-RATES THRU Z100-EXIT
           MOVE 'L' TO WS-ACTION
           PERFORM A100-LOAD-ASSETS THRU A100-EXIT

           MOVE "asset-register.rpt" TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-AS-AT TO WS-SHOW-FROM
           PERFORM A160-SHOW-DATE THRU A160-EXIT
           STRING "ASSET REGISTER AS AT " DELIMITED BY SIZE
                  WS-SHOW-DATE            DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "VALUES IN HOME CURRENCY, WRITTEN DOWN STRAIGHT LINE"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "------------------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-GONE-COUNT
           MOVE 0 TO WS-TOT-COST
           MOVE 0 TO WS-TOT-VALUE
           MOVE HIGH-VALUES TO WS-CUR-LOCATION
           MOVE 0 TO WS-AS-IDX
           PERFORM UNTIL WS-AS-IDX IS EQUAL TO WS-AS-COUNT
               ADD 1 TO WS-AS-IDX
               IF WS-AS-STATUS(WS-AS-IDX) IS EQUAL TO 'A' OR
                  WS-AS-DISPOSED(WS-AS-IDX) > WS-AS-AT
                  PERFORM V110-PRINT-HELD THRU V110-EXIT
               ELSE
                  ADD 1 TO WS-GONE-COUNT
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT IS EQUAL TO 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "  NO ASSETS HELD ON THE DATE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              PERFORM V120-LOCATION-TOTAL THRU V120-EXIT
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "TOTAL ALL LOCATIONS" TO REPORT-RECORD(1:19)
              MOVE WS-TOT-COST TO WS-TOT-EDIT
              MOVE WS-TOT-EDIT TO REPORT-RECORD(55:12)
              MOVE WS-TOT-VALUE TO WS-TOT-EDIT
              MOVE WS-TOT-EDIT TO REPORT-RECORD(67:12)
              WRITE REPORT-RECORD
           END-IF
           IF WS-GONE-COUNT > 0
              PERFORM V200-PRINT-DISPOSALS THRU V200-EXIT
           END-IF
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 500 ASSETS TO REPORT - THE REST ARE NOT "
                TO REPORT-RECORD
              MOVE "SHOWN" TO REPORT-RECORD(51:5)
              WRITE REPORT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - SOME COSTS ARE NOT "
                TO REPORT-RECORD
              MOVE "CONVERTED" TO REPORT-RECORD(51:9)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "asset-register.rpt" TO WS-SPOOL-REPORT
           MOVE "ASSET-REPORT"       TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "REGISTER AS AT " DELIMITED BY SIZE
                  WS-SHOW-DATE      DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           DISPLAY WS-COUNT-EDIT " ASSET(S) HELD - WRITTEN TO "
                   "asset-register.rpt"
           .
       V100-EXIT.
           EXIT.

       V110-PRINT-HELD.
      **
      * One asset held on the as-at date, under a heading for its
      * location; a change of location closes the last one with its
      * totals.
      **
           IF WS-AS-LOCATION(WS-AS-IDX) IS NOT EQUAL TO
              WS-CUR-LOCATION
              IF WS-HELD-COUNT > 0
                 PERFORM V120-LOCATION-TOTAL THRU V120-EXIT
              END-IF
              MOVE WS-AS-LOCATION(WS-AS-IDX) TO WS-CUR-LOCATION
              MOVE 0 TO WS-LOC-COST
              MOVE 0 TO WS-LOC-VALUE
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              IF WS-CUR-LOCATION IS EQUAL TO SPACES
                 MOVE "LOCATION NOT RECORDED" TO REPORT-RECORD
              ELSE
                 STRING "LOCATION "     DELIMITED BY SIZE
                        WS-CUR-LOCATION DELIMITED BY SIZE
                   INTO REPORT-RECORD
              END-IF
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              MOVE "ASSET"       TO REPORT-RECORD(1:5)
              MOVE "DESCRIPTION" TO REPORT-RECORD(10:11)
              MOVE "BOUGHT"      TO REPORT-RECORD(35:6)
              MOVE "OWNER"       TO REPORT-RECORD(46:5)
              MOVE "COST"        TO REPORT-RECORD(63:4)
              MOVE "VALUE"       TO REPORT-RECORD(74:5)
              WRITE REPORT-RECORD
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-AS-PURCHASED(WS-AS-IDX) TO WS-DP-FROM
           MOVE WS-AS-AT                   TO WS-DP-TO
           MOVE WS-AS-COST(WS-AS-IDX)      TO WS-DP-COST
           MOVE WS-AS-LIFE-YEARS(WS-AS-IDX) TO WS-DP-LIFE
           PERFORM V300-WRITTEN-DOWN THRU V300-EXIT
           ADD WS-DP-COST  TO WS-LOC-COST WS-TOT-COST
           ADD WS-DP-VALUE TO WS-LOC-VALUE WS-TOT-VALUE
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-AS-CODE(WS-AS-IDX) TO REPORT-RECORD(1:8)
           MOVE WS-AS-NAME(WS-AS-IDX) TO REPORT-RECORD(10:24)
           MOVE WS-AS-PURCHASED(WS-AS-IDX) TO WS-SHOW-FROM
           PERFORM A160-SHOW-DATE THRU A160-EXIT
           MOVE WS-SHOW-DATE TO REPORT-RECORD(35:10)
           MOVE WS-AS-OWNER(WS-AS-IDX) TO REPORT-RECORD(46:10)
           MOVE WS-DP-COST TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO REPORT-RECORD(57:10)
           MOVE WS-DP-VALUE TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO REPORT-RECORD(69:10)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-AS-LIFE-YEARS(WS-AS-IDX) TO WS-COUNT-EDIT
           STRING "         SERIAL "          DELIMITED BY SIZE
                  WS-AS-SERIAL(WS-AS-IDX)     DELIMITED BY SIZE
                  " LIFE "                    DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  " YEARS FROM "              DELIMITED BY SIZE
                  WS-AS-PAYEE(WS-AS-IDX)      DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       V110-EXIT.
           EXIT.

       V120-LOCATION-TOTAL.
           MOVE SPACES TO REPORT-RECORD
           MOVE "TOTAL" TO REPORT-RECORD(3:5)
           MOVE WS-CUR-LOCATION TO REPORT-RECORD(9:15)
           MOVE WS-LOC-COST TO WS-TOT-EDIT
           MOVE WS-TOT-EDIT TO REPORT-RECORD(55:12)
           MOVE WS-LOC-VALUE TO WS-TOT-EDIT
           MOVE WS-TOT-EDIT TO REPORT-RECORD(67:12)
           WRITE REPORT-RECORD
           .
       V120-EXIT.
           EXIT.

       V200-PRINT-DISPOSALS.
      **
      * The assets sold or scrapped by the as-at date, with their
      * written-down value on the day they went and what they
      * fetched; the difference is the gain (or, negative, the
      * loss) on disposal.
      **
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DISPOSALS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "ASSET"       TO REPORT-RECORD(1:5)
           MOVE "DESCRIPTION" TO REPORT-RECORD(10:11)
           MOVE "DISPOSED"    TO REPORT-RECORD(33:8)
           MOVE "HOW"         TO REPORT-RECORD(44:3)
           MOVE "VALUE"       TO REPORT-RECORD(54:5)
           MOVE "FETCHED"     TO REPORT-RECORD(62:7)
           MOVE "GAIN"        TO REPORT-RECORD(76:4)
           WRITE REPORT-RECORD
           MOVE 0 TO WS-AS-IDX
           PERFORM UNTIL WS-AS-IDX IS EQUAL TO WS-AS-COUNT
               ADD 1 TO WS-AS-IDX
               IF WS-AS-STATUS(WS-AS-IDX) IS NOT EQUAL TO 'A' AND
                  WS-AS-DISPOSED(WS-AS-IDX) <= WS-AS-AT
                  MOVE WS-AS-PURCHASED(WS-AS-IDX) TO WS-DP-FROM
                  MOVE WS-AS-DISPOSED(WS-AS-IDX)  TO WS-DP-TO
                  MOVE WS-AS-COST(WS-AS-IDX)      TO WS-DP-COST
                  MOVE WS-AS-LIFE-YEARS(WS-AS-IDX) TO WS-DP-LIFE
                  PERFORM V300-WRITTEN-DOWN THRU V300-EXIT
                  COMPUTE WS-GAIN = WS-AS-PROCEEDS(WS-AS-IDX)
                                  - WS-DP-VALUE
                  MOVE SPACES TO REPORT-RECORD
                  MOVE WS-AS-CODE(WS-AS-IDX) TO REPORT-RECORD(1:8)
                  MOVE WS-AS-NAME(WS-AS-IDX) TO REPORT-RECORD(10:22)
                  MOVE WS-AS-DISPOSED(WS-AS-IDX) TO WS-SHOW-FROM
                  PERFORM A160-SHOW-DATE THRU A160-EXIT
                  MOVE WS-SHOW-DATE TO REPORT-RECORD(33:10)
                  IF WS-AS-STATUS(WS-AS-IDX) IS EQUAL TO 'S'
                     MOVE "SOLD" TO REPORT-RECORD(44:5)
                  ELSE
                     MOVE "SCRAP" TO REPORT-RECORD(44:5)
                  END-IF
                  MOVE WS-DP-VALUE TO WS-AMT-EDIT
                  MOVE WS-AMT-EDIT TO REPORT-RECORD(49:10)
                  MOVE WS-AS-PROCEEDS(WS-AS-IDX) TO WS-AMT-EDIT
                  MOVE WS-AMT-EDIT TO REPORT-RECORD(59:10)
                  MOVE WS-GAIN TO WS-GAIN-EDIT
                  MOVE WS-GAIN-EDIT TO REPORT-RECORD(69:11)
                  WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           .
       V200-EXIT.
           EXIT.

       V300-WRITTEN-DOWN.
      **
      * Writes WS-DP-COST down straight line over WS-DP-LIFE years
      * from WS-DP-FROM to WS-DP-TO, a whole month at a time (a
      * month counts once its day of the month is reached), giving
      * WS-DP-VALUE.  Past the end of its life an asset is worth
      * nothing on the register.
      **
           MOVE WS-DP-FROM(1:4) TO WS-DP-FROM-Y
           MOVE WS-DP-FROM(5:2) TO WS-DP-FROM-M
           MOVE WS-DP-FROM(7:2) TO WS-DP-FROM-D
           MOVE WS-DP-TO(1:4)   TO WS-DP-TO-Y
           MOVE WS-DP-TO(5:2)   TO WS-DP-TO-M
           MOVE WS-DP-TO(7:2)   TO WS-DP-TO-D
           COMPUTE WS-DP-MONTHS = (WS-DP-TO-Y * 12 + WS-DP-TO-M)
                                - (WS-DP-FROM-Y * 12 + WS-DP-FROM-M)
           IF WS-DP-TO-D < WS-DP-FROM-D
              SUBTRACT 1 FROM WS-DP-MONTHS
           END-IF
           IF WS-DP-MONTHS < 0
              MOVE 0 TO WS-DP-MONTHS
           END-IF
           COMPUTE WS-DP-LIFE = WS-DP-LIFE * 12
           IF WS-DP-LIFE IS EQUAL TO 0 OR WS-DP-MONTHS >= WS-DP-LIFE
              MOVE 0 TO WS-DP-VALUE
           ELSE
              COMPUTE WS-DP-VALUE ROUNDED = WS-DP-COST
                      - (WS-DP-COST * WS-DP-MONTHS / WS-DP-LIFE)
           END-IF
           .
       V300-EXIT.
           EXIT.

       A100-LOAD-ASSETS.
      **
      * Takes the assets the report wants into WS-AS-TABLE in its
      * order.  For W: in use, with a warranty ending from today to
      * WS-DAYS-AHEAD days on, ordered by that date.  For L: bought
      * by the as-at date, ordered by location, costs converted to
      * home currency.
      **
           MOVE 0 TO WS-AS-COUNT
           MOVE 'N' TO WS-OVERFLOW
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT AST-FILE
           IF WS-AST-STATUS IS NOT EQUAL TO "00"
              GO TO A100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ AST-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  PERFORM A110-TAKE-ASSET THRU A110-EXIT
           END-PERFORM
           CLOSE AST-FILE
           .
       A100-EXIT.
           EXIT.

       A110-TAKE-ASSET.
           MOVE SPACES TO WS-NEW-ENTRY
           MOVE 0 TO WS-NEW-DAYS-LEFT
           IF WS-ACTION IS EQUAL TO 'W'
              IF AST-STATUS IS NOT EQUAL TO 'A' OR
                 AST-WARRANTY-MONTHS IS EQUAL TO 0 OR
                 AST-WARRANTY-END IS NOT NUMERIC OR
                 AST-WARRANTY-END < WS-TODAY
                 GO TO A110-EXIT
              END-IF
              MOVE AST-WARRANTY-END(1:4) TO WS-DN-YYYY
              MOVE AST-WARRANTY-END(5:2) TO WS-DN-MM
              MOVE AST-WARRANTY-END(7:2) TO WS-DN-DD
              PERFORM D100-DAY-NUMBER THRU D100-EXIT
              COMPUTE WS-NEW-DAYS-LEFT = WS-DN-DAYS - WS-TODAY-DAYS
              IF WS-NEW-DAYS-LEFT > WS-DAYS-AHEAD
                 GO TO A110-EXIT
              END-IF
              MOVE AST-WARRANTY-END TO WS-NEW-SORT(1:8)
              MOVE AST-CODE         TO WS-NEW-SORT(9:8)
              MOVE AST-COST         TO WS-NEW-COST
           ELSE
              IF AST-PURCHASED > WS-AS-AT
                 GO TO A110-EXIT
              END-IF
              MOVE AST-LOCATION TO WS-NEW-SORT(1:15)
              MOVE AST-CODE     TO WS-NEW-SORT(16:8)
              MOVE AST-CURRENCY TO WS-CVT-CURRENCY
              MOVE AST-PURCHASED TO WS-CVT-CMP
              PERFORM Z110-RATE-FOR-ASSET THRU Z110-EXIT
              COMPUTE WS-NEW-COST ROUNDED = AST-COST * WS-CVT-RATE
           END-IF
           IF WS-AS-COUNT IS EQUAL TO 500
              MOVE 'Y' TO WS-OVERFLOW
              GO TO A110-EXIT
           END-IF
           MOVE AST-CODE            TO WS-NEW-CODE
           MOVE AST-NAME            TO WS-NEW-NAME
           MOVE AST-PURCHASED       TO WS-NEW-PURCHASED
           MOVE AST-PAYEE           TO WS-NEW-PAYEE
           MOVE AST-RECEIPT-REF     TO WS-NEW-RECEIPT-REF
           MOVE AST-SERIAL          TO WS-NEW-SERIAL
           MOVE AST-LOCATION        TO WS-NEW-LOCATION
           MOVE AST-OWNER           TO WS-NEW-OWNER
           MOVE AST-WARRANTY-END    TO WS-NEW-WARRANTY-END
           MOVE AST-LIFE-YEARS      TO WS-NEW-LIFE-YEARS
           MOVE AST-STATUS          TO WS-NEW-STATUS
           MOVE AST-DISPOSED        TO WS-NEW-DISPOSED
           MOVE AST-PROCEEDS        TO WS-NEW-PROCEEDS
           MOVE WS-AS-COUNT TO WS-AS-IDX
           ADD 1 TO WS-AS-COUNT
           MOVE 'N' TO WS-AS-PLACED
           PERFORM UNTIL WS-AS-PLACED IS EQUAL TO 'Y'
               IF WS-AS-IDX IS EQUAL TO 0
                  MOVE 'Y' TO WS-AS-PLACED
               ELSE
                  IF WS-AS-SORT(WS-AS-IDX) > WS-NEW-SORT
                     COMPUTE WS-AS-NEXT = WS-AS-IDX + 1
                     MOVE WS-AS-ENTRY(WS-AS-IDX)
                       TO WS-AS-ENTRY(WS-AS-NEXT)
                     SUBTRACT 1 FROM WS-AS-IDX
                  ELSE
                     MOVE 'Y' TO WS-AS-PLACED
                  END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-AS-NEXT = WS-AS-IDX + 1
           MOVE WS-NEW-ENTRY TO WS-AS-ENTRY(WS-AS-NEXT)
           .
       A110-EXIT.
           EXIT.

       A160-SHOW-DATE.
           MOVE SPACES TO WS-SHOW-DATE
           STRING WS-SHOW-FROM(7:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-SHOW-FROM(5:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-SHOW-FROM(1:4) DELIMITED BY SIZE
             INTO WS-SHOW-DATE
           .
       A160-EXIT.
           EXIT.

       A010-VALIDATE-DATE.
           MOVE 'N' TO WS-VALID-DATE
           MOVE WS-DATE(1:2) TO WS-VDD-TXT
           MOVE WS-DATE(4:2) TO WS-VMM-TXT
           MOVE WS-DATE(7:4) TO WS-VYYYY-TXT
           IF WS-DATE(3:1) IS EQUAL TO "/" AND
              WS-DATE(6:1) IS EQUAL TO "/" AND
              WS-VDD-TXT IS NUMERIC AND WS-VMM-TXT IS NUMERIC AND
              WS-VYYYY-TXT IS NUMERIC
              MOVE WS-VDD-TXT TO WS-VDD-NUM
              MOVE WS-VMM-TXT TO WS-VMM-NUM
              IF WS-VDD-NUM >= 1 AND WS-VDD-NUM <= 31 AND
                 WS-VMM-NUM >= 1 AND WS-VMM-NUM <= 12
                 MOVE 'Y' TO WS-VALID-DATE
              END-IF
           END-IF
           .
       A010-EXIT.
           EXIT.

       D100-DAY-NUMBER.
      **
      * Turns the date in WS-DN-YYYY/MM/DD into a running day
      * number in WS-DN-DAYS, so two dates can be subtracted to
      * give the days between them - the same reckoning as
      * BILLS-REPORT.
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

       Z100-LOAD-RATES.
      **
      * Loads the exchange-rate master into a table once per run.
      * Assets paid for in a foreign currency are converted to home
      * currency at the rate in force on their purchase date; with
      * no master on file every cost reports at face value.
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
       Z110-RATE-FOR-ASSET.
      **
      * Sets WS-CVT-RATE for a cost paid in WS-CVT-CURRENCY on the
      * date in WS-CVT-CMP: the dated rate entry with the latest
      * effective-from on or before that date.  Home currency costs
      * and codes with no usable rate convert at 1.
      **
           MOVE 1 TO WS-CVT-RATE
           IF WS-CVT-CURRENCY IS EQUAL TO SPACES OR
              WS-RATE-COUNT IS EQUAL TO 0
              GO TO Z110-EXIT
           END-IF
           MOVE 0 TO WS-CVT-BEST
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-CODE(WS-RATE-IDX) IS EQUAL TO
                  WS-CVT-CURRENCY
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
       END PROGRAM ASSET-REPORT.
