      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACCESS-REVIEW.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ALG-FILE  ASSIGN TO "access.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALG-STATUS.
           SELECT PSN-FILE  ASSIGN TO "persons.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSN-STATUS.
           SELECT PARM-FILE  ASSIGN TO "access-review.par"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "access-review.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ALG-FILE.
       01 ALG-RECORD.
        COPY access_record.
       FD PSN-FILE.
       01 PSN-RECORD.
          05 PSN-CODE              PIC X(15).
          05 PSN-ACTIVE            PIC X(1).
      * ODD-FROM and ODD-TO are the hours (00-23) of the out-of-hours
      * window, which may run past midnight (22 and 07 = 22:00 to
      * 06:59); BULK-DAYS is the longest date range a read may span
      * before it counts as a bulk read of the history.  Anything
      * blank or not digits takes the default.
       FD PARM-FILE.
       01 PARM-RECORD.
          05 PARM-ODD-FROM         PIC X(2).
          05 PARM-ODD-TO           PIC X(2).
          05 PARM-BULK-DAYS        PIC X(3).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ALG-STATUS            PIC X(2).
       01 WS-PSN-STATUS            PIC X(2).
       01 WS-PARM-STATUS           PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
       01 WS-MM-IN                 PIC X(2).
       01 WS-YYYY-IN               PIC X(4).
       01 WS-MM-NUM                PIC 9(2).
       01 WS-PERIOD                PIC X(6).
       01 WS-ONE-MEMBER            PIC X(10) VALUE SPACES.
       01 WS-ODD-FROM              PIC 9(2) VALUE 22.
       01 WS-ODD-TO                PIC 9(2) VALUE 7.
       01 WS-ODD-HOUR              PIC 9(2).
       01 WS-BULK-DAYS             PIC 9(3) VALUE 92.
      * the members whose records are reviewed, from persons.dat
       01 WS-MBR-COUNT             PIC 9(3) VALUE 0.
       01 WS-MBR-TABLE.
          05 WS-MBR-ENTRY OCCURS 100 TIMES.
             10 WS-MBR-NAME        PIC X(10).
       01 WS-MBR-IDX               PIC 9(3).
       01 WS-MEMBER                PIC X(10).
       01 WS-READS                 PIC 9(5).
       01 WS-OTHERS                PIC 9(5).
       01 WS-FLAGGED               PIC 9(5).
       01 WS-TOT-READS             PIC 9(7) VALUE 0.
       01 WS-TOT-OTHERS            PIC 9(7) VALUE 0.
       01 WS-TOT-FLAGGED           PIC 9(7) VALUE 0.
       01 WS-OUT-HOURS             PIC X(1).
       01 WS-BULK                  PIC X(1).
       01 WS-SPAN-DAYS             PIC 9(8).
       01 WS-FROM-DAYS             PIC 9(8).
       01 WS-SHOW-FROM             PIC X(8).
       01 WS-SHOW-DATE             PIC X(10).
       01 WS-COUNT-EDIT            PIC Z(4)9.
       01 WS-TOT-EDIT              PIC Z(6)9.
       01 WS-RECS-EDIT             PIC Z(5)9.
       01 WS-SPAN-EDIT             PIC Z(4)9.
       01 WS-DAYS-EDIT             PIC ZZ9.
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
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. The monthly access
      * review: for each member, every inquiry and report run in
      * the month that read their records - a run that picked them
      * out by name, and every run that took in all members' - with
      * who ran it, when, which program, over what dates and how
      * many records, from the access log access.dat.  A read by
      * anyone other than the member is highlighted '*' when it was
      * made out of hours, or when it was a bulk read of the
      * history: a date range longer than the bulk limit, or no
      * limit at all.  Runs with no sign-on (the batch job stream)
      * are listed but never highlighted.  The window and the limit
      * come from access-review.par.  The administrator reviews any
      * member or all of them; a member reviews only their own.
      * The review goes to access-review.rpt and on the access log
      * itself.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           PERFORM K000-RESET THRU K000-EXIT
           DISPLAY "REVIEW MONTH (MM)"
           ACCEPT WS-MM-IN
           DISPLAY "REVIEW YEAR  (YYYY)"
           ACCEPT WS-YYYY-IN
           IF WS-MM-IN IS NOT NUMERIC OR WS-YYYY-IN IS NOT NUMERIC
              DISPLAY "INVALID PERIOD - DIGITS ONLY"
              GO TO MAIN-EXIT
           END-IF
           MOVE WS-MM-IN TO WS-MM-NUM
           IF WS-MM-NUM < 1 OR WS-MM-NUM > 12
              DISPLAY "INVALID MONTH - EXPECTED 01-12"
              GO TO MAIN-EXIT
           END-IF
           MOVE SPACES TO WS-PERIOD
           STRING WS-YYYY-IN DELIMITED BY SIZE
                  WS-MM-IN   DELIMITED BY SIZE
             INTO WS-PERIOD

           IF WS-SIGNON-LEVEL IS EQUAL TO 'A'
              DISPLAY "MEMBER TO REVIEW (BLANK FOR ALL)"
              ACCEPT WS-ONE-MEMBER
           ELSE
              MOVE WS-SIGNON-USER TO WS-ONE-MEMBER
           END-IF
           IF WS-ONE-MEMBER IS EQUAL TO SPACES
              PERFORM K010-LOAD-MEMBERS THRU K010-EXIT
           ELSE
              MOVE 1 TO WS-MBR-COUNT
              MOVE WS-ONE-MEMBER TO WS-MBR-NAME(1)
           END-IF
           IF WS-MBR-COUNT IS EQUAL TO 0
              DISPLAY "NO MEMBERS ON persons.dat - NOTHING TO REVIEW"
              GO TO MAIN-EXIT
           END-IF
           PERFORM K020-READ-PARMS THRU K020-EXIT

           OPEN OUTPUT REPORT-FILE
           PERFORM K100-HEADINGS THRU K100-EXIT
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               MOVE WS-MBR-NAME(WS-MBR-IDX) TO WS-MEMBER
               PERFORM K200-MEMBER-SECTION THRU K200-EXIT
           END-PERFORM
           PERFORM K300-TOTALS THRU K300-EXIT
           CLOSE REPORT-FILE
           PERFORM K900-LOG-ACCESS THRU K900-EXIT

           MOVE "access-review.rpt" TO WS-SPOOL-REPORT
           MOVE "ACCESS-REVIEW"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "PERIOD "         DELIMITED BY SIZE
                  WS-MM-IN          DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-YYYY-IN        DELIMITED BY SIZE
                  " MEMBER "        DELIMITED BY SIZE
                  WS-ONE-MEMBER     DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           MOVE "ACCESS-REVIEW"     TO WS-ACCESS-PROGRAM
           CALL "SPOOL-REPORT"
           MOVE WS-TOT-FLAGGED TO WS-TOT-EDIT
           DISPLAY "ACCESS REVIEW WRITTEN TO access-review.rpt"
           DISPLAY "READS HIGHLIGHTED:" WS-TOT-EDIT
           IF WS-OVERFLOW IS EQUAL TO 'Y'
              DISPLAY "WARNING: MORE THAN 100 MEMBERS ON persons.dat"
                      " - SOME NOT REVIEWED"
           END-IF.
       MAIN-EXIT.
           GOBACK.

       K000-RESET.
      **
      * Clears what a previous review left behind: the program
      * stays loaded between calls from the menu, so the member
      * list, the totals and the access-review.par limits would
      * otherwise carry into this one.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-OVERFLOW
           MOVE SPACES TO WS-ONE-MEMBER
           MOVE 22 TO WS-ODD-FROM
           MOVE 7 TO WS-ODD-TO
           MOVE 92 TO WS-BULK-DAYS
           MOVE 0 TO WS-MBR-COUNT
           MOVE 0 TO WS-TOT-READS
           MOVE 0 TO WS-TOT-OTHERS
           MOVE 0 TO WS-TOT-FLAGGED
           .
       K000-EXIT.
           EXIT.

       K010-LOAD-MEMBERS.
      **
      * Every member on persons.dat, retired ones included - their
      * records stay on file and can still be read.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PSN-FILE
           IF WS-PSN-STATUS IS NOT EQUAL TO "00"
              GO TO K010-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PSN-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF PSN-CODE IS NOT EQUAL TO SPACES
                     IF WS-MBR-COUNT < 100
                        ADD 1 TO WS-MBR-COUNT
                        MOVE PSN-CODE TO WS-MBR-NAME(WS-MBR-COUNT)
                     ELSE
                        MOVE 'Y' TO WS-OVERFLOW
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE PSN-FILE
           .
       K010-EXIT.
           EXIT.

       K020-READ-PARMS.
      **
      * Out-of-hours window and bulk limit from access-review.par;
      * defaults 22:00 to 06:59 and 92 days.
      **
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS NOT EQUAL TO "00"
              GO TO K020-EXIT
           END-IF
           READ PARM-FILE
           IF WS-PARM-STATUS IS EQUAL TO "00"
              IF PARM-ODD-FROM IS NUMERIC AND PARM-ODD-FROM < "24"
                 MOVE PARM-ODD-FROM TO WS-ODD-FROM
              END-IF
              IF PARM-ODD-TO IS NUMERIC AND PARM-ODD-TO < "24"
                 MOVE PARM-ODD-TO TO WS-ODD-TO
              END-IF
              IF PARM-BULK-DAYS IS NUMERIC AND
                 PARM-BULK-DAYS > "000"
                 MOVE PARM-BULK-DAYS TO WS-BULK-DAYS
              END-IF
           END-IF
           CLOSE PARM-FILE
           .
       K020-EXIT.
           EXIT.

       K100-HEADINGS.
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCESS REVIEW FOR "  DELIMITED BY SIZE
                  WS-MM-IN              DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-YYYY-IN            DELIMITED BY SIZE
                  "   RUN "             DELIMITED BY SIZE
                  WS-SYS-DD             DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-SYS-MM             DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-SYS-YYYY           DELIMITED BY SIZE
                  " BY "                DELIMITED BY SIZE
                  WS-SIGNON-USER        DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "* = READ BY ANOTHER USER OUT OF HOURS OR IN BULK"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "OUT OF HOURS"  TO REPORT-RECORD(5:12)
           MOVE WS-ODD-FROM     TO REPORT-RECORD(19:2)
           MOVE ":00 TO"        TO REPORT-RECORD(21:6)
           MOVE WS-ODD-TO       TO REPORT-RECORD(28:2)
           MOVE ":00"           TO REPORT-RECORD(30:3)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-BULK-DAYS TO WS-DAYS-EDIT
           MOVE "BULK READ"     TO REPORT-RECORD(5:9)
           MOVE "DATES SPANNING OVER" TO REPORT-RECORD(19:19)
           MOVE WS-DAYS-EDIT    TO REPORT-RECORD(39:3)
           MOVE "DAYS, OR NO DATE LIMIT" TO REPORT-RECORD(43:22)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "FOR"           TO REPORT-RECORD(5:3)
           MOVE "ONE = THE MEMBER'S RECORDS, ALL = EVERY MEMBER'S"
             TO REPORT-RECORD(19:49)
           WRITE REPORT-RECORD
           .
       K100-EXIT.
           EXIT.

       K200-MEMBER-SECTION.
      **
      * One pass of the log for the member: the month's entries
      * that named them or took in every member's records.
      **
           MOVE 0 TO WS-READS
           MOVE 0 TO WS-OTHERS
           MOVE 0 TO WS-FLAGGED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MEMBER: "            DELIMITED BY SIZE
                  WS-MEMBER             DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "DATE"          TO REPORT-RECORD(3:4)
           MOVE "TIME"          TO REPORT-RECORD(14:4)
           MOVE "READ BY"       TO REPORT-RECORD(20:7)
           MOVE "PROGRAM"       TO REPORT-RECORD(31:7)
           MOVE "DATES READ"    TO REPORT-RECORD(47:10)
           MOVE "RECS"          TO REPORT-RECORD(72:4)
           MOVE "FOR"           TO REPORT-RECORD(77:3)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ALG-FILE
           IF WS-ALG-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ ALG-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF ALG-STAMP(1:6) IS EQUAL TO WS-PERIOD AND
                        (ALG-PERSON IS EQUAL TO WS-MEMBER OR
                         ALG-PERSON IS EQUAL TO "*ALL")
                        PERFORM K210-PRINT-READ THRU K210-EXIT
                     END-IF
              END-PERFORM
              CLOSE ALG-FILE
           END-IF
           IF WS-READS IS EQUAL TO 0
              MOVE "  NO READS OF THIS MEMBER'S RECORDS IN THE MONTH"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO K200-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-READS TO WS-COUNT-EDIT
           MOVE "READS"              TO REPORT-RECORD(3:5)
           MOVE WS-COUNT-EDIT        TO REPORT-RECORD(9:5)
           MOVE WS-OTHERS TO WS-COUNT-EDIT
           MOVE "BY OTHER USERS"     TO REPORT-RECORD(17:14)
           MOVE WS-COUNT-EDIT        TO REPORT-RECORD(32:5)
           MOVE WS-FLAGGED TO WS-COUNT-EDIT
           MOVE "HIGHLIGHTED"        TO REPORT-RECORD(40:11)
           MOVE WS-COUNT-EDIT        TO REPORT-RECORD(52:5)
           WRITE REPORT-RECORD
           .
       K200-EXIT.
           EXIT.

       K210-PRINT-READ.
           ADD 1 TO WS-READS
           ADD 1 TO WS-TOT-READS
           MOVE 'N' TO WS-OUT-HOURS
           MOVE 'N' TO WS-BULK
           IF ALG-USER IS NOT EQUAL TO WS-MEMBER AND
              ALG-USER IS NOT EQUAL TO "*NONE"
              ADD 1 TO WS-OTHERS
              ADD 1 TO WS-TOT-OTHERS
              PERFORM K220-JUDGE-READ THRU K220-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF WS-OUT-HOURS IS EQUAL TO 'Y' OR WS-BULK IS EQUAL TO 'Y'
              MOVE "*" TO REPORT-RECORD(1:1)
              ADD 1 TO WS-FLAGGED
              ADD 1 TO WS-TOT-FLAGGED
           END-IF
           MOVE ALG-STAMP(1:8) TO WS-SHOW-FROM
           PERFORM K400-SHOW-DATE THRU K400-EXIT
           MOVE WS-SHOW-DATE         TO REPORT-RECORD(3:10)
           MOVE ALG-STAMP(9:2)       TO REPORT-RECORD(14:2)
           MOVE ":"                  TO REPORT-RECORD(16:1)
           MOVE ALG-STAMP(11:2)      TO REPORT-RECORD(17:2)
           MOVE ALG-USER             TO REPORT-RECORD(20:10)
           MOVE ALG-PROGRAM(1:15)    TO REPORT-RECORD(31:15)
           IF ALG-FROM IS NOT EQUAL TO SPACES
              MOVE ALG-FROM TO WS-SHOW-FROM
              PERFORM K400-SHOW-DATE THRU K400-EXIT
              MOVE WS-SHOW-DATE      TO REPORT-RECORD(47:10)
              MOVE "-"               TO REPORT-RECORD(58:1)
              MOVE ALG-TO TO WS-SHOW-FROM
              PERFORM K400-SHOW-DATE THRU K400-EXIT
              MOVE WS-SHOW-DATE      TO REPORT-RECORD(60:10)
           END-IF
           IF ALG-RECORDS IS NUMERIC
              MOVE ALG-RECORDS TO WS-RECS-EDIT
              MOVE WS-RECS-EDIT      TO REPORT-RECORD(70:6)
           END-IF
           IF ALG-PERSON IS EQUAL TO "*ALL"
              MOVE "ALL"             TO REPORT-RECORD(77:3)
           ELSE
              MOVE "ONE"             TO REPORT-RECORD(77:3)
           END-IF
           WRITE REPORT-RECORD
           IF WS-OUT-HOURS IS EQUAL TO 'N' AND WS-BULK IS EQUAL TO 'N'
              GO TO K210-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE "**"                 TO REPORT-RECORD(3:2)
           IF WS-OUT-HOURS IS EQUAL TO 'Y'
              MOVE "OUT OF HOURS"    TO REPORT-RECORD(6:12)
           END-IF
           IF WS-BULK IS EQUAL TO 'Y'
              IF ALG-FROM IS EQUAL TO "00000000" OR
                 ALG-TO IS EQUAL TO "99999999"
                 MOVE "BULK READ - NO DATE LIMIT"
                   TO REPORT-RECORD(20:25)
              ELSE
                 MOVE WS-SPAN-DAYS TO WS-SPAN-EDIT
                 MOVE "BULK READ -"  TO REPORT-RECORD(20:11)
                 MOVE WS-SPAN-EDIT   TO REPORT-RECORD(31:5)
                 MOVE "DAYS OF HISTORY" TO REPORT-RECORD(37:15)
              END-IF
           END-IF
           IF ALG-PARMS IS NOT EQUAL TO SPACES
              MOVE ALG-PARMS(1:27)   TO REPORT-RECORD(53:27)
           END-IF
           WRITE REPORT-RECORD
           .
       K210-EXIT.
           EXIT.

       K220-JUDGE-READ.
      **
      * Out of hours: the hour of the stamp falls in the window,
      * which may run past midnight.  Bulk: no lower or no upper
      * date limit, or a range longer than the limit.  A run that
      * does not select by date (FROM blank) is not judged bulk.
      **
           IF ALG-STAMP(9:2) IS NUMERIC
              MOVE ALG-STAMP(9:2) TO WS-ODD-HOUR
              IF (WS-ODD-FROM > WS-ODD-TO AND
                  (WS-ODD-HOUR >= WS-ODD-FROM OR
                   WS-ODD-HOUR < WS-ODD-TO)) OR
                 (WS-ODD-FROM < WS-ODD-TO AND
                  WS-ODD-HOUR >= WS-ODD-FROM AND
                  WS-ODD-HOUR < WS-ODD-TO)
                 MOVE 'Y' TO WS-OUT-HOURS
              END-IF
           END-IF
           IF ALG-FROM IS EQUAL TO "00000000" OR
              ALG-TO IS EQUAL TO "99999999"
              MOVE 'Y' TO WS-BULK
              GO TO K220-EXIT
           END-IF
           IF ALG-FROM IS NOT NUMERIC OR ALG-TO IS NOT NUMERIC OR
              ALG-TO < ALG-FROM
              GO TO K220-EXIT
           END-IF
           MOVE ALG-FROM(1:4) TO WS-DN-YYYY
           MOVE ALG-FROM(5:2) TO WS-DN-MM
           MOVE ALG-FROM(7:2) TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-FROM-DAYS
           MOVE ALG-TO(1:4) TO WS-DN-YYYY
           MOVE ALG-TO(5:2) TO WS-DN-MM
           MOVE ALG-TO(7:2) TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           COMPUTE WS-SPAN-DAYS = WS-DN-DAYS - WS-FROM-DAYS + 1
           IF WS-SPAN-DAYS > WS-BULK-DAYS
              MOVE 'Y' TO WS-BULK
           END-IF
           .
       K220-EXIT.
           EXIT.

       K300-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "=" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MBR-COUNT TO WS-TOT-EDIT
           STRING "MEMBERS REVIEWED "   DELIMITED BY SIZE
                  WS-TOT-EDIT           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TOT-READS TO WS-TOT-EDIT
           STRING "READS LISTED     "   DELIMITED BY SIZE
                  WS-TOT-EDIT           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TOT-OTHERS TO WS-TOT-EDIT
           STRING "BY OTHER USERS   "   DELIMITED BY SIZE
                  WS-TOT-EDIT           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-TOT-FLAGGED TO WS-TOT-EDIT
           STRING "HIGHLIGHTED      "   DELIMITED BY SIZE
                  WS-TOT-EDIT           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       K300-EXIT.
           EXIT.

       K400-SHOW-DATE.
           MOVE SPACES TO WS-SHOW-DATE
           IF WS-SHOW-FROM IS EQUAL TO "00000000" OR
              WS-SHOW-FROM IS EQUAL TO "99999999"
              MOVE "ANY" TO WS-SHOW-DATE
              GO TO K400-EXIT
           END-IF
           STRING WS-SHOW-FROM(7:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-SHOW-FROM(5:2) DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  WS-SHOW-FROM(1:4) DELIMITED BY SIZE
             INTO WS-SHOW-DATE
           .
       K400-EXIT.
           EXIT.

       K900-LOG-ACCESS.
      **
      * Puts the review on the access log: whose reads were listed
      * (the member, or every member's), the month, and how many
      * log entries it listed.  The name goes back in
      * WS-ACCESS-PROGRAM before the spool call so SPOOL-REPORT
      * does not log the run again.
      **
           MOVE "ACCESS-REVIEW"     TO WS-ACCESS-PROGRAM
           MOVE WS-ONE-MEMBER       TO WS-ACCESS-PERSON
           MOVE SPACES              TO WS-ACCESS-FROM
           STRING WS-PERIOD         DELIMITED BY SIZE
                  "01"              DELIMITED BY SIZE
             INTO WS-ACCESS-FROM
           MOVE WS-ACCESS-FROM      TO WS-ACCESS-TO
           MOVE "31"                TO WS-ACCESS-TO(7:2)
           MOVE WS-TOT-READS        TO WS-ACCESS-RECORDS
           MOVE "ACCESS LOG REVIEW" TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       K900-EXIT.
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
      ** add other procedures here
       END PROGRAM ACCESS-REVIEW.
