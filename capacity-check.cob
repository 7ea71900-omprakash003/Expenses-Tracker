      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CAPACITY-CHECK.
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
           SELECT STMT-FILE  ASSIGN TO "statement.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STMT-STATUS.
           SELECT USR-FILE  ASSIGN TO "users.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USR-STATUS.
           SELECT DEP-FILE  ASSIGN TO "departures.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEP-STATUS.
           SELECT CAT-FILE  ASSIGN TO "categories.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT ARC-FILE  ASSIGN TO WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARC-STATUS.
           SELECT PRJ-FILE  ASSIGN TO "projects.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRJ-STATUS.
           SELECT RECUR-FILE  ASSIGN TO "recurring.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECUR-STATUS.
           SELECT BILL-FILE  ASSIGN TO "bills.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BILL-STATUS.
           SELECT ITM-FILE  ASSIGN TO "items.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ITM-STATUS.
           SELECT RLN-FILE  ASSIGN TO "receipt-lines.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RLN-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT CTL-FILE  ASSIGN TO "exceptions.ctl"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "capacity.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
       FD STMT-FILE.
       01 STMT-RECORD.
          05 STMT-DATE             PIC X(10).
          05 STMT-AMOUNT           PIC 9(6)V99.
          05 STMT-DESCRIPTION      PIC X(30).
       FD USR-FILE.
       01 USR-RECORD.
          05 USR-NAME              PIC X(10).
          05 USR-PASSWORD          PIC X(10).
          05 USR-LEVEL             PIC X(1).
          05 USR-ALLOWANCE         PIC 9(6)V99.
          05 USR-MUST-CHANGE       PIC X(1).
          05 USR-FAILS             PIC 9(1).
          05 USR-LOCKED            PIC X(1).
          05 USR-CONTACT           PIC X(40).
          05 USR-NOTIFY            PIC X(6).
       FD DEP-FILE.
       01 DEP-RECORD.
          05 DEP-PERSON            PIC X(10).
          05 DEP-LEFT              PIC X(10).
          05 DEP-RUN-DATE          PIC X(8).
          05 DEP-RUN-BY            PIC X(10).
          05 DEP-NET               PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD CAT-FILE.
       01 CAT-RECORD.
          05 CAT-CODE              PIC X(15).
          05 CAT-ACTIVE            PIC X(1).
          05 CAT-PARENT            PIC X(15).
          05 CAT-DEDUCT            PIC X(1).
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE              PIC X(3).
          05 CUR-FROM              PIC X(8).
          05 CUR-RATE              PIC 9(3)V9(6).
          05 CUR-ACTIVE            PIC X(1).
      * an archived expense record, moved to FS-RECORD to be read
       FD ARC-FILE.
       01 ARC-RECORD               PIC X(248).
       FD PRJ-FILE.
       01 PRJ-RECORD.
          05 PRJ-CODE              PIC X(8).
          05 PRJ-DESC              PIC X(30).
          05 PRJ-OPEN              PIC X(10).
          05 PRJ-CLOSE             PIC X(10).
          05 PRJ-BUDGET            PIC 9(7)V99.
       FD RECUR-FILE.
       01 RECUR-RECORD             PIC X(96).
       FD BILL-FILE.
       01 BILL-RECORD.
          05 BILL-NO               PIC 9(6).
          05 BILL-PAYEE            PIC X(15).
          05 BILL-DESC             PIC X(30).
          05 BILL-AMOUNT           PIC 9(6)V99.
          05 BILL-CATEGORY         PIC X(15).
          05 BILL-RECEIVED         PIC X(10).
          05 BILL-DUE              PIC X(10).
          05 BILL-REF              PIC X(15).
          05 BILL-STATUS           PIC X(1).
          05 BILL-PAID-DATE        PIC X(10).
          05 BILL-EXP-KEY          PIC X(16).
          05 BILL-PERSON           PIC X(10).
       FD ITM-FILE.
       01 ITM-RECORD               PIC X(58).
       FD RLN-FILE.
       01 RLN-RECORD.
        COPY receipt_line.
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD CTL-FILE.
       01 CTL-RECORD.
          05 CTL-LAST-STAMP        PIC X(14).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-STMT-STATUS           PIC X(2).
       01 WS-USR-STATUS            PIC X(2).
       01 WS-DEP-STATUS            PIC X(2).
       01 WS-CAT-STATUS            PIC X(2).
       01 WS-CUR-STATUS            PIC X(2).
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-PRJ-STATUS            PIC X(2).
       01 WS-RECUR-STATUS          PIC X(2).
       01 WS-BILL-STATUS           PIC X(2).
       01 WS-ITM-STATUS            PIC X(2).
       01 WS-RLN-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-CTL-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-DAY-END               PIC X(1).
       01 WS-TODAY                 PIC X(8).
       01 WS-TODAY-DATE            PIC X(10).
       01 WS-CDATE                 PIC X(10).
       01 WS-CDATE-OK              PIC X(1).
      * payment methods on file, with how many spending records each
      * - MATCH-STATEMENT loads every one of a method's records
       01 WS-MTH-COUNT             PIC 9(3) VALUE 0.
       01 WS-MTH-TABLE.
          05 WS-MTH-ENTRY OCCURS 100 TIMES.
             10 WS-MTH-NAME        PIC X(15).
             10 WS-MTH-ITEMS       PIC 9(6).
       01 WS-MTH-IDX               PIC 9(3).
       01 WS-MTH-FOUND             PIC X(1).
       01 WS-MTH-FULL              PIC X(1) VALUE 'N'.
       01 WS-MTH-BUSIEST           PIC X(15) VALUE SPACES.
      * claim number and status pairs on reimbursable records - one
      * line each on the CLAIM-EXPENSES claims list; the 'C' pairs
      * are the claims the aging report carries
       01 WS-CLM-COUNT             PIC 9(3) VALUE 0.
       01 WS-CLM-TABLE.
          05 WS-CLM-ENTRY OCCURS 500 TIMES.
             10 WS-CLM-NO          PIC 9(4).
             10 WS-CLM-STATUS      PIC X(1).
       01 WS-CLM-IDX               PIC 9(3).
       01 WS-CLM-FOUND             PIC X(1).
       01 WS-CLM-FULL              PIC X(1) VALUE 'N'.
      * everyone SETTLEMENT-REPORT would divide among - the users
      * plus any payer of shared spending not on the user list
       01 WS-MBR-COUNT             PIC 9(3) VALUE 0.
       01 WS-MBR-TABLE.
          05 WS-MBR-NAME OCCURS 200 TIMES PIC X(10).
       01 WS-MBR-IDX               PIC 9(3).
       01 WS-MBR-NEW               PIC X(10).
       01 WS-MBR-FOUND             PIC X(1).
       01 WS-MBR-FULL              PIC X(1) VALUE 'N'.
      * foreign currencies in use, as LOAD-RATES tracks them
       01 WS-CCY-COUNT             PIC 9(3) VALUE 0.
       01 WS-CCY-TABLE.
          05 WS-CCY-CODE OCCURS 200 TIMES PIC X(3).
       01 WS-CCY-IDX               PIC 9(3).
       01 WS-CCY-FOUND             PIC X(1).
       01 WS-CCY-FULL              PIC X(1) VALUE 'N'.
       01 WS-NEED-EXP              PIC 9(6) VALUE 0.
       01 WS-NEED-UNM              PIC 9(6) VALUE 0.
       01 WS-NEED-AGING            PIC 9(6) VALUE 0.
       01 WS-NEED-DEP              PIC 9(6) VALUE 0.
       01 WS-NEED-DED              PIC 9(6) VALUE 0.
       01 WS-NEED-RATES            PIC 9(6) VALUE 0.
       01 WS-NEED-RECUR            PIC 9(6) VALUE 0.
       01 WS-NEED-PAID             PIC 9(6) VALUE 0.
       01 WS-NEED-ITEMS            PIC 9(6) VALUE 0.
       01 WS-NEED-LINES            PIC 9(6) VALUE 0.
       01 WS-NEED-NEW              PIC 9(6) VALUE 0.
       01 WS-NEED-CHARGES          PIC 9(6) VALUE 0.
       01 WS-NEED-PRJ-MONTHS       PIC 9(6) VALUE 0.
      * the history the newer reports group in storage: last year's
      * archive and the live file
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-LAST-YEAR             PIC 9(4).
       01 WS-REC-YYYY              PIC 9(4).
       01 WS-IN-LIVE               PIC X(1).
       01 WS-FC-TAKE               PIC X(1).
       01 WS-KEY-CATEGORY          PIC X(15).
       01 WS-SPL-IDX               PIC 9(1).
       01 WS-LAST-STAMP            PIC X(14).
       01 WS-PRJ-MONTHS            PIC S9(6).
       01 WS-PRJ-LAST              PIC X(10).
       01 WS-PRJ-OPEN-YYYY         PIC 9(4).
       01 WS-PRJ-OPEN-MM           PIC 9(2).
       01 WS-PRJ-LAST-YYYY         PIC 9(4).
       01 WS-PRJ-LAST-MM           PIC 9(2).
      * every distinct value those reports would keep a table entry
      * for, tagged with the table it stands for, and how many
      * records fell to it:
      *   SC SP SM  SPEND-EXCEPTIONS categories, payees and payee
      *             payment methods
      *   PC PP     PROJECT-REPORT project/category and project/
      *             person; P1 and P2 count them per project
      *   DG        DETECT-RECURRING payee (or description) groups
      *   FC FM     FORECAST-REPORT categories and months of history
      *   HL HP     PRICE-HISTORY item purchases and item/shop; HI
      *             counts the shops per item
       01 WS-KEY-COUNT             PIC 9(4) VALUE 0.
       01 WS-KEY-TABLE.
          05 WS-KEY-ENTRY OCCURS 5000 TIMES.
             10 WS-KEY-KIND        PIC X(2).
             10 WS-KEY-VALUE       PIC X(34).
             10 WS-KEY-ITEMS       PIC 9(6).
       01 WS-KEY-IDX               PIC 9(4).
       01 WS-KEY-FOUND             PIC X(1).
       01 WS-KEY-ADDED             PIC X(1).
       01 WS-KEY-FULL              PIC X(1) VALUE 'N'.
       01 WS-KEY-NEW-KIND          PIC X(2).
       01 WS-KEY-NEW               PIC X(34).
       01 WS-KEY-MIN               PIC 9(6).
       01 WS-KEY-DISTINCT          PIC 9(6).
       01 WS-KEY-MOST              PIC 9(6).
       01 WS-KEY-ATLEAST           PIC 9(6).
       01 WS-STMT-CMP              PIC X(8).
       01 WS-STMT-HIT              PIC X(1).
      * the table being judged, and what was found for it
       01 WS-CHK-PROGRAM           PIC X(18).
       01 WS-CHK-TABLE             PIC X(30).
       01 WS-CHK-LIMIT             PIC 9(6).
       01 WS-CHK-NEEDED            PIC 9(6).
       01 WS-CHK-CAPPED            PIC X(1).
       01 WS-CHK-WARN-AT           PIC 9(6).
       01 WS-CHK-PCT               PIC 9(7).
       01 WS-LIMIT-EDIT            PIC Z(4)9.
       01 WS-NEED-EDIT             PIC Z(5)9.
       01 WS-PCT-EDIT              PIC ZZ9.
       01 WS-CNT-EDIT              PIC Z9.
       01 WS-TABLES                PIC 9(2) VALUE 0.
       01 WS-WARNED                PIC 9(2) VALUE 0.
       01 WS-OVER                  PIC 9(2) VALUE 0.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. The in-storage tables
      * the reports load their data into are a fixed size, and a
      * report whose table fills comes out short.  This counts,
      * against the data and masters on file now, what each of those
      * tables would have to hold - the busiest payment method's
      * spending and the unkeyed statement lines for
      * MATCH-STATEMENT, the claims for CLAIM-EXPENSES, the members
      * and departures for SETTLEMENT-REPORT, the deductible
      * categories for TAX-REPORT, the currencies in use for
      * LOAD-RATES, the dated rates every converting report loads,
      * and the categories, persons, payee groups, charges, items,
      * shops, postings and months that PROJECT-REPORT,
      * DETECT-RECURRING, PRICE-HISTORY, SPEND-EXCEPTIONS and
      * FORECAST-REPORT group in storage - and lists each against
      * its limit on capacity.rpt.  Where a report can be run for
      * one project, item or period, the figure is for the widest
      * run: the busiest project or item, every date on file.
      * A table above 80% of its limit is marked WARNING; one the
      * data has already outgrown is marked OVER and the run ends
      * with return code 8, so a BATCH-DRIVER stream that runs this
      * as its first step stops before any report is truncated.  No
      * prompts, so it runs the same from the menu.
      **
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY(7:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-TODAY(5:2) DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-TODAY(1:4) DELIMITED BY SIZE
             INTO WS-TODAY-DATE
           PERFORM Q000-RESET THRU Q000-EXIT
           PERFORM Q010-COUNT-USERS THRU Q010-EXIT
           PERFORM Q020-SCAN-EXPENSES THRU Q020-EXIT
           PERFORM Q030-SCAN-STATEMENT THRU Q030-EXIT
           PERFORM Q040-COUNT-MASTERS THRU Q040-EXIT
           PERFORM Q050-SCAN-HISTORY THRU Q050-EXIT
           PERFORM Q080-COUNT-FILES THRU Q080-EXIT

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "TABLE CAPACITY CHECK AS AT " DELIMITED BY SIZE
                  WS-TODAY-DATE                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "PROGRAM"          TO REPORT-RECORD(1:7)
           MOVE "TABLE"            TO REPORT-RECORD(20:5)
           MOVE "LIMIT"            TO REPORT-RECORD(51:5)
           MOVE "NEEDED"           TO REPORT-RECORD(58:6)
           MOVE "USED"             TO REPORT-RECORD(65:4)
           MOVE "STATUS"           TO REPORT-RECORD(71:6)
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "MATCH-STATEMENT"  TO WS-CHK-PROGRAM
           MOVE SPACES TO WS-CHK-TABLE
           STRING "EXPENSES - "    DELIMITED BY SIZE
                  WS-MTH-BUSIEST   DELIMITED BY SIZE
             INTO WS-CHK-TABLE
           MOVE 1000               TO WS-CHK-LIMIT
           MOVE WS-NEED-EXP        TO WS-CHK-NEEDED
           MOVE WS-MTH-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "MATCH-STATEMENT"  TO WS-CHK-PROGRAM
           MOVE "UNKEYED STATEMENT LINES" TO WS-CHK-TABLE
           MOVE 200                TO WS-CHK-LIMIT
           MOVE WS-NEED-UNM        TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "CLAIM-EXPENSES"   TO WS-CHK-PROGRAM
           MOVE "CLAIMS LIST"      TO WS-CHK-TABLE
           MOVE 100                TO WS-CHK-LIMIT
           MOVE WS-CLM-COUNT       TO WS-CHK-NEEDED
           MOVE WS-CLM-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "CLAIM-EXPENSES"   TO WS-CHK-PROGRAM
           MOVE "CLAIMS WITH THE EMPLOYER" TO WS-CHK-TABLE
           MOVE 100                TO WS-CHK-LIMIT
           MOVE WS-NEED-AGING      TO WS-CHK-NEEDED
           MOVE WS-CLM-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "SETTLEMENT-REPORT" TO WS-CHK-PROGRAM
           MOVE "HOUSEHOLD MEMBERS" TO WS-CHK-TABLE
           MOVE 20                 TO WS-CHK-LIMIT
           MOVE WS-MBR-COUNT       TO WS-CHK-NEEDED
           MOVE WS-MBR-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "SETTLEMENT-REPORT" TO WS-CHK-PROGRAM
           MOVE "MEMBERS WHO HAVE LEFT" TO WS-CHK-TABLE
           MOVE 20                 TO WS-CHK-LIMIT
           MOVE WS-NEED-DEP        TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "TAX-REPORT"       TO WS-CHK-PROGRAM
           MOVE "DEDUCTIBLE CATEGORIES" TO WS-CHK-TABLE
           MOVE 50                 TO WS-CHK-LIMIT
           MOVE WS-NEED-DED        TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "LOAD-RATES"       TO WS-CHK-PROGRAM
           MOVE "CURRENCIES IN USE" TO WS-CHK-TABLE
           MOVE 50                 TO WS-CHK-LIMIT
           MOVE WS-CCY-COUNT       TO WS-CHK-NEEDED
           MOVE WS-CCY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

      * LOAD-RATES and every report that converts foreign spending
      * load the whole dated rate history into the same size table
           MOVE "ALL CONVERTING"   TO WS-CHK-PROGRAM
           MOVE "DATED RATES (currates.dat)" TO WS-CHK-TABLE
           MOVE 2000               TO WS-CHK-LIMIT
           MOVE WS-NEED-RATES      TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "P1" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "PROJECT-REPORT"   TO WS-CHK-PROGRAM
           MOVE "CATEGORIES IN ONE PROJECT" TO WS-CHK-TABLE
           MOVE 50                 TO WS-CHK-LIMIT
           MOVE WS-KEY-MOST        TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "P2" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "PROJECT-REPORT"   TO WS-CHK-PROGRAM
           MOVE "PERSONS IN ONE PROJECT" TO WS-CHK-TABLE
           MOVE 30                 TO WS-CHK-LIMIT
           MOVE WS-KEY-MOST        TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "PROJECT-REPORT"   TO WS-CHK-PROGRAM
           MOVE "MONTHS ONE PROJECT RUNS" TO WS-CHK-TABLE
           MOVE 120                TO WS-CHK-LIMIT
           MOVE WS-NEED-PRJ-MONTHS TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "DETECT-RECURRING" TO WS-CHK-PROGRAM
           MOVE "COMMITMENTS (recurring.dat)" TO WS-CHK-TABLE
           MOVE 200                TO WS-CHK-LIMIT
           MOVE WS-NEED-RECUR      TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "DG" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "DETECT-RECURRING" TO WS-CHK-PROGRAM
           MOVE "PAYEE GROUPS"     TO WS-CHK-TABLE
           MOVE 500                TO WS-CHK-LIMIT
           MOVE WS-KEY-DISTINCT    TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "DETECT-RECURRING" TO WS-CHK-PROGRAM
           MOVE "CHARGES IN ONE PAYEE GROUP" TO WS-CHK-TABLE
           MOVE 500                TO WS-CHK-LIMIT
           MOVE WS-KEY-MOST        TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "DETECT-RECURRING" TO WS-CHK-PROGRAM
           MOVE "CHARGES"          TO WS-CHK-TABLE
           MOVE 5000               TO WS-CHK-LIMIT
           MOVE WS-NEED-CHARGES    TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "PRICE-HISTORY"    TO WS-CHK-PROGRAM
           MOVE "ITEMS (items.dat)" TO WS-CHK-TABLE
           MOVE 500                TO WS-CHK-LIMIT
           MOVE WS-NEED-ITEMS      TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "PRICE-HISTORY"    TO WS-CHK-PROGRAM
           MOVE "ITEM PURCHASES"   TO WS-CHK-TABLE
           MOVE 3000               TO WS-CHK-LIMIT
           MOVE WS-NEED-LINES      TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "HI" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "PRICE-HISTORY"    TO WS-CHK-PROGRAM
           MOVE "SHOPS FOR ONE ITEM" TO WS-CHK-TABLE
           MOVE 30                 TO WS-CHK-LIMIT
           MOVE WS-KEY-MOST        TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

      * bought three times or more - PRICE-HISTORY's regular purchase
           MOVE "HL" TO WS-KEY-NEW-KIND
           MOVE 3 TO WS-KEY-MIN
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "PRICE-HISTORY"    TO WS-CHK-PROGRAM
           MOVE "REGULAR PURCHASES" TO WS-CHK-TABLE
           MOVE 500                TO WS-CHK-LIMIT
           MOVE WS-KEY-ATLEAST     TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "SPEND-EXCEPTIONS" TO WS-CHK-PROGRAM
           MOVE "POSTINGS SINCE THE LAST RUN" TO WS-CHK-TABLE
           MOVE 1000               TO WS-CHK-LIMIT
           MOVE WS-NEED-NEW        TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "SC" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "SPEND-EXCEPTIONS" TO WS-CHK-PROGRAM
           MOVE "CATEGORIES"       TO WS-CHK-TABLE
           MOVE 200                TO WS-CHK-LIMIT
           MOVE WS-KEY-DISTINCT    TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "SP" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "SPEND-EXCEPTIONS" TO WS-CHK-PROGRAM
           MOVE "PAYEES"           TO WS-CHK-TABLE
           MOVE 500                TO WS-CHK-LIMIT
           MOVE WS-KEY-DISTINCT    TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "SM" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "SPEND-EXCEPTIONS" TO WS-CHK-PROGRAM
           MOVE "PAYEE PAYMENT METHODS" TO WS-CHK-TABLE
           MOVE 1000               TO WS-CHK-LIMIT
           MOVE WS-KEY-DISTINCT    TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "FORECAST-REPORT"  TO WS-CHK-PROGRAM
           MOVE "COMMITMENTS (recurring.dat)" TO WS-CHK-TABLE
           MOVE 50                 TO WS-CHK-LIMIT
           MOVE WS-NEED-RECUR      TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "FC" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "FORECAST-REPORT"  TO WS-CHK-PROGRAM
           MOVE "CATEGORIES"       TO WS-CHK-TABLE
           MOVE 30                 TO WS-CHK-LIMIT
           MOVE WS-KEY-DISTINCT    TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "FM" TO WS-KEY-NEW-KIND
           PERFORM Q250-KEY-NEED THRU Q250-EXIT
           MOVE "FORECAST-REPORT"  TO WS-CHK-PROGRAM
           MOVE "MONTHS OF HISTORY" TO WS-CHK-TABLE
           MOVE 120                TO WS-CHK-LIMIT
           MOVE WS-KEY-DISTINCT    TO WS-CHK-NEEDED
           MOVE WS-KEY-FULL        TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE "FORECAST-REPORT"  TO WS-CHK-PROGRAM
           MOVE "PAID BILLS (bills.dat)" TO WS-CHK-TABLE
           MOVE 500                TO WS-CHK-LIMIT
           MOVE WS-NEED-PAID       TO WS-CHK-NEEDED
           MOVE 'N'                TO WS-CHK-CAPPED
           PERFORM Q100-JUDGE-TABLE THRU Q100-EXIT

           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TABLES TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CNT-EDIT            DELIMITED BY SIZE
                  " TABLE(S) CHECKED"    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-WARNED TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CNT-EDIT            DELIMITED BY SIZE
                  " ABOVE 80% OF THEIR LIMIT - WARNING"
                                         DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OVER TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CNT-EDIT            DELIMITED BY SIZE
                  " OVER THEIR LIMIT - THOSE REPORTS WOULD BE "
                                         DELIMITED BY SIZE
                  "INCOMPLETE"           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-OVER > 0
              MOVE "CAPACITY EXCEEDED - ENLARGE THE TABLE OR ARCHIVE "
                TO REPORT-RECORD
              MOVE "BEFORE RUNNING" TO REPORT-RECORD(50:14)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "capacity.rpt"     TO WS-SPOOL-REPORT
           MOVE "CAPACITY-CHECK"   TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "TABLE LIMITS AGAINST DATA AT " DELIMITED BY SIZE
                  WS-TODAY-DATE    DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"

           DISPLAY "CAPACITY CHECK: " WS-TABLES " TABLE(S), "
                   WS-WARNED " WARNING, " WS-OVER " OVER - SEE "
                   "capacity.rpt"
           IF WS-OVER > 0
              DISPLAY "CAPACITY EXCEEDED - REPORTS WOULD BE "
                      "INCOMPLETE"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
      * GOBACK rather than STOP RUN so the step also runs under the
      * BATCH-DRIVER job stream without ending the whole run unit;
      * run standalone it still just ends.
           GOBACK.

       Q000-RESET.
      **
      * Clears what a previous check left behind: the program stays
      * loaded between calls from the menu, so the scan tables,
      * the figures needed and the warning and over counts would
      * otherwise add to the last run's.
      **
           MOVE 0 TO WS-TABLES
           MOVE 0 TO WS-WARNED
           MOVE 0 TO WS-OVER
           MOVE 0 TO WS-MTH-COUNT
           MOVE 'N' TO WS-MTH-FULL
           MOVE SPACES TO WS-MTH-BUSIEST
           MOVE 0 TO WS-CLM-COUNT
           MOVE 'N' TO WS-CLM-FULL
           MOVE 0 TO WS-MBR-COUNT
           MOVE 'N' TO WS-MBR-FULL
           MOVE 0 TO WS-CCY-COUNT
           MOVE 'N' TO WS-CCY-FULL
           MOVE 0 TO WS-KEY-COUNT
           MOVE 'N' TO WS-KEY-FULL
           MOVE 0 TO WS-NEED-EXP
           MOVE 0 TO WS-NEED-UNM
           MOVE 0 TO WS-NEED-AGING
           MOVE 0 TO WS-NEED-DEP
           MOVE 0 TO WS-NEED-DED
           MOVE 0 TO WS-NEED-RATES
           MOVE 0 TO WS-NEED-RECUR
           MOVE 0 TO WS-NEED-PAID
           MOVE 0 TO WS-NEED-ITEMS
           MOVE 0 TO WS-NEED-LINES
           MOVE 0 TO WS-NEED-NEW
           MOVE 0 TO WS-NEED-CHARGES
           MOVE 0 TO WS-NEED-PRJ-MONTHS
           .
       Q000-EXIT.
           EXIT.

       Q010-COUNT-USERS.
      **
      * SETTLEMENT-REPORT starts every member on users.dat in its
      * table whether or not they paid anything.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT USR-FILE
           IF WS-USR-STATUS IS NOT EQUAL TO "00"
              GO TO Q010-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ USR-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE USR-NAME TO WS-MBR-NEW
                  PERFORM Q210-NOTE-MEMBER THRU Q210-EXIT
           END-PERFORM
           CLOSE USR-FILE
           .
       Q010-EXIT.
           EXIT.

       Q020-SCAN-EXPENSES.
      **
      * One pass over expenses.dat, counting what each program's
      * load would keep from it by the same tests the program uses.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO Q020-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                     EXP-PAYMENT-METHOD IS NOT EQUAL TO SPACES
                     PERFORM Q200-NOTE-METHOD THRU Q200-EXIT
                  END-IF
                  IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                     EXP-SHARE-FLAG IS EQUAL TO 'S'
                     MOVE EXP-PERSON TO WS-MBR-NEW
                     PERFORM Q210-NOTE-MEMBER THRU Q210-EXIT
                  END-IF
                  IF EXP-REIMB-FLAG IS EQUAL TO 'R'
                     PERFORM Q220-NOTE-CLAIM THRU Q220-EXIT
                  END-IF
                  IF EXP-CURRENCY IS NOT EQUAL TO SPACES
                     MOVE EXP-DATE TO WS-CDATE
                     PERFORM Q900-CHECK-DATE THRU Q900-EXIT
                     IF WS-CDATE-OK IS EQUAL TO 'Y'
                        PERFORM Q230-NOTE-CURRENCY THRU Q230-EXIT
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE

           MOVE 0 TO WS-MTH-IDX
           PERFORM UNTIL WS-MTH-IDX IS EQUAL TO WS-MTH-COUNT
               ADD 1 TO WS-MTH-IDX
               IF WS-MTH-ITEMS(WS-MTH-IDX) > WS-NEED-EXP
                  MOVE WS-MTH-ITEMS(WS-MTH-IDX) TO WS-NEED-EXP
                  MOVE WS-MTH-NAME(WS-MTH-IDX)  TO WS-MTH-BUSIEST
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CLM-IDX
           PERFORM UNTIL WS-CLM-IDX IS EQUAL TO WS-CLM-COUNT
               ADD 1 TO WS-CLM-IDX
               IF WS-CLM-STATUS(WS-CLM-IDX) IS EQUAL TO 'C'
                  ADD 1 TO WS-NEED-AGING
               END-IF
           END-PERFORM
           .
       Q020-EXIT.
           EXIT.

       Q030-SCAN-STATEMENT.
      **
      * A statement line with no spending record of the same date
      * and amount on file is one MATCH-STATEMENT would hold for
      * posting.  The method under review is not known until the
      * run, so any method's record counts as a match - the figure
      * is the fewest lines the table would have to take.
      **
           OPEN INPUT STMT-FILE
           IF WS-STMT-STATUS IS NOT EQUAL TO "00"
              GO TO Q030-EXIT
           END-IF
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              CLOSE STMT-FILE
              GO TO Q030-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ STMT-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  PERFORM Q300-MATCH-LINE THRU Q300-EXIT
           END-PERFORM
           CLOSE EXP-FILE
           CLOSE STMT-FILE
           .
       Q030-EXIT.
           EXIT.

       Q040-COUNT-MASTERS.
      **
      * Departures with a readable leaving date, categories marked
      * deductible, and dated rates - each program loads exactly
      * these from its master.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ DEP-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE DEP-LEFT TO WS-CDATE
                     PERFORM Q900-CHECK-DATE THRU Q900-EXIT
                     IF WS-CDATE-OK IS EQUAL TO 'Y'
                        ADD 1 TO WS-NEED-DEP
                     END-IF
              END-PERFORM
              CLOSE DEP-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ CAT-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF CAT-DEDUCT IS EQUAL TO 'D'
                        ADD 1 TO WS-NEED-DED
                     END-IF
              END-PERFORM
              CLOSE CAT-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT CUR-FILE
           IF WS-CUR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ CUR-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF CUR-FROM IS NUMERIC
                        ADD 1 TO WS-NEED-RATES
                     END-IF
              END-PERFORM
              CLOSE CUR-FILE
           END-IF
           .
       Q040-EXIT.
           EXIT.

       Q050-SCAN-HISTORY.
      **
      * Last year's archive, expenses-YYYY.dat, then the live file:
      * the two years DETECT-RECURRING looks back over by default
      * and SPEND-EXCEPTIONS always does.  FORECAST-REPORT reads
      * only the live file.
      **
           MOVE 0 TO WS-KEY-COUNT
           MOVE 0 TO WS-KEY-MIN
           MOVE 'N' TO WS-KEY-FULL
           MOVE 0 TO WS-NEED-CHARGES
           MOVE WS-TODAY(1:4) TO WS-LAST-YEAR
           SUBTRACT 1 FROM WS-LAST-YEAR
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "expenses-"    DELIMITED BY SIZE
                  WS-LAST-YEAR   DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           MOVE 'N' TO WS-IN-LIVE
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ ARC-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE ARC-RECORD TO FS-RECORD
                     PERFORM Q060-NOTE-HISTORY THRU Q060-EXIT
              END-PERFORM
              CLOSE ARC-FILE
           END-IF
           MOVE 'Y' TO WS-IN-LIVE
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ EXP-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     PERFORM Q060-NOTE-HISTORY THRU Q060-EXIT
              END-PERFORM
              CLOSE EXP-FILE
           END-IF
           .
       Q050-EXIT.
           EXIT.

       Q060-NOTE-HISTORY.
      **
      * Notes one spending record in FS-RECORD the way each report
      * would take it.  Income is never kept.
      **
           IF EXP-TYPE IS EQUAL TO 'I'
              GO TO Q060-EXIT
           END-IF
           MOVE "SC" TO WS-KEY-NEW-KIND
           MOVE EXP-CATEGORY TO WS-KEY-NEW
           PERFORM Q240-NOTE-KEY THRU Q240-EXIT
           IF EXP-PAYEE IS NOT EQUAL TO SPACES
              MOVE "SP" TO WS-KEY-NEW-KIND
              MOVE EXP-PAYEE TO WS-KEY-NEW
              PERFORM Q240-NOTE-KEY THRU Q240-EXIT
              MOVE "SM" TO WS-KEY-NEW-KIND
              MOVE SPACES TO WS-KEY-NEW
              MOVE EXP-PAYEE TO WS-KEY-NEW(1:15)
              MOVE EXP-PAYMENT-METHOD TO WS-KEY-NEW(16:15)
              PERFORM Q240-NOTE-KEY THRU Q240-EXIT
           END-IF
           IF EXP-DATE(4:2) IS NOT NUMERIC OR
              EXP-DATE(7:4) IS NOT NUMERIC
              GO TO Q060-EXIT
           END-IF
           IF EXP-PROJECT IS NOT EQUAL TO SPACES
              MOVE "PP" TO WS-KEY-NEW-KIND
              MOVE SPACES TO WS-KEY-NEW
              MOVE EXP-PROJECT TO WS-KEY-NEW(1:8)
              MOVE EXP-PERSON  TO WS-KEY-NEW(9:10)
              PERFORM Q240-NOTE-KEY THRU Q240-EXIT
              IF WS-KEY-ADDED IS EQUAL TO 'Y'
                 MOVE "P2" TO WS-KEY-NEW-KIND
                 MOVE EXP-PROJECT TO WS-KEY-NEW
                 PERFORM Q240-NOTE-KEY THRU Q240-EXIT
              END-IF
           END-IF
      * FORECAST-REPORT's history is the live file before this month
           MOVE 'N' TO WS-FC-TAKE
           IF WS-IN-LIVE IS EQUAL TO 'Y' AND
              (EXP-DATE(7:4) IS NOT EQUAL TO WS-TODAY(1:4) OR
               EXP-DATE(4:2) IS NOT EQUAL TO WS-TODAY(5:2))
              MOVE 'Y' TO WS-FC-TAKE
              MOVE "FM" TO WS-KEY-NEW-KIND
              MOVE SPACES TO WS-KEY-NEW
              MOVE EXP-DATE(7:4) TO WS-KEY-NEW(1:4)
              MOVE EXP-DATE(4:2) TO WS-KEY-NEW(5:2)
              PERFORM Q240-NOTE-KEY THRU Q240-EXIT
           END-IF
           PERFORM Q070-NOTE-CATEGORIES THRU Q070-EXIT

           IF EXP-DATE(1:2) IS NOT NUMERIC
              GO TO Q060-EXIT
           END-IF
           MOVE EXP-DATE(7:4) TO WS-REC-YYYY
           IF WS-REC-YYYY < WS-LAST-YEAR
              GO TO Q060-EXIT
           END-IF
           MOVE SPACES TO WS-KEY-NEW
           IF EXP-PAYEE IS NOT EQUAL TO SPACES
              MOVE 'P' TO WS-KEY-NEW(1:1)
              MOVE EXP-PAYEE TO WS-KEY-NEW(2:15)
           ELSE
              MOVE 'D' TO WS-KEY-NEW(1:1)
              MOVE EXP-DESCRIPTION TO WS-KEY-NEW(2:30)
           END-IF
           IF WS-KEY-NEW(2:30) IS NOT EQUAL TO SPACES
              MOVE EXP-CURRENCY TO WS-KEY-NEW(32:3)
              MOVE "DG" TO WS-KEY-NEW-KIND
              PERFORM Q240-NOTE-KEY THRU Q240-EXIT
              ADD 1 TO WS-NEED-CHARGES
           END-IF
           .
       Q060-EXIT.
           EXIT.

       Q070-NOTE-CATEGORIES.
      **
      * The categories the record books to - each split allocation's
      * own, or the record's - for its project and, when it is in
      * FORECAST-REPORT's history, for the forecast.
      **
           IF EXP-SPLIT-COUNT IS NUMERIC AND EXP-SPLIT-COUNT > 0
              MOVE 0 TO WS-SPL-IDX
              PERFORM UNTIL WS-SPL-IDX IS EQUAL TO EXP-SPLIT-COUNT
                  ADD 1 TO WS-SPL-IDX
                  MOVE EXP-SPLIT-CATEGORY(WS-SPL-IDX)
                    TO WS-KEY-CATEGORY
                  PERFORM Q075-NOTE-CATEGORY THRU Q075-EXIT
              END-PERFORM
           ELSE
              MOVE EXP-CATEGORY TO WS-KEY-CATEGORY
              PERFORM Q075-NOTE-CATEGORY THRU Q075-EXIT
           END-IF
           .
       Q070-EXIT.
           EXIT.

       Q075-NOTE-CATEGORY.
           IF EXP-PROJECT IS NOT EQUAL TO SPACES
              MOVE "PC" TO WS-KEY-NEW-KIND
              MOVE SPACES TO WS-KEY-NEW
              MOVE EXP-PROJECT     TO WS-KEY-NEW(1:8)
              MOVE WS-KEY-CATEGORY TO WS-KEY-NEW(9:15)
              PERFORM Q240-NOTE-KEY THRU Q240-EXIT
              IF WS-KEY-ADDED IS EQUAL TO 'Y'
                 MOVE "P1" TO WS-KEY-NEW-KIND
                 MOVE EXP-PROJECT TO WS-KEY-NEW
                 PERFORM Q240-NOTE-KEY THRU Q240-EXIT
              END-IF
           END-IF
           IF WS-FC-TAKE IS EQUAL TO 'Y'
              MOVE "FC" TO WS-KEY-NEW-KIND
              MOVE WS-KEY-CATEGORY TO WS-KEY-NEW
              PERFORM Q240-NOTE-KEY THRU Q240-EXIT
           END-IF
           .
       Q075-EXIT.
           EXIT.

       Q080-COUNT-FILES.
      **
      * The commitments on recurring.dat, the paid bills on
      * bills.dat, the items and their purchases with a readable
      * date, the longest-running project, and the spending
      * journalled since SPEND-EXCEPTIONS last ran (from the 1st of
      * the month when it never has).
      **
           MOVE 0 TO WS-NEED-RECUR
           MOVE 0 TO WS-NEED-PAID
           MOVE 0 TO WS-NEED-ITEMS
           MOVE 0 TO WS-NEED-LINES
           MOVE 0 TO WS-NEED-NEW
           MOVE 0 TO WS-NEED-PRJ-MONTHS
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RECUR-FILE
           IF WS-RECUR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ RECUR-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     ADD 1 TO WS-NEED-RECUR
              END-PERFORM
              CLOSE RECUR-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ BILL-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF BILL-STATUS IS EQUAL TO 'P'
                        ADD 1 TO WS-NEED-PAID
                     END-IF
              END-PERFORM
              CLOSE BILL-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ITM-FILE
           IF WS-ITM-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ ITM-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     ADD 1 TO WS-NEED-ITEMS
              END-PERFORM
              CLOSE ITM-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RLN-FILE
           IF WS-RLN-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ RLN-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF RLN-KEY(1:8) IS NUMERIC AND
                        RLN-QUANTITY IS NUMERIC AND RLN-QUANTITY > 0
                        ADD 1 TO WS-NEED-LINES
                        MOVE "HL" TO WS-KEY-NEW-KIND
                        MOVE RLN-ITEM TO WS-KEY-NEW
                        PERFORM Q240-NOTE-KEY THRU Q240-EXIT
                        MOVE "HP" TO WS-KEY-NEW-KIND
                        MOVE SPACES TO WS-KEY-NEW
                        MOVE RLN-ITEM  TO WS-KEY-NEW(1:8)
                        MOVE RLN-PAYEE TO WS-KEY-NEW(9:15)
                        PERFORM Q240-NOTE-KEY THRU Q240-EXIT
                        IF WS-KEY-ADDED IS EQUAL TO 'Y'
                           MOVE "HI" TO WS-KEY-NEW-KIND
                           MOVE RLN-ITEM TO WS-KEY-NEW
                           PERFORM Q240-NOTE-KEY THRU Q240-EXIT
                        END-IF
                     END-IF
              END-PERFORM
              CLOSE RLN-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PRJ-FILE
           IF WS-PRJ-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ PRJ-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     PERFORM Q085-PROJECT-MONTHS THRU Q085-EXIT
              END-PERFORM
              CLOSE PRJ-FILE
           END-IF
           MOVE WS-TODAY   TO WS-LAST-STAMP(1:8)
           MOVE "01000000" TO WS-LAST-STAMP(7:8)
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS IS EQUAL TO "00"
              READ CTL-FILE
              IF WS-CTL-STATUS IS EQUAL TO "00" AND
                 CTL-LAST-STAMP IS NUMERIC
                 MOVE CTL-LAST-STAMP TO WS-LAST-STAMP
              END-IF
              CLOSE CTL-FILE
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ JRN-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF JRN-TIMESTAMP > WS-LAST-STAMP AND
                        JRN-ACTION IS EQUAL TO "ADD" AND
                        JRN-AFTER(111:1) IS NOT EQUAL TO 'I'
                        ADD 1 TO WS-NEED-NEW
                     END-IF
              END-PERFORM
              CLOSE JRN-FILE
           END-IF
           .
       Q080-EXIT.
           EXIT.

       Q085-PROJECT-MONTHS.
      **
      * The months PRJ-RECORD runs, from its opening month to its
      * closing one or, while it is still open, this month.
      **
           MOVE PRJ-OPEN TO WS-CDATE
           PERFORM Q900-CHECK-DATE THRU Q900-EXIT
           IF WS-CDATE-OK IS EQUAL TO 'N'
              GO TO Q085-EXIT
           END-IF
           MOVE PRJ-OPEN(7:4) TO WS-PRJ-OPEN-YYYY
           MOVE PRJ-OPEN(4:2) TO WS-PRJ-OPEN-MM
           MOVE PRJ-CLOSE TO WS-CDATE
           PERFORM Q900-CHECK-DATE THRU Q900-EXIT
           IF WS-CDATE-OK IS EQUAL TO 'Y'
              MOVE PRJ-CLOSE(7:4) TO WS-PRJ-LAST-YYYY
              MOVE PRJ-CLOSE(4:2) TO WS-PRJ-LAST-MM
           ELSE
              MOVE WS-TODAY(1:4) TO WS-PRJ-LAST-YYYY
              MOVE WS-TODAY(5:2) TO WS-PRJ-LAST-MM
           END-IF
           COMPUTE WS-PRJ-MONTHS =
                   (WS-PRJ-LAST-YYYY - WS-PRJ-OPEN-YYYY) * 12
                 + WS-PRJ-LAST-MM - WS-PRJ-OPEN-MM + 1
           IF WS-PRJ-MONTHS > WS-NEED-PRJ-MONTHS
              MOVE WS-PRJ-MONTHS TO WS-NEED-PRJ-MONTHS
           END-IF
           .
       Q085-EXIT.
           EXIT.

       Q100-JUDGE-TABLE.
      **
      * One line of the report for the table in WS-CHK-: its limit,
      * what the data needs, the share of the limit that is, and
      * OK, WARNING above 80% or OVER when the data no longer fits.
      * A need marked "+" filled this program's own count table, so
      * the true figure is higher still.
      **
           ADD 1 TO WS-TABLES
           COMPUTE WS-CHK-WARN-AT = WS-CHK-LIMIT * 80 / 100
           COMPUTE WS-CHK-PCT = WS-CHK-NEEDED * 100 / WS-CHK-LIMIT
           IF WS-CHK-PCT > 999
              MOVE 999 TO WS-CHK-PCT
           END-IF
           MOVE WS-CHK-LIMIT  TO WS-LIMIT-EDIT
           MOVE WS-CHK-NEEDED TO WS-NEED-EDIT
           MOVE WS-CHK-PCT    TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CHK-PROGRAM TO REPORT-RECORD(1:18)
           MOVE WS-CHK-TABLE   TO REPORT-RECORD(20:30)
           MOVE WS-LIMIT-EDIT  TO REPORT-RECORD(51:5)
           MOVE WS-NEED-EDIT   TO REPORT-RECORD(57:6)
           IF WS-CHK-CAPPED IS EQUAL TO 'Y'
              MOVE "+" TO REPORT-RECORD(63:1)
           END-IF
           MOVE WS-PCT-EDIT    TO REPORT-RECORD(65:3)
           MOVE "%"            TO REPORT-RECORD(68:1)
           IF WS-CHK-NEEDED > WS-CHK-LIMIT
              MOVE "OVER" TO REPORT-RECORD(71:4)
              ADD 1 TO WS-OVER
              DISPLAY "OVER LIMIT: " WS-CHK-PROGRAM " " WS-CHK-TABLE
           ELSE
              IF WS-CHK-NEEDED > WS-CHK-WARN-AT
                 MOVE "WARNING" TO REPORT-RECORD(71:7)
                 ADD 1 TO WS-WARNED
                 DISPLAY "ABOVE 80%: " WS-CHK-PROGRAM " "
                         WS-CHK-TABLE
              ELSE
                 MOVE "OK" TO REPORT-RECORD(71:2)
              END-IF
           END-IF
           WRITE REPORT-RECORD
           .
       Q100-EXIT.
           EXIT.

       Q200-NOTE-METHOD.
           MOVE 'N' TO WS-MTH-FOUND
           MOVE 0 TO WS-MTH-IDX
           PERFORM UNTIL WS-MTH-IDX IS EQUAL TO WS-MTH-COUNT
                      OR WS-MTH-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-MTH-IDX
               IF WS-MTH-NAME(WS-MTH-IDX) IS EQUAL TO
                  EXP-PAYMENT-METHOD
                  MOVE 'Y' TO WS-MTH-FOUND
               END-IF
           END-PERFORM
           IF WS-MTH-FOUND IS EQUAL TO 'N'
              IF WS-MTH-COUNT IS EQUAL TO 100
                 MOVE 'Y' TO WS-MTH-FULL
                 GO TO Q200-EXIT
              END-IF
              ADD 1 TO WS-MTH-COUNT
              MOVE WS-MTH-COUNT TO WS-MTH-IDX
              MOVE EXP-PAYMENT-METHOD TO WS-MTH-NAME(WS-MTH-IDX)
              MOVE 0 TO WS-MTH-ITEMS(WS-MTH-IDX)
           END-IF
           ADD 1 TO WS-MTH-ITEMS(WS-MTH-IDX)
           .
       Q200-EXIT.
           EXIT.

       Q210-NOTE-MEMBER.
      **
      * Counts the name in WS-MBR-NEW - a user, or a payer of shared
      * spending - once.
      **
           MOVE 'N' TO WS-MBR-FOUND
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
                      OR WS-MBR-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-NAME(WS-MBR-IDX) IS EQUAL TO WS-MBR-NEW
                  MOVE 'Y' TO WS-MBR-FOUND
               END-IF
           END-PERFORM
           IF WS-MBR-FOUND IS EQUAL TO 'N'
              IF WS-MBR-COUNT IS EQUAL TO 200
                 MOVE 'Y' TO WS-MBR-FULL
                 GO TO Q210-EXIT
              END-IF
              ADD 1 TO WS-MBR-COUNT
              MOVE WS-MBR-NEW TO WS-MBR-NAME(WS-MBR-COUNT)
           END-IF
           .
       Q210-EXIT.
           EXIT.

       Q220-NOTE-CLAIM.
           MOVE 'N' TO WS-CLM-FOUND
           MOVE 0 TO WS-CLM-IDX
           PERFORM UNTIL WS-CLM-IDX IS EQUAL TO WS-CLM-COUNT
                      OR WS-CLM-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-CLM-IDX
               IF WS-CLM-NO(WS-CLM-IDX) IS EQUAL TO EXP-CLAIM-NO AND
                  WS-CLM-STATUS(WS-CLM-IDX) IS EQUAL TO
                  EXP-CLAIM-STATUS
                  MOVE 'Y' TO WS-CLM-FOUND
               END-IF
           END-PERFORM
           IF WS-CLM-FOUND IS EQUAL TO 'N'
              IF WS-CLM-COUNT IS EQUAL TO 500
                 MOVE 'Y' TO WS-CLM-FULL
                 GO TO Q220-EXIT
              END-IF
              ADD 1 TO WS-CLM-COUNT
              MOVE EXP-CLAIM-NO     TO WS-CLM-NO(WS-CLM-COUNT)
              MOVE EXP-CLAIM-STATUS TO WS-CLM-STATUS(WS-CLM-COUNT)
           END-IF
           .
       Q220-EXIT.
           EXIT.

       Q230-NOTE-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND
           MOVE 0 TO WS-CCY-IDX
           PERFORM UNTIL WS-CCY-IDX IS EQUAL TO WS-CCY-COUNT
                      OR WS-CCY-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-CCY-IDX
               IF WS-CCY-CODE(WS-CCY-IDX) IS EQUAL TO EXP-CURRENCY
                  MOVE 'Y' TO WS-CCY-FOUND
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND IS EQUAL TO 'N'
              IF WS-CCY-COUNT IS EQUAL TO 200
                 MOVE 'Y' TO WS-CCY-FULL
                 GO TO Q230-EXIT
              END-IF
              ADD 1 TO WS-CCY-COUNT
              MOVE EXP-CURRENCY TO WS-CCY-CODE(WS-CCY-COUNT)
           END-IF
           .
       Q230-EXIT.
           EXIT.

       Q240-NOTE-KEY.
      **
      * Counts WS-KEY-NEW under the table tagged WS-KEY-NEW-KIND -
      * a new entry the first time, WS-KEY-ADDED 'Y', and one more
      * record on it each time.
      **
           MOVE 'N' TO WS-KEY-ADDED
           MOVE 'N' TO WS-KEY-FOUND
           MOVE 0 TO WS-KEY-IDX
           PERFORM UNTIL WS-KEY-IDX IS EQUAL TO WS-KEY-COUNT
                      OR WS-KEY-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-KEY-IDX
               IF WS-KEY-KIND(WS-KEY-IDX) IS EQUAL TO WS-KEY-NEW-KIND
                  AND WS-KEY-VALUE(WS-KEY-IDX) IS EQUAL TO WS-KEY-NEW
                  MOVE 'Y' TO WS-KEY-FOUND
               END-IF
           END-PERFORM
           IF WS-KEY-FOUND IS EQUAL TO 'N'
              IF WS-KEY-COUNT IS EQUAL TO 5000
                 MOVE 'Y' TO WS-KEY-FULL
                 GO TO Q240-EXIT
              END-IF
              ADD 1 TO WS-KEY-COUNT
              MOVE WS-KEY-COUNT TO WS-KEY-IDX
              MOVE WS-KEY-NEW-KIND TO WS-KEY-KIND(WS-KEY-IDX)
              MOVE WS-KEY-NEW      TO WS-KEY-VALUE(WS-KEY-IDX)
              MOVE 0 TO WS-KEY-ITEMS(WS-KEY-IDX)
              MOVE 'Y' TO WS-KEY-ADDED
           END-IF
           ADD 1 TO WS-KEY-ITEMS(WS-KEY-IDX)
           .
       Q240-EXIT.
           EXIT.

       Q250-KEY-NEED.
      **
      * For the table tagged WS-KEY-NEW-KIND: how many entries it
      * has, the most records on any one, and how many have at least
      * WS-KEY-MIN (one unless the caller says otherwise).
      **
           MOVE 0 TO WS-KEY-DISTINCT
           MOVE 0 TO WS-KEY-MOST
           MOVE 0 TO WS-KEY-ATLEAST
           IF WS-KEY-MIN IS EQUAL TO 0
              MOVE 1 TO WS-KEY-MIN
           END-IF
           MOVE 0 TO WS-KEY-IDX
           PERFORM UNTIL WS-KEY-IDX IS EQUAL TO WS-KEY-COUNT
               ADD 1 TO WS-KEY-IDX
               IF WS-KEY-KIND(WS-KEY-IDX) IS EQUAL TO WS-KEY-NEW-KIND
                  ADD 1 TO WS-KEY-DISTINCT
                  IF WS-KEY-ITEMS(WS-KEY-IDX) > WS-KEY-MOST
                     MOVE WS-KEY-ITEMS(WS-KEY-IDX) TO WS-KEY-MOST
                  END-IF
                  IF WS-KEY-ITEMS(WS-KEY-IDX) >= WS-KEY-MIN
                     ADD 1 TO WS-KEY-ATLEAST
                  END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-KEY-MIN
           .
       Q250-EXIT.
           EXIT.

       Q300-MATCH-LINE.
      **
      * Reads the spending keyed on the statement line's date and
      * looks for one of the same amount.  A line whose date cannot
      * be read matches nothing.
      **
           MOVE STMT-DATE TO WS-CDATE
           PERFORM Q900-CHECK-DATE THRU Q900-EXIT
           IF WS-CDATE-OK IS EQUAL TO 'N'
              ADD 1 TO WS-NEED-UNM
              GO TO Q300-EXIT
           END-IF
           MOVE SPACES TO WS-STMT-CMP
           STRING STMT-DATE(7:4) DELIMITED BY SIZE
                  STMT-DATE(4:2) DELIMITED BY SIZE
                  STMT-DATE(1:2) DELIMITED BY SIZE
             INTO WS-STMT-CMP
           MOVE 'N' TO WS-STMT-HIT
           MOVE 'N' TO WS-DAY-END
           MOVE LOW-VALUES TO EXP-KEY
           MOVE WS-STMT-CMP TO EXP-KEY(1:8)
           START EXP-FILE KEY IS NOT LESS THAN EXP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DAY-END
           END-START
           PERFORM UNTIL WS-DAY-END = 'Y' OR WS-STMT-HIT = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-DAY-END
               NOT AT END
                  IF EXP-KEY(1:8) IS NOT EQUAL TO WS-STMT-CMP
                     MOVE 'Y' TO WS-DAY-END
                  ELSE
                     IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                        EXP-AMOUNT IS EQUAL TO STMT-AMOUNT
                        MOVE 'Y' TO WS-STMT-HIT
                     END-IF
                  END-IF
           END-PERFORM
           IF WS-STMT-HIT IS EQUAL TO 'N'
              ADD 1 TO WS-NEED-UNM
           END-IF
           .
       Q300-EXIT.
           EXIT.

       Q900-CHECK-DATE.
      **
      * WS-CDATE-OK says whether WS-CDATE is a DD/MM/YYYY date the
      * programs would accept.
      **
           MOVE 'Y' TO WS-CDATE-OK
           IF WS-CDATE(3:1) IS NOT EQUAL TO "/" OR
              WS-CDATE(6:1) IS NOT EQUAL TO "/" OR
              WS-CDATE(1:2) IS NOT NUMERIC OR
              WS-CDATE(4:2) IS NOT NUMERIC OR
              WS-CDATE(7:4) IS NOT NUMERIC
              MOVE 'N' TO WS-CDATE-OK
           END-IF
           .
       Q900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM CAPACITY-CHECK.
