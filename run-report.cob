      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUN-REPORT.
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
           SELECT RDF-FILE  ASSIGN TO "repdefs.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RDF-STATUS.
           SELECT CAT-FILE  ASSIGN TO "categories.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
           SELECT CUR-FILE  ASSIGN TO "currates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CUR-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "userreport.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE  ASSIGN TO WS-CSV-FILENAME
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
       FD RDF-FILE.
       01 RDF-LINE                 PIC X(152).
       FD CAT-FILE.
       01 CAT-RECORD.
          05 CAT-CODE              PIC X(15).
          05 CAT-ACTIVE            PIC X(1).
          05 CAT-PARENT            PIC X(15).
       FD CUR-FILE.
       01 CUR-RECORD.
          05 CUR-CODE              PIC X(3).
          05 CUR-FROM              PIC X(8).
          05 CUR-RATE              PIC 9(3)V9(6).
          05 CUR-ACTIVE            PIC X(1).
       FD REPORT-FILE.
       01 REPORT-RECORD            PIC X(132).
       FD CSV-FILE.
       01 CSV-RECORD               PIC X(300).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-RDF-STATUS            PIC X(2).
       01 WS-CAT-STATUS            PIC X(2).
       01 WS-CUR-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-CAT-EOF               PIC X(1).
       01 WS-CUR-EOF               PIC X(1).
       01 WS-RUN-DEFINITION        PIC X(10) EXTERNAL.
       01 WS-RUN-OUTPUT            PIC X(1)  EXTERNAL.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
       01 WS-SELECTED              PIC 9(6).
       01 WS-NAME-IN               PIC X(10).
       01 WS-OUTPUT-IN             PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-DEF.
        COPY report_definition.
       01 WS-WORK-RECORD.
        COPY expense_record.
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-CSV-FILENAME          PIC X(30).
       01 WS-SYS-DATE              PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY           PIC 9(4).
          05 WS-SYS-MM             PIC 9(2).
          05 WS-SYS-DD             PIC 9(2).
      * the date range the run selects on, as YYYYMMDD
       01 WS-START-CMP             PIC 9(8) VALUE 0.
       01 WS-END-CMP               PIC 9(8) VALUE 99999999.
       01 WS-RANGE-FROM            PIC X(10) VALUE "NO LIMIT".
       01 WS-RANGE-TO              PIC X(10) VALUE "NO LIMIT".
       01 WS-RNG-YYYY              PIC 9(4).
       01 WS-RNG-MM                PIC 9(2).
       01 WS-RNG-END-MM            PIC 9(2).
       01 WS-RNG-DD                PIC 9(2).
       01 WS-QTR                   PIC 9(1).
       01 WS-LEAP-Q                PIC 9(4).
       01 WS-LEAP-R                PIC 9(3).
       01 WS-MONTH-DAYS-X          PIC X(24)
                                   VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-T REDEFINES WS-MONTH-DAYS-X.
          05 WS-MONTH-DAYS         PIC 9(2) OCCURS 12 TIMES.
       01 WS-FIRST-YEAR            PIC 9(4).
       01 WS-LAST-YEAR             PIC 9(4).
       01 WS-THIS-YEAR             PIC 9(4).
       01 WS-CDATE                 PIC X(10).
       01 WS-CDD                   PIC 9(2).
       01 WS-CMM                   PIC 9(2).
       01 WS-CYYYY                 PIC 9(4).
       01 WS-CCMP                  PIC 9(8).
       01 WS-CDATE-OK              PIC X(1).
      * exchange rates and category parents, as VIEW-TOTAL loads them
       01 WS-RATE-COUNT            PIC 9(4) VALUE 0.
       01 WS-RATE-FULL             PIC X(1) VALUE 'N'.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 2000 TIMES.
             10 WS-RATE-CODE       PIC X(3).
             10 WS-RATE-FROM       PIC 9(8).
             10 WS-RATE-RATE       PIC 9(3)V9(6).
       01 WS-RATE-IDX              PIC 9(4).
       01 WS-CVT-CMP               PIC 9(8).
       01 WS-CVT-BEST              PIC 9(8).
       01 WS-CVT-RATE              PIC 9(3)V9(6).
       01 WS-HOME-AMOUNT           PIC 9(8)V99.
       01 WS-PAR-COUNT             PIC 9(3) VALUE 0.
       01 WS-PAR-TABLE.
          05 WS-PAR-ENTRY OCCURS 100 TIMES.
             10 WS-PAR-CHILD       PIC X(15).
             10 WS-PAR-PARENT      PIC X(15).
       01 WS-PAR-IDX               PIC 9(3).
       01 WS-ACC-CATEGORY          PIC X(15).
      * the selected records, and their print order
       01 WS-ROW-COUNT             PIC 9(4) VALUE 0.
       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY OCCURS 3000 TIMES.
             10 WS-ROW-SORT        PIC X(53).
             10 WS-ROW-HOME        PIC 9(8)V99.
             10 WS-ROW-CAT         PIC X(15).
             10 WS-ROW-IMG         PIC X(248).
       01 WS-ORD-TABLE.
          05 WS-ORD                PIC 9(4) OCCURS 3000 TIMES.
       01 WS-ROW-IDX               PIC 9(4).
       01 WS-ORD-IDX               PIC 9(4).
       01 WS-ORD-POS               PIC 9(4).
       01 WS-NEW-SORT              PIC X(53).
       01 WS-DROP-COUNT            PIC 9(6) VALUE 0.
       01 WS-BAD-COUNT             PIC 9(6) VALUE 0.
       01 WS-READ-COUNT            PIC 9(6) VALUE 0.
       01 WS-FILE-COUNT            PIC 9(3) VALUE 0.
      * sort and subtotal levels
       01 WS-LVL-COUNT             PIC 9(1) VALUE 0.
       01 WS-LVL-TABLE.
          05 WS-LVL-ENTRY OCCURS 3 TIMES.
             10 WS-LVL-FIELD       PIC X(1).
             10 WS-LVL-SHOW        PIC X(30).
             10 WS-LVL-NUM         PIC 9(6).
             10 WS-LVL-AMT         PIC 9(11)V99.
       01 WS-LVL-IDX               PIC 9(1).
       01 WS-BRK-LEVEL             PIC 9(1).
       01 WS-GRAND-NUM             PIC 9(6) VALUE 0.
       01 WS-GRAND-AMT             PIC 9(11)V99 VALUE 0.
      * one field of the current record, for sorting and for print
       01 WS-FLD-LETTER            PIC X(1).
       01 WS-FLD-SORT              PIC X(15).
       01 WS-FLD-SHOW              PIC X(30).
       01 WS-FLD-HEAD              PIC X(15).
       01 WS-FLD-WIDTH             PIC 9(2).
       01 WS-FLD-QUOTE             PIC X(1).
       01 WS-FLD-LEN               PIC 9(2).
       01 WS-COL-IDX               PIC 9(2).
       01 WS-LINE-POS              PIC 9(3).
       01 WS-CSV-LINE              PIC X(300).
       01 WS-CSV-POS               PIC 9(3).
       01 WS-AMT-EDIT              PIC Z(5)9.99.
       01 WS-HOME-EDIT             PIC Z(7)9.99.
       01 WS-TOTAL-EDIT            PIC Z(10)9.99.
       01 WS-COUNT-EDIT            PIC ZZZZZ9.
       01 WS-INDENT                PIC 9(2).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Runs one saved report
      * definition from repdefs.dat (MAINTAIN-REPDEFS keeps them):
      * selects the records it asks for from the live file - and
      * from the yearly archives when it says so - puts them in the
      * order of its sort fields with a subtotal at each change of
      * level, and prints the chosen columns to userreport.rpt for
      * the report spool, or writes them to report-<name>.csv.
      * Run from the menu it asks which definition; run as a job
      * stream step BATCH-RUN-REPORT names it and nothing is asked.
      * Totals are in home currency, each record converted at the
      * rate in force on its own date.
      **
           PERFORM P000-RESET THRU P000-EXIT
           IF WS-RUN-DEFINITION IS NOT EQUAL TO SPACES AND
              WS-RUN-DEFINITION IS NOT EQUAL TO LOW-VALUES
              MOVE WS-RUN-DEFINITION TO WS-NAME-IN
              MOVE WS-RUN-OUTPUT TO WS-OUTPUT-IN
              MOVE SPACES TO WS-RUN-DEFINITION
              MOVE SPACES TO WS-RUN-OUTPUT
           ELSE
              DISPLAY "REPORT DEFINITION TO RUN (BLANK TO LIST THEM)"
              ACCEPT WS-NAME-IN
              IF WS-NAME-IN IS EQUAL TO SPACES
                 PERFORM P010-LIST-DEFINITIONS THRU P010-EXIT
                 DISPLAY "REPORT DEFINITION TO RUN"
                 ACCEPT WS-NAME-IN
              END-IF
              IF WS-NAME-IN IS EQUAL TO SPACES
                 DISPLAY "NOTHING DONE"
                 GO TO MAIN-EXIT
              END-IF
              DISPLAY "OUTPUT - R REPORT SPOOL, C CSV FILE "
                      "(BLANK = AS DEFINED)"
              ACCEPT WS-OUTPUT-IN
           END-IF
           PERFORM P100-FIND-DEFINITION THRU P100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "NO REPORT DEFINITION " WS-NAME-IN
                      " ON repdefs.dat"
              MOVE 8 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           EVALUATE WS-OUTPUT-IN
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO RDF-OUTPUT
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO RDF-OUTPUT
           END-EVALUATE
           IF RDF-OUTPUT IS NOT EQUAL TO 'C'
              MOVE 'R' TO RDF-OUTPUT
           END-IF
           IF RDF-COLUMNS IS EQUAL TO SPACES
              MOVE "DPCSA" TO RDF-COLUMNS
           END-IF

           PERFORM P200-SET-RANGE THRU P200-EXIT
           IF RDF-ROLLUP IS EQUAL TO 'Y'
              PERFORM Z200-LOAD-PARENTS THRU Z200-EXIT
           END-IF
           PERFORM Z100-LOAD-RATES THRU Z100-EXIT
           PERFORM P300-SET-LEVELS THRU P300-EXIT

           IF RDF-ARCHIVES IS EQUAL TO 'Y'
              MOVE WS-FIRST-YEAR TO WS-THIS-YEAR
              PERFORM P410-READ-ARCHIVE THRU P410-EXIT
                  UNTIL WS-THIS-YEAR > WS-LAST-YEAR
           END-IF
           PERFORM P420-READ-LIVE THRU P420-EXIT

           IF RDF-OUTPUT IS EQUAL TO 'C'
              PERFORM P700-WRITE-CSV THRU P700-EXIT
           ELSE
              PERFORM P600-PRINT-REPORT THRU P600-EXIT
           END-IF
           IF WS-DROP-COUNT > 0
              DISPLAY "INCOMPLETE - TABLE FULL - " WS-DROP-COUNT
                      " SELECTED RECORD(S) LEFT OUT; NARROW THE "
                      "SELECTION"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - MORE THAN 2000 RATES "
                      "ON FILE, SOME AMOUNTS NOT CONVERTED"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BAD-COUNT > 0
              DISPLAY WS-BAD-COUNT " BAD RECORD(S) SKIPPED"
           END-IF.
       MAIN-EXIT.
           GOBACK.

       P000-RESET.
      **
      * Clears what a previous run left behind: the program stays
      * loaded between calls from the menu or BATCH-RUN-REPORT.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-OUTPUT-IN
           MOVE 0 TO WS-START-CMP
           MOVE 99999999 TO WS-END-CMP
           MOVE "NO LIMIT" TO WS-RANGE-FROM
           MOVE "NO LIMIT" TO WS-RANGE-TO
           MOVE 0 TO WS-RATE-COUNT
           MOVE 0 TO WS-PAR-COUNT
           MOVE 0 TO WS-ROW-COUNT
           MOVE 0 TO WS-DROP-COUNT
           MOVE 0 TO WS-BAD-COUNT
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-GRAND-NUM
           MOVE 0 TO WS-GRAND-AMT
           .
       P000-EXIT.
           EXIT.

       P010-LIST-DEFINITIONS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RDF-FILE
           IF WS-RDF-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO REPORT DEFINITIONS ON FILE YET"
              GO TO P010-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RDF-FILE INTO WS-DEF
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  DISPLAY RDF-NAME " " RDF-TITLE
           END-PERFORM
           CLOSE RDF-FILE
           .
       P010-EXIT.
           EXIT.

       P100-FIND-DEFINITION.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RDF-FILE
           IF WS-RDF-STATUS IS NOT EQUAL TO "00"
              GO TO P100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y' OR WS-FOUND = 'Y'
               READ RDF-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF RDF-LINE(1:10) IS EQUAL TO WS-NAME-IN
                     MOVE RDF-LINE TO WS-DEF
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE RDF-FILE
           .
       P100-EXIT.
           EXIT.

       P200-SET-RANGE.
      **
      * Works the selection range out as YYYYMMDD: a rolling period
      * from the run date, otherwise the definition's own dates.
      * The archive years to read follow the range, going back ten
      * years when it has no start.
      **
           MOVE WS-SYS-YYYY TO WS-RNG-YYYY
           MOVE WS-SYS-MM   TO WS-RNG-MM
           EVALUATE RDF-PERIOD
               WHEN "TM"
                   MOVE WS-RNG-MM TO WS-RNG-END-MM
               WHEN "LM"
                   IF WS-RNG-MM IS EQUAL TO 1
                      SUBTRACT 1 FROM WS-RNG-YYYY
                      MOVE 12 TO WS-RNG-MM
                   ELSE
                      SUBTRACT 1 FROM WS-RNG-MM
                   END-IF
                   MOVE WS-RNG-MM TO WS-RNG-END-MM
               WHEN "TQ"
                   COMPUTE WS-QTR = (WS-SYS-MM - 1) / 3
                   COMPUTE WS-RNG-MM = WS-QTR * 3 + 1
                   COMPUTE WS-RNG-END-MM = WS-RNG-MM + 2
               WHEN "LQ"
                   COMPUTE WS-QTR = (WS-SYS-MM - 1) / 3
                   IF WS-QTR IS EQUAL TO 0
                      SUBTRACT 1 FROM WS-RNG-YYYY
                      MOVE 10 TO WS-RNG-MM
                   ELSE
                      COMPUTE WS-RNG-MM = (WS-QTR - 1) * 3 + 1
                   END-IF
                   COMPUTE WS-RNG-END-MM = WS-RNG-MM + 2
               WHEN "TY"
                   MOVE 1  TO WS-RNG-MM
                   MOVE 12 TO WS-RNG-END-MM
               WHEN "LY"
                   SUBTRACT 1 FROM WS-RNG-YYYY
                   MOVE 1  TO WS-RNG-MM
                   MOVE 12 TO WS-RNG-END-MM
               WHEN OTHER
                   MOVE SPACES TO RDF-PERIOD
           END-EVALUATE
           IF RDF-PERIOD IS NOT EQUAL TO SPACES
              COMPUTE WS-START-CMP = WS-RNG-YYYY * 10000
                                   + WS-RNG-MM * 100 + 1
              MOVE WS-MONTH-DAYS(WS-RNG-END-MM) TO WS-RNG-DD
              IF WS-RNG-END-MM IS EQUAL TO 2
                 DIVIDE WS-RNG-YYYY BY 4 GIVING WS-LEAP-Q
                     REMAINDER WS-LEAP-R
                 IF WS-LEAP-R IS EQUAL TO 0
                    MOVE 29 TO WS-RNG-DD
                 END-IF
                 DIVIDE WS-RNG-YYYY BY 100 GIVING WS-LEAP-Q
                     REMAINDER WS-LEAP-R
                 IF WS-LEAP-R IS EQUAL TO 0
                    MOVE 28 TO WS-RNG-DD
                    DIVIDE WS-RNG-YYYY BY 400 GIVING WS-LEAP-Q
                        REMAINDER WS-LEAP-R
                    IF WS-LEAP-R IS EQUAL TO 0
                       MOVE 29 TO WS-RNG-DD
                    END-IF
                 END-IF
              END-IF
              COMPUTE WS-END-CMP = WS-RNG-YYYY * 10000
                                 + WS-RNG-END-MM * 100 + WS-RNG-DD
              MOVE SPACES TO WS-RANGE-FROM
              STRING "01/"        DELIMITED BY SIZE
                     WS-RNG-MM    DELIMITED BY SIZE
                     "/"          DELIMITED BY SIZE
                     WS-RNG-YYYY  DELIMITED BY SIZE
                INTO WS-RANGE-FROM
              MOVE SPACES TO WS-RANGE-TO
              STRING WS-RNG-DD     DELIMITED BY SIZE
                     "/"           DELIMITED BY SIZE
                     WS-RNG-END-MM DELIMITED BY SIZE
                     "/"           DELIMITED BY SIZE
                     WS-RNG-YYYY   DELIMITED BY SIZE
                INTO WS-RANGE-TO
           ELSE
              IF RDF-FROM-DATE IS NOT EQUAL TO SPACES
                 MOVE RDF-FROM-DATE TO WS-CDATE
                 PERFORM C200-CONVERT-DATE
                 IF WS-CDATE-OK IS EQUAL TO 'Y'
                    MOVE WS-CCMP TO WS-START-CMP
                    MOVE RDF-FROM-DATE TO WS-RANGE-FROM
                 END-IF
              END-IF
              IF RDF-TO-DATE IS NOT EQUAL TO SPACES
                 MOVE RDF-TO-DATE TO WS-CDATE
                 PERFORM C200-CONVERT-DATE
                 IF WS-CDATE-OK IS EQUAL TO 'Y'
                    MOVE WS-CCMP TO WS-END-CMP
                    MOVE RDF-TO-DATE TO WS-RANGE-TO
                 END-IF
              END-IF
           END-IF
           IF WS-START-CMP > 0
              COMPUTE WS-FIRST-YEAR = WS-START-CMP / 10000
           ELSE
              COMPUTE WS-FIRST-YEAR = WS-SYS-YYYY - 10
           END-IF
           IF WS-END-CMP < 99999999
              COMPUTE WS-LAST-YEAR = WS-END-CMP / 10000
           ELSE
              MOVE WS-SYS-YYYY TO WS-LAST-YEAR
           END-IF
           .
       P200-EXIT.
           EXIT.

       P300-SET-LEVELS.
           MOVE 0 TO WS-LVL-COUNT
           MOVE 0 TO WS-LVL-IDX
           PERFORM UNTIL WS-LVL-IDX IS EQUAL TO 3
               ADD 1 TO WS-LVL-IDX
               IF RDF-SORT(WS-LVL-IDX:1) IS NOT EQUAL TO SPACE
                  ADD 1 TO WS-LVL-COUNT
                  MOVE RDF-SORT(WS-LVL-IDX:1)
                    TO WS-LVL-FIELD(WS-LVL-COUNT)
                  MOVE SPACES TO WS-LVL-SHOW(WS-LVL-COUNT)
                  MOVE 0 TO WS-LVL-NUM(WS-LVL-COUNT)
                  MOVE 0 TO WS-LVL-AMT(WS-LVL-COUNT)
               END-IF
           END-PERFORM
           .
       P300-EXIT.
           EXIT.

       P410-READ-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "expenses-"    DELIMITED BY SIZE
                  WS-THIS-YEAR   DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           ADD 1 TO WS-THIS-YEAR
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS NOT EQUAL TO "00"
              GO TO P410-EXIT
           END-IF
           ADD 1 TO WS-FILE-COUNT
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ARC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE ARC-RECORD TO WS-WORK-RECORD
                  PERFORM P500-SELECT-RECORD THRU P500-EXIT
           END-PERFORM
           CLOSE ARC-FILE
           .
       P410-EXIT.
           EXIT.

       P420-READ-LIVE.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO P420-EXIT
           END-IF
           ADD 1 TO WS-FILE-COUNT
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE FS-RECORD TO WS-WORK-RECORD
                  PERFORM P500-SELECT-RECORD THRU P500-EXIT
           END-PERFORM
           CLOSE EXP-FILE
           .
       P420-EXIT.
           EXIT.

       P500-SELECT-RECORD.
      **
      * Applies every selection field of the definition to the
      * record in WS-WORK-RECORD.  With rollup on, the category
      * filter also takes the detail categories under it.
      **
           ADD 1 TO WS-READ-COUNT
           MOVE EXP-DATE IN WS-WORK-RECORD TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           IF WS-CDATE-OK IS EQUAL TO 'N'
              ADD 1 TO WS-BAD-COUNT
              GO TO P500-EXIT
           END-IF
           IF WS-CCMP < WS-START-CMP OR WS-CCMP > WS-END-CMP
              GO TO P500-EXIT
           END-IF
           IF RDF-PERSON IS NOT EQUAL TO SPACES AND
              EXP-PERSON IN WS-WORK-RECORD IS NOT EQUAL TO RDF-PERSON
              GO TO P500-EXIT
           END-IF
           IF RDF-PAYMETH IS NOT EQUAL TO SPACES AND
              EXP-PAYMENT-METHOD IN WS-WORK-RECORD IS NOT EQUAL TO
              RDF-PAYMETH
              GO TO P500-EXIT
           END-IF
           IF RDF-PAYEE IS NOT EQUAL TO SPACES AND
              EXP-PAYEE IN WS-WORK-RECORD IS NOT EQUAL TO RDF-PAYEE
              GO TO P500-EXIT
           END-IF
           IF RDF-CURRENCY IS NOT EQUAL TO SPACES AND
              EXP-CURRENCY IN WS-WORK-RECORD IS NOT EQUAL TO
              RDF-CURRENCY
              GO TO P500-EXIT
           END-IF
           IF RDF-TYPE IS EQUAL TO 'I' AND
              EXP-TYPE IN WS-WORK-RECORD IS NOT EQUAL TO 'I'
              GO TO P500-EXIT
           END-IF
           IF RDF-TYPE IS EQUAL TO 'E' AND
              EXP-TYPE IN WS-WORK-RECORD IS EQUAL TO 'I'
              GO TO P500-EXIT
           END-IF
           IF RDF-REIMB IS EQUAL TO 'R' AND
              EXP-REIMB-FLAG IN WS-WORK-RECORD IS NOT EQUAL TO 'R'
              GO TO P500-EXIT
           END-IF
           IF RDF-REIMB IS EQUAL TO 'N' AND
              EXP-REIMB-FLAG IN WS-WORK-RECORD IS EQUAL TO 'R'
              GO TO P500-EXIT
           END-IF
           MOVE EXP-CATEGORY IN WS-WORK-RECORD TO WS-ACC-CATEGORY
           PERFORM Z210-MAP-PARENT THRU Z210-EXIT
           IF RDF-CATEGORY IS NOT EQUAL TO SPACES AND
              EXP-CATEGORY IN WS-WORK-RECORD IS NOT EQUAL TO
              RDF-CATEGORY AND
              WS-ACC-CATEGORY IS NOT EQUAL TO RDF-CATEGORY
              GO TO P500-EXIT
           END-IF
           PERFORM Z110-RATE-FOR-RECORD THRU Z110-EXIT
           COMPUTE WS-HOME-AMOUNT ROUNDED =
                   EXP-AMOUNT IN WS-WORK-RECORD * WS-CVT-RATE
           PERFORM P510-ADD-ROW THRU P510-EXIT
           .
       P500-EXIT.
           EXIT.

       P510-ADD-ROW.
      **
      * Files the record in the row table and slots it into print
      * order behind every row whose sort key is not higher, so
      * rows with equal keys stay in date order as read.
      **
           IF WS-ROW-COUNT IS EQUAL TO 3000
              ADD 1 TO WS-DROP-COUNT
              GO TO P510-EXIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-WORK-RECORD  TO WS-ROW-IMG(WS-ROW-COUNT)
           MOVE WS-HOME-AMOUNT  TO WS-ROW-HOME(WS-ROW-COUNT)
           MOVE WS-ACC-CATEGORY TO WS-ROW-CAT(WS-ROW-COUNT)
           MOVE SPACES TO WS-NEW-SORT
           MOVE WS-ROW-COUNT TO WS-ROW-IDX
           MOVE 0 TO WS-LVL-IDX
           PERFORM UNTIL WS-LVL-IDX IS EQUAL TO WS-LVL-COUNT
               ADD 1 TO WS-LVL-IDX
               MOVE WS-LVL-FIELD(WS-LVL-IDX) TO WS-FLD-LETTER
               PERFORM P520-FIELD-VALUE THRU P520-EXIT
               MOVE WS-FLD-SORT
                 TO WS-NEW-SORT((WS-LVL-IDX - 1) * 15 + 1:15)
           END-PERFORM
           MOVE WS-CCMP TO WS-NEW-SORT(46:8)
           MOVE WS-NEW-SORT TO WS-ROW-SORT(WS-ROW-COUNT)
           MOVE WS-ROW-COUNT TO WS-ORD-POS
           PERFORM UNTIL WS-ORD-POS IS EQUAL TO 1
               IF WS-ROW-SORT(WS-ORD(WS-ORD-POS - 1)) > WS-NEW-SORT
                  MOVE WS-ORD(WS-ORD-POS - 1) TO WS-ORD(WS-ORD-POS)
                  SUBTRACT 1 FROM WS-ORD-POS
               ELSE
                  MOVE WS-ORD-POS TO WS-ORD-IDX
                  MOVE 1 TO WS-ORD-POS
               END-IF
           END-PERFORM
           IF WS-ROW-COUNT IS EQUAL TO 1 OR
              WS-ROW-SORT(WS-ORD(1)) > WS-NEW-SORT
              MOVE 1 TO WS-ORD-IDX
           END-IF
           MOVE WS-ROW-COUNT TO WS-ORD(WS-ORD-IDX)
           .
       P510-EXIT.
           EXIT.

       P520-FIELD-VALUE.
      **
      * The field WS-FLD-LETTER names, for row WS-ROW-IDX (whose
      * image must be in WS-WORK-RECORD): WS-FLD-SORT orders it,
      * WS-FLD-SHOW prints it in a column WS-FLD-WIDTH wide under
      * WS-FLD-HEAD.  WS-FLD-QUOTE is 'Y' for free text, which the
      * CSV file quotes.
      **
           MOVE SPACES TO WS-FLD-SORT
           MOVE SPACES TO WS-FLD-SHOW
           MOVE 'N' TO WS-FLD-QUOTE
           EVALUATE WS-FLD-LETTER
               WHEN 'D'
                   MOVE "DATE" TO WS-FLD-HEAD
                   MOVE 10 TO WS-FLD-WIDTH
                   MOVE EXP-DATE IN WS-WORK-RECORD TO WS-FLD-SHOW
                   MOVE EXP-DATE IN WS-WORK-RECORD (7:4)
                     TO WS-FLD-SORT(1:4)
                   MOVE EXP-DATE IN WS-WORK-RECORD (4:2)
                     TO WS-FLD-SORT(5:2)
                   MOVE EXP-DATE IN WS-WORK-RECORD (1:2)
                     TO WS-FLD-SORT(7:2)
               WHEN 'N'
                   MOVE "MONTH" TO WS-FLD-HEAD
                   MOVE 7 TO WS-FLD-WIDTH
                   MOVE EXP-DATE IN WS-WORK-RECORD (4:7)
                     TO WS-FLD-SHOW
                   MOVE EXP-DATE IN WS-WORK-RECORD (7:4)
                     TO WS-FLD-SORT(1:4)
                   MOVE EXP-DATE IN WS-WORK-RECORD (4:2)
                     TO WS-FLD-SORT(5:2)
               WHEN 'P'
                   MOVE "PERSON" TO WS-FLD-HEAD
                   MOVE 10 TO WS-FLD-WIDTH
                   MOVE EXP-PERSON IN WS-WORK-RECORD TO WS-FLD-SHOW
                   MOVE 'Y' TO WS-FLD-QUOTE
               WHEN 'C'
                   MOVE "CATEGORY" TO WS-FLD-HEAD
                   MOVE 15 TO WS-FLD-WIDTH
                   MOVE WS-ROW-CAT(WS-ROW-IDX) TO WS-FLD-SHOW
                   MOVE 'Y' TO WS-FLD-QUOTE
               WHEN 'M'
                   MOVE "PAYMENT METHOD" TO WS-FLD-HEAD
                   MOVE 15 TO WS-FLD-WIDTH
                   MOVE EXP-PAYMENT-METHOD IN WS-WORK-RECORD
                     TO WS-FLD-SHOW
                   MOVE 'Y' TO WS-FLD-QUOTE
               WHEN 'Y'
                   MOVE "PAYEE" TO WS-FLD-HEAD
                   MOVE 15 TO WS-FLD-WIDTH
                   MOVE EXP-PAYEE IN WS-WORK-RECORD TO WS-FLD-SHOW
                   MOVE 'Y' TO WS-FLD-QUOTE
               WHEN 'S'
                   MOVE "DESCRIPTION" TO WS-FLD-HEAD
                   MOVE 30 TO WS-FLD-WIDTH
                   MOVE EXP-DESCRIPTION IN WS-WORK-RECORD
                     TO WS-FLD-SHOW
                   MOVE 'Y' TO WS-FLD-QUOTE
               WHEN 'T'
                   MOVE "TYPE" TO WS-FLD-HEAD
                   MOVE 7 TO WS-FLD-WIDTH
                   IF EXP-TYPE IN WS-WORK-RECORD IS EQUAL TO 'I'
                      MOVE "INCOME" TO WS-FLD-SHOW
                   ELSE
                      MOVE "EXPENSE" TO WS-FLD-SHOW
                   END-IF
               WHEN 'R'
                   MOVE "REIMB" TO WS-FLD-HEAD
                   MOVE 5 TO WS-FLD-WIDTH
                   IF EXP-REIMB-FLAG IN WS-WORK-RECORD IS EQUAL TO 'R'
                      MOVE "YES" TO WS-FLD-SHOW
                   ELSE
                      MOVE "NO" TO WS-FLD-SHOW
                   END-IF
               WHEN 'U'
                   MOVE "CUR" TO WS-FLD-HEAD
                   MOVE 3 TO WS-FLD-WIDTH
                   MOVE EXP-CURRENCY IN WS-WORK-RECORD TO WS-FLD-SHOW
               WHEN 'J'
                   MOVE "PROJECT" TO WS-FLD-HEAD
                   MOVE 8 TO WS-FLD-WIDTH
                   MOVE EXP-PROJECT IN WS-WORK-RECORD TO WS-FLD-SHOW
                   MOVE 'Y' TO WS-FLD-QUOTE
               WHEN 'K'
                   MOVE "KEY" TO WS-FLD-HEAD
                   MOVE 16 TO WS-FLD-WIDTH
                   MOVE EXP-KEY IN WS-WORK-RECORD TO WS-FLD-SHOW
               WHEN 'O'
                   MOVE "    AMOUNT" TO WS-FLD-HEAD
                   MOVE 10 TO WS-FLD-WIDTH
                   MOVE EXP-AMOUNT IN WS-WORK-RECORD TO WS-AMT-EDIT
                   MOVE WS-AMT-EDIT TO WS-FLD-SHOW(2:9)
               WHEN 'A'
                   MOVE " HOME AMOUNT" TO WS-FLD-HEAD
                   MOVE 12 TO WS-FLD-WIDTH
                   MOVE WS-ROW-HOME(WS-ROW-IDX) TO WS-HOME-EDIT
                   MOVE WS-HOME-EDIT TO WS-FLD-SHOW(2:11)
               WHEN OTHER
                   MOVE SPACES TO WS-FLD-HEAD
                   MOVE 0 TO WS-FLD-WIDTH
           END-EVALUATE
           IF WS-FLD-SORT IS EQUAL TO SPACES
              MOVE WS-FLD-SHOW TO WS-FLD-SORT
           END-IF
           .
       P520-EXIT.
           EXIT.

       P600-PRINT-REPORT.
      **
      * Prints the rows in order with the chosen columns; each
      * change of a sort field closes the subtotals from the
      * innermost level out to the one that changed.
      **
           OPEN OUTPUT REPORT-FILE
           PERFORM P610-PRINT-HEADING THRU P610-EXIT
           MOVE 0 TO WS-ORD-IDX
           PERFORM UNTIL WS-ORD-IDX IS EQUAL TO WS-ROW-COUNT
               ADD 1 TO WS-ORD-IDX
               MOVE WS-ORD(WS-ORD-IDX) TO WS-ROW-IDX
               MOVE WS-ROW-IMG(WS-ROW-IDX) TO WS-WORK-RECORD
               PERFORM P620-CHECK-BREAKS THRU P620-EXIT
               PERFORM P640-PRINT-ROW THRU P640-EXIT
           END-PERFORM
           IF WS-ROW-COUNT > 0
              MOVE 1 TO WS-BRK-LEVEL
              PERFORM P630-CLOSE-LEVELS THRU P630-EXIT
           END-IF
           IF WS-LVL-COUNT IS EQUAL TO 0 OR WS-ROW-COUNT IS EQUAL TO 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE WS-GRAND-NUM TO WS-COUNT-EDIT
           MOVE WS-GRAND-AMT TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "GRAND TOTAL  "   DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  " RECORD(S)  "    DELIMITED BY SIZE
                  WS-TOTAL-EDIT     DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-DROP-COUNT > 0
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE WS-DROP-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "ROW LIMIT OF 3000 REACHED - " DELIMITED BY SIZE
                     WS-COUNT-EDIT          DELIMITED BY SIZE
                     " SELECTED RECORD(S) NOT SHOWN OR TOTALLED"
                                            DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 2000 RATES ON FILE - SOME AMOUNTS ARE "
                TO REPORT-RECORD
              MOVE "NOT CONVERTED" TO REPORT-RECORD(49:13)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "userreport.rpt" TO WS-SPOOL-REPORT
           MOVE "RUN-REPORT"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "DEFINITION "  DELIMITED BY SIZE
                  RDF-NAME       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  RDF-TITLE      DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY WS-GRAND-NUM " RECORD(S) REPORTED TO userreport.rpt"
           .
       P600-EXIT.
           EXIT.

       P610-PRINT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           IF RDF-TITLE IS EQUAL TO SPACES
              STRING "REPORT " DELIMITED BY SIZE
                     RDF-NAME  DELIMITED BY SIZE
                INTO REPORT-RECORD
           ELSE
              MOVE RDF-TITLE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE "==========================================="
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DEFINITION "  DELIMITED BY SIZE
                  RDF-NAME       DELIMITED BY SIZE
                  " RUN "        DELIMITED BY SIZE
                  WS-SYS-DD      DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-SYS-MM      DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-SYS-YYYY    DELIMITED BY SIZE
                  "  DATES "     DELIMITED BY SIZE
                  WS-RANGE-FROM  DELIMITED BY SIZE
                  " TO "         DELIMITED BY SIZE
                  WS-RANGE-TO    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF RDF-ARCHIVES IS EQUAL TO 'Y'
              MOVE SPACES TO REPORT-RECORD
              STRING "LIVE FILE AND ARCHIVES " DELIMITED BY SIZE
                     WS-FIRST-YEAR             DELIMITED BY SIZE
                     " TO "                    DELIMITED BY SIZE
                     WS-LAST-YEAR              DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-PERSON IS NOT EQUAL TO SPACES
              MOVE SPACES TO REPORT-RECORD
              STRING "PERSON          " DELIMITED BY SIZE
                     RDF-PERSON         DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-CATEGORY IS NOT EQUAL TO SPACES
              MOVE SPACES TO REPORT-RECORD
              STRING "CATEGORY        " DELIMITED BY SIZE
                     RDF-CATEGORY       DELIMITED BY SIZE
                INTO REPORT-RECORD
              IF RDF-ROLLUP IS EQUAL TO 'Y'
                 MOVE "AND ITS DETAIL CATEGORIES"
                   TO REPORT-RECORD(33:25)
              END-IF
              WRITE REPORT-RECORD
           END-IF
           IF RDF-PAYMETH IS NOT EQUAL TO SPACES
              MOVE SPACES TO REPORT-RECORD
              STRING "PAYMENT METHOD  " DELIMITED BY SIZE
                     RDF-PAYMETH        DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-PAYEE IS NOT EQUAL TO SPACES
              MOVE SPACES TO REPORT-RECORD
              STRING "PAYEE           " DELIMITED BY SIZE
                     RDF-PAYEE          DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-TYPE IS EQUAL TO 'E'
              MOVE "TYPE            EXPENSES ONLY" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-TYPE IS EQUAL TO 'I'
              MOVE "TYPE            INCOME ONLY" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-REIMB IS EQUAL TO 'R'
              MOVE "REIMBURSABLE    ONLY REIMBURSABLE ITEMS"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-REIMB IS EQUAL TO 'N'
              MOVE "REIMBURSABLE    REIMBURSABLE ITEMS LEFT OUT"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-CURRENCY IS NOT EQUAL TO SPACES
              MOVE SPACES TO REPORT-RECORD
              STRING "CURRENCY        " DELIMITED BY SIZE
                     RDF-CURRENCY       DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF RDF-ROLLUP IS EQUAL TO 'Y'
              MOVE "CATEGORIES SHOWN AT PARENT LEVEL" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE "TOTALS IN HOME CURRENCY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-LINE-POS
           MOVE 0 TO WS-COL-IDX
           PERFORM UNTIL WS-COL-IDX IS EQUAL TO 14
               ADD 1 TO WS-COL-IDX
               IF RDF-COLUMNS(WS-COL-IDX:1) IS NOT EQUAL TO SPACE
                  MOVE RDF-COLUMNS(WS-COL-IDX:1) TO WS-FLD-LETTER
                  PERFORM P520-FIELD-VALUE THRU P520-EXIT
                  IF WS-FLD-WIDTH > 0 AND
                     WS-LINE-POS + WS-FLD-WIDTH <= 133
                     MOVE WS-FLD-HEAD
                       TO REPORT-RECORD(WS-LINE-POS:WS-FLD-WIDTH)
                     COMPUTE WS-LINE-POS = WS-LINE-POS
                                         + WS-FLD-WIDTH + 1
                  END-IF
               END-IF
           END-PERFORM
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           IF WS-LINE-POS < 133
              MOVE SPACES TO REPORT-RECORD(WS-LINE-POS:)
           END-IF
           WRITE REPORT-RECORD
           .
       P610-EXIT.
           EXIT.

       P620-CHECK-BREAKS.
      **
      * Finds the outermost level whose field changed on this row,
      * closes the subtotals from the innermost level out to it,
      * and takes up the new values.
      **
           MOVE 0 TO WS-BRK-LEVEL
           MOVE 0 TO WS-LVL-IDX
           PERFORM UNTIL WS-LVL-IDX IS EQUAL TO WS-LVL-COUNT
                      OR WS-BRK-LEVEL > 0
               ADD 1 TO WS-LVL-IDX
               MOVE WS-LVL-FIELD(WS-LVL-IDX) TO WS-FLD-LETTER
               PERFORM P520-FIELD-VALUE THRU P520-EXIT
               IF WS-FLD-SHOW IS NOT EQUAL TO WS-LVL-SHOW(WS-LVL-IDX)
                  MOVE WS-LVL-IDX TO WS-BRK-LEVEL
               END-IF
           END-PERFORM
           IF WS-BRK-LEVEL IS EQUAL TO 0
              GO TO P620-EXIT
           END-IF
           IF WS-ORD-IDX > 1
              PERFORM P630-CLOSE-LEVELS THRU P630-EXIT
           END-IF
           MOVE WS-BRK-LEVEL TO WS-LVL-IDX
           SUBTRACT 1 FROM WS-LVL-IDX
           PERFORM UNTIL WS-LVL-IDX IS EQUAL TO WS-LVL-COUNT
               ADD 1 TO WS-LVL-IDX
               MOVE WS-LVL-FIELD(WS-LVL-IDX) TO WS-FLD-LETTER
               PERFORM P520-FIELD-VALUE THRU P520-EXIT
               MOVE WS-FLD-SHOW TO WS-LVL-SHOW(WS-LVL-IDX)
               MOVE 0 TO WS-LVL-NUM(WS-LVL-IDX)
               MOVE 0 TO WS-LVL-AMT(WS-LVL-IDX)
           END-PERFORM
           .
       P620-EXIT.
           EXIT.

       P630-CLOSE-LEVELS.
      **
      * Prints the subtotal of every level from the innermost out
      * to WS-BRK-LEVEL, each indented by its depth.
      **
           MOVE WS-LVL-COUNT TO WS-LVL-IDX
           PERFORM UNTIL WS-LVL-IDX < WS-BRK-LEVEL
                      OR WS-LVL-IDX IS EQUAL TO 0
               MOVE WS-LVL-FIELD(WS-LVL-IDX) TO WS-FLD-LETTER
               PERFORM P520-FIELD-VALUE THRU P520-EXIT
               MOVE WS-LVL-NUM(WS-LVL-IDX) TO WS-COUNT-EDIT
               MOVE WS-LVL-AMT(WS-LVL-IDX) TO WS-TOTAL-EDIT
               COMPUTE WS-INDENT = WS-LVL-IDX * 2 - 1
               MOVE SPACES TO REPORT-RECORD
               STRING "TOTAL "                 DELIMITED BY SIZE
                      WS-FLD-HEAD              DELIMITED BY "  "
                      " "                      DELIMITED BY SIZE
                      WS-LVL-SHOW(WS-LVL-IDX)  DELIMITED BY SIZE
                      WS-COUNT-EDIT            DELIMITED BY SIZE
                      " RECORD(S)  "           DELIMITED BY SIZE
                      WS-TOTAL-EDIT            DELIMITED BY SIZE
                 INTO REPORT-RECORD(WS-INDENT:)
               WRITE REPORT-RECORD
               IF WS-LVL-IDX IS EQUAL TO 1
                  MOVE SPACES TO REPORT-RECORD
                  WRITE REPORT-RECORD
               END-IF
               SUBTRACT 1 FROM WS-LVL-IDX
           END-PERFORM
           .
       P630-EXIT.
           EXIT.

       P640-PRINT-ROW.
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-LINE-POS
           MOVE 0 TO WS-COL-IDX
           PERFORM UNTIL WS-COL-IDX IS EQUAL TO 14
               ADD 1 TO WS-COL-IDX
               IF RDF-COLUMNS(WS-COL-IDX:1) IS NOT EQUAL TO SPACE
                  MOVE RDF-COLUMNS(WS-COL-IDX:1) TO WS-FLD-LETTER
                  PERFORM P520-FIELD-VALUE THRU P520-EXIT
                  IF WS-FLD-WIDTH > 0 AND
                     WS-LINE-POS + WS-FLD-WIDTH <= 133
                     MOVE WS-FLD-SHOW
                       TO REPORT-RECORD(WS-LINE-POS:WS-FLD-WIDTH)
                     COMPUTE WS-LINE-POS = WS-LINE-POS
                                         + WS-FLD-WIDTH + 1
                  END-IF
               END-IF
           END-PERFORM
           WRITE REPORT-RECORD
           ADD 1 TO WS-GRAND-NUM
           ADD WS-ROW-HOME(WS-ROW-IDX) TO WS-GRAND-AMT
           MOVE 0 TO WS-LVL-IDX
           PERFORM UNTIL WS-LVL-IDX IS EQUAL TO WS-LVL-COUNT
               ADD 1 TO WS-LVL-IDX
               ADD 1 TO WS-LVL-NUM(WS-LVL-IDX)
               ADD WS-ROW-HOME(WS-ROW-IDX) TO WS-LVL-AMT(WS-LVL-IDX)
           END-PERFORM
           .
       P640-EXIT.
           EXIT.

       P700-WRITE-CSV.
      **
      * The same rows in the same order to report-<name>.csv, one
      * line each with the chosen columns and a heading line, for a
      * spreadsheet to total as it likes - so no subtotal lines.
      * A run cut short by a full table ends the file with an
      * INCOMPLETE line, so a short export cannot pass for a whole
      * one.  The file is not spooled, so the run is put on the
      * access log here.
      **
           MOVE SPACES TO WS-CSV-FILENAME
           STRING "report-"  DELIMITED BY SIZE
                  RDF-NAME   DELIMITED BY SPACE
                  ".csv"     DELIMITED BY SIZE
             INTO WS-CSV-FILENAME
           OPEN OUTPUT CSV-FILE
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-POS
           MOVE 0 TO WS-COL-IDX
           PERFORM UNTIL WS-COL-IDX IS EQUAL TO 14
               ADD 1 TO WS-COL-IDX
               IF RDF-COLUMNS(WS-COL-IDX:1) IS NOT EQUAL TO SPACE
                  MOVE RDF-COLUMNS(WS-COL-IDX:1) TO WS-FLD-LETTER
                  PERFORM P520-FIELD-VALUE THRU P520-EXIT
                  MOVE WS-FLD-HEAD TO WS-FLD-SHOW
                  MOVE 'N' TO WS-FLD-QUOTE
                  PERFORM P710-ADD-CSV-FIELD THRU P710-EXIT
               END-IF
           END-PERFORM
           MOVE WS-CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD
           MOVE 0 TO WS-ORD-IDX
           PERFORM UNTIL WS-ORD-IDX IS EQUAL TO WS-ROW-COUNT
               ADD 1 TO WS-ORD-IDX
               MOVE WS-ORD(WS-ORD-IDX) TO WS-ROW-IDX
               MOVE WS-ROW-IMG(WS-ROW-IDX) TO WS-WORK-RECORD
               MOVE SPACES TO WS-CSV-LINE
               MOVE 1 TO WS-CSV-POS
               MOVE 0 TO WS-COL-IDX
               PERFORM UNTIL WS-COL-IDX IS EQUAL TO 14
                   ADD 1 TO WS-COL-IDX
                   IF RDF-COLUMNS(WS-COL-IDX:1) IS NOT EQUAL TO SPACE
                      MOVE RDF-COLUMNS(WS-COL-IDX:1) TO WS-FLD-LETTER
                      PERFORM P520-FIELD-VALUE THRU P520-EXIT
                      PERFORM P710-ADD-CSV-FIELD THRU P710-EXIT
                   END-IF
               END-PERFORM
               MOVE WS-CSV-LINE TO CSV-RECORD
               WRITE CSV-RECORD
               ADD 1 TO WS-GRAND-NUM
           END-PERFORM
           IF WS-DROP-COUNT > 0
              MOVE WS-DROP-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO CSV-RECORD
              STRING "INCOMPLETE - TABLE FULL - ROW LIMIT OF 3000 "
                                            DELIMITED BY SIZE
                     "REACHED, "            DELIMITED BY SIZE
                     WS-COUNT-EDIT          DELIMITED BY SIZE
                     " SELECTED RECORD(S) NOT WRITTEN"
                                            DELIMITED BY SIZE
                INTO CSV-RECORD
              WRITE CSV-RECORD
           END-IF
           IF WS-RATE-FULL IS EQUAL TO 'Y'
              MOVE SPACES TO CSV-RECORD
              STRING "INCOMPLETE - TABLE FULL - MORE THAN 2000 RATES "
                                            DELIMITED BY SIZE
                     "ON FILE, SOME AMOUNTS NOT CONVERTED"
                                            DELIMITED BY SIZE
                INTO CSV-RECORD
              WRITE CSV-RECORD
           END-IF
           CLOSE CSV-FILE
           PERFORM P790-LOG-ACCESS THRU P790-EXIT
           DISPLAY WS-GRAND-NUM " RECORD(S) WRITTEN TO "
                   WS-CSV-FILENAME
           .
       P700-EXIT.
           EXIT.

       P790-LOG-ACCESS.
      **
      * Puts a CSV run on the access log: whose records the
      * definition selects (blank for every member's), the date
      * range it ran over and how many records it selected.
      **
           COMPUTE WS-SELECTED = WS-ROW-COUNT + WS-DROP-COUNT
           MOVE "RUN-REPORT"     TO WS-ACCESS-PROGRAM
           MOVE RDF-PERSON       TO WS-ACCESS-PERSON
           MOVE WS-START-CMP     TO WS-ACCESS-FROM
           MOVE WS-END-CMP       TO WS-ACCESS-TO
           MOVE WS-SELECTED      TO WS-ACCESS-RECORDS
           MOVE SPACES           TO WS-ACCESS-PARMS
           STRING "DEFINITION "  DELIMITED BY SIZE
                  RDF-NAME       DELIMITED BY SIZE
                  " CSV "        DELIMITED BY SIZE
                  WS-CSV-FILENAME DELIMITED BY SPACE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       P790-EXIT.
           EXIT.

       P710-ADD-CSV-FIELD.
      **
      * Appends WS-FLD-SHOW to the CSV line without its leading and
      * trailing blanks, quoted when it is free text, with a comma
      * before every field but the first.
      **
           MOVE 30 TO WS-FLD-LEN
           PERFORM UNTIL WS-FLD-LEN IS EQUAL TO 0
                      OR WS-FLD-SHOW(WS-FLD-LEN:1) IS NOT EQUAL TO SPACE
               SUBTRACT 1 FROM WS-FLD-LEN
           END-PERFORM
           PERFORM UNTIL WS-FLD-LEN IS EQUAL TO 0
                      OR WS-FLD-SHOW(1:1) IS NOT EQUAL TO SPACE
               MOVE WS-FLD-SHOW(2:29) TO WS-FLD-SHOW
               SUBTRACT 1 FROM WS-FLD-LEN
           END-PERFORM
           IF WS-CSV-POS > 1
              MOVE "," TO WS-CSV-LINE(WS-CSV-POS:1)
              ADD 1 TO WS-CSV-POS
           END-IF
           IF WS-FLD-QUOTE IS EQUAL TO 'Y'
              MOVE '"' TO WS-CSV-LINE(WS-CSV-POS:1)
              ADD 1 TO WS-CSV-POS
           END-IF
           IF WS-FLD-LEN > 0
              MOVE WS-FLD-SHOW(1:WS-FLD-LEN)
                TO WS-CSV-LINE(WS-CSV-POS:WS-FLD-LEN)
              ADD WS-FLD-LEN TO WS-CSV-POS
           END-IF
           IF WS-FLD-QUOTE IS EQUAL TO 'Y'
              MOVE '"' TO WS-CSV-LINE(WS-CSV-POS:1)
              ADD 1 TO WS-CSV-POS
           END-IF
           .
       P710-EXIT.
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
       Z100-LOAD-RATES.
      **
      * Loads the exchange-rate master into a table once per run.
      * Records keyed in a foreign currency are converted to home
      * currency at the rate in force on their own date; with no
      * master on file every record reports at face value.
      **
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
      * Sets WS-CVT-RATE for the record in WS-WORK-RECORD: the dated
      * rate entry for EXP-CURRENCY with the latest effective-from
      * on or before the record's own date (WS-CCMP).  Home
      * currency records and codes with no usable rate convert at 1.
      **
           MOVE 1 TO WS-CVT-RATE
           IF EXP-CURRENCY IN WS-WORK-RECORD IS EQUAL TO SPACES OR
              WS-RATE-COUNT IS EQUAL TO 0
              GO TO Z110-EXIT
           END-IF
           MOVE WS-CCMP TO WS-CVT-CMP
           MOVE 0 TO WS-CVT-BEST
           MOVE 0 TO WS-RATE-IDX
           PERFORM UNTIL WS-RATE-IDX IS EQUAL TO WS-RATE-COUNT
               ADD 1 TO WS-RATE-IDX
               IF WS-RATE-CODE(WS-RATE-IDX) IS EQUAL TO
                  EXP-CURRENCY IN WS-WORK-RECORD
                  AND WS-RATE-FROM(WS-RATE-IDX) <= WS-CVT-CMP
                  AND WS-RATE-FROM(WS-RATE-IDX) >= WS-CVT-BEST
                  MOVE WS-RATE-FROM(WS-RATE-IDX) TO WS-CVT-BEST
                  MOVE WS-RATE-RATE(WS-RATE-IDX) TO WS-CVT-RATE
               END-IF
           END-PERFORM
           .
       Z110-EXIT.
           EXIT.
       Z200-LOAD-PARENTS.
      **
      * Loads the category master's parent links so detail
      * categories can report rolled up under their parent with one
      * subtotal per family.
      **
           MOVE 'N' TO WS-CAT-EOF
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS IS NOT EQUAL TO "00"
              GO TO Z200-EXIT
           END-IF
           PERFORM UNTIL WS-CAT-EOF = 'Y'
               READ CAT-FILE
               AT END
                  MOVE 'Y' TO WS-CAT-EOF
               NOT AT END
                  IF CAT-PARENT IS NOT EQUAL TO SPACES AND
                     WS-PAR-COUNT < 100
                     ADD 1 TO WS-PAR-COUNT
                     MOVE CAT-CODE   TO WS-PAR-CHILD(WS-PAR-COUNT)
                     MOVE CAT-PARENT TO WS-PAR-PARENT(WS-PAR-COUNT)
                  END-IF
           END-PERFORM
           CLOSE CAT-FILE
           .
       Z200-EXIT.
           EXIT.
       Z210-MAP-PARENT.
      **
      * Replaces WS-ACC-CATEGORY with its parent when rollup
      * reporting is on and the master gives it one; a top-level
      * category stands for itself.
      **
           IF RDF-ROLLUP IS NOT EQUAL TO 'Y'
              GO TO Z210-EXIT
           END-IF
           MOVE 0 TO WS-PAR-IDX
           PERFORM UNTIL WS-PAR-IDX IS EQUAL TO WS-PAR-COUNT
               ADD 1 TO WS-PAR-IDX
               IF WS-PAR-CHILD(WS-PAR-IDX) IS EQUAL TO
                  WS-ACC-CATEGORY
                  MOVE WS-PAR-PARENT(WS-PAR-IDX) TO WS-ACC-CATEGORY
                  MOVE WS-PAR-COUNT TO WS-PAR-IDX
               END-IF
           END-PERFORM
           .
       Z210-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM RUN-REPORT.
