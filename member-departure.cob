      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MEMBER-DEPARTURE.
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
           SELECT TMP-FILE  ASSIGN TO "expenses.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAK-FILE  ASSIGN TO "expenses.bak"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FLG-FILE  ASSIGN TO "rewrite.flg"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLG-STATUS.
           SELECT ARC-FILE  ASSIGN TO WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARC-STATUS.
           SELECT USR-FILE  ASSIGN TO "users.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USR-STATUS.
           SELECT USRTMP-FILE  ASSIGN TO "users.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSN-FILE  ASSIGN TO "persons.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PSN-STATUS.
           SELECT PSNTMP-FILE  ASSIGN TO "codes.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECUR-FILE  ASSIGN TO "recurring.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECUR-STATUS.
           SELECT RECTMP-FILE  ASSIGN TO "recurring.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PND-FILE  ASSIGN TO "recurring-pending.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-STATUS.
           SELECT PNDTMP-FILE  ASSIGN TO "pending.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEP-FILE  ASSIGN TO "departures.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEP-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
           SELECT REPORT-FILE  ASSIGN TO "departure.rpt"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XTR-FILE  ASSIGN TO "departure.csv"
            ORGANIZATION IS LINE SEQUENTIAL.
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
       FD ARC-FILE.
       01 ARC-RECORD.
        COPY expense_record.
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
       FD USRTMP-FILE.
       01 USRTMP-RECORD            PIC X(78).
       FD PSN-FILE.
       01 PSN-RECORD.
          05 PSN-CODE              PIC X(15).
          05 PSN-ACTIVE            PIC X(1).
       FD PSNTMP-FILE.
       01 PSNTMP-RECORD            PIC X(16).
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
       FD RECTMP-FILE.
       01 RECTMP-RECORD                PIC X(96).
       FD PND-FILE.
       01 PND-RECORD.
          05 PND-DATE                  PIC X(10).
          05 PND-AMOUNT                PIC 9(6)V99.
          05 PND-DESCRIPTION           PIC X(30).
          05 PND-CATEGORY              PIC X(15).
          05 PND-PERSON                PIC X(10).
          05 PND-PAYMENT-METHOD        PIC X(15).
          05 PND-SHARE-FLAG            PIC X(1).
       FD PNDTMP-FILE.
       01 PNDTMP-RECORD                PIC X(89).
      * One line per member who has left the household: the leaving
      * date, when the departure was run and by whom, and the final
      * settlement position (plus owed to them, minus owed by them).
       FD DEP-FILE.
       01 DEP-RECORD.
          05 DEP-PERSON            PIC X(10).
          05 DEP-LEFT              PIC X(10).
          05 DEP-RUN-DATE          PIC X(8).
          05 DEP-RUN-BY            PIC X(10).
          05 DEP-NET               PIC S9(9)V99 SIGN LEADING SEPARATE.
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
       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(80).
       FD XTR-FILE.
       01 XTR-RECORD          PIC X(200).
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
       01 WS-ARC-STATUS            PIC X(2).
       01 WS-USR-STATUS            PIC X(2).
       01 WS-PSN-STATUS            PIC X(2).
       01 WS-RECUR-STATUS          PIC X(2).
       01 WS-PND-STATUS            PIC X(2).
       01 WS-DEP-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-USR-EOF               PIC X(1).
       01 WS-DEP-EOF               PIC X(1).
       01 WS-MST-EOF               PIC X(1).
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
       01 WS-RUN-DATE              PIC X(10).
       01 WS-LEAVER                PIC X(10).
       01 WS-LEAVE-DATE            PIC X(10).
       01 WS-LEAVE-CMP             PIC 9(8).
       01 WS-START-DATE            PIC X(10) VALUE SPACES.
       01 WS-START-CMP             PIC 9(8)  VALUE 0.
       01 WS-END-CMP               PIC 9(8).
       01 WS-REC-CMP               PIC 9(8).
       01 WS-CDATE                 PIC X(10).
       01 WS-CDD                   PIC 9(2).
       01 WS-CMM                   PIC 9(2).
       01 WS-CYYYY                 PIC 9(4).
       01 WS-CCMP                  PIC 9(8).
       01 WS-CDATE-OK              PIC X(1).
       01 WS-VALID-DATE            PIC X(1).
       01 WS-CONFIRM               PIC X(1).
       01 WS-ON-USERS              PIC X(1).
       01 WS-ON-PERSONS            PIC X(1).
       01 WS-GONE-ON               PIC X(10).
       01 WS-USR-BEFORE            PIC X(32).
       01 WS-YEAR-IN               PIC X(4).
       01 WS-FIRST-YEAR            PIC 9(4).
       01 WS-THIS-YEAR             PIC 9(4).
       01 WS-ARCHIVE-FILENAME      PIC X(20).
       01 WS-XTR-SOURCE            PIC X(4).
       01 WS-XTR-TYPE              PIC X(1).
       01 WS-XTR-COUNT             PIC 9(6) VALUE 0.
       01 WS-XTR-FILES             PIC 9(3) VALUE 0.
       01 WS-CSV-AMOUNT            PIC ZZZZZ9.99.
       01 WS-CSV-CLAIM             PIC 9(4).
       01 WS-CSV-LINE              PIC X(200).
       01 WS-COUNT-EDIT            PIC ZZZZZ9.
      * the household settlement, as SETTLEMENT-REPORT works it out,
      * run to the leaving date
       01 WS-DEP-COUNT             PIC 9(2) VALUE 0.
       01 WS-DEP-TABLE.
          05 WS-DEP-ENTRY OCCURS 20 TIMES.
             10 WS-DEP-NAME        PIC X(10).
             10 WS-DEP-CMP         PIC 9(8).
       01 WS-DEP-IDX               PIC 9(2).
       01 WS-LEFT-CMP              PIC 9(8).
       01 WS-MBR-COUNT             PIC 9(2) VALUE 0.
       01 WS-MBR-TABLE.
          05 WS-MBR-ENTRY OCCURS 20 TIMES.
             10 WS-MBR-NAME        PIC X(10).
             10 WS-MBR-PAID        PIC 9(11)V99.
             10 WS-MBR-NET         PIC S9(11)V99.
             10 WS-MBR-LEFT        PIC 9(8).
             10 WS-MBR-SHARE       PIC 9(11)V99.
       01 WS-MBR-IDX               PIC 9(2).
       01 WS-MBR-FOUND             PIC X(1).
       01 WS-MBR-FULL              PIC X(1) VALUE 'N'.
       01 WS-SHARED-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-FAIR-SHARE            PIC 9(11)V99.
       01 WS-REMAINDER             PIC 9(9)V99.
       01 WS-BKT-TABLE.
          05 WS-BKT-ENTRY OCCURS 21 TIMES.
             10 WS-BKT-TOTAL       PIC 9(11)V99.
             10 WS-BKT-CMP         PIC 9(8).
       01 WS-BKT-IDX               PIC 9(2).
       01 WS-BKT-USED              PIC 9(2) VALUE 0.
       01 WS-BKT-MEMBERS           PIC 9(2).
       01 WS-BKT-SHARE             PIC 9(11)V99.
       01 WS-SHARERS               PIC 9(2) VALUE 0.
       01 WS-LVR-IDX               PIC 9(2) VALUE 0.
       01 WS-LVR-NET               PIC S9(11)V99 VALUE 0.
       01 WS-SETTLED               PIC X(1).
       01 WS-OTHER-IDX             PIC 9(2).
       01 WS-OTHER-NET             PIC S9(11)V99.
       01 WS-TRANSFER              PIC 9(11)V99.
       01 WS-AMT-EDIT              PIC Z(10)9.99.
       01 WS-REM-EDIT              PIC Z(8)9.99.
      * reassign-or-end decisions for commitments and claims
       01 WS-DECISION              PIC X(1).
       01 WS-DEC-ALT               PIC X(1).
       01 WS-DEC-ALT-LC            PIC X(1).
       01 WS-DEC-DONE              PIC X(1).
       01 WS-NEW-PERSON            PIC X(10).
       01 WS-VCODE                 PIC X(15).
       01 WS-CODE-SEEN             PIC X(1).
       01 WS-CODE-HIT              PIC X(1).
       01 WS-CODE-OK               PIC X(1).
       01 WS-FILE-CHANGES          PIC 9(4).
       01 WS-RCR-REASSIGNED        PIC 9(3) VALUE 0.
       01 WS-RCR-ENDED             PIC 9(3) VALUE 0.
       01 WS-PND-REASSIGNED        PIC 9(3) VALUE 0.
       01 WS-PND-DROPPED           PIC 9(3) VALUE 0.
       01 WS-CLM-REASSIGNED        PIC 9(4) VALUE 0.
       01 WS-CLM-WRITTEN-OFF       PIC 9(4) VALUE 0.
       01 WS-CLM-TOTAL             PIC 9(11)V99 VALUE 0.
       01 WS-USR-DONE              PIC X(1) VALUE 'N'.
       01 WS-PSN-DONE              PIC X(1) VALUE 'N'.
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-JRN-BEFORE            PIC X(250).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Administrator-only run
      * for a household member who is leaving.  Works out their
      * final share of the shared spending up to the leaving date
      * and prints a closing statement of what they owe or are
      * owed and who squares up with whom; has each of their
      * recurring commitments (and anything of theirs still waiting
      * on the pending queue) reassigned to another member or
      * ended, and each of their open reimbursable claim items
      * reassigned or written off; locks their sign-on on users.dat
      * and retires them on persons.dat; and writes every record of
      * theirs on the live expenses.dat and the expenses-YYYY.dat
      * archives to departure.csv for them to take away.  The
      * departure is registered on departures.dat, which keeps them
      * out of the shared-cost division after the leaving date.
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
              DISPLAY "MEMBER DEPARTURE IS FOR THE ADMINISTRATOR"
              GO TO MAIN-EXIT
           END-IF
           PERFORM D010-RESET THRU D010-EXIT
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-SYS-DD   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-SYS-MM   DELIMITED BY SIZE
                  "/"         DELIMITED BY SIZE
                  WS-SYS-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE

           DISPLAY "MEMBER WHO IS LEAVING"
           ACCEPT WS-LEAVER
           IF WS-LEAVER IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF
           IF WS-LEAVER IS EQUAL TO WS-SIGNON-USER
              DISPLAY "A DEPARTURE CANNOT BE RUN BY THE MEMBER "
                      "LEAVING - NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF
           PERFORM G040-LOAD-DEPARTURES THRU G040-EXIT
           MOVE SPACES TO WS-GONE-ON
           PERFORM D020-CHECK-DEPARTED THRU D020-EXIT
           IF WS-GONE-ON IS NOT EQUAL TO SPACES
              DISPLAY WS-LEAVER " ALREADY LEFT ON " WS-GONE-ON
                      " - NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF
           PERFORM D030-CHECK-KNOWN THRU D030-EXIT
           IF WS-ON-USERS IS EQUAL TO 'N' AND
              WS-ON-PERSONS IS EQUAL TO 'N'
              DISPLAY WS-LEAVER " IS NOT ON users.dat OR "
                      "persons.dat - NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF

           MOVE 'N' TO WS-VALID-DATE
           PERFORM UNTIL WS-VALID-DATE IS EQUAL TO 'Y'
               DISPLAY "LEAVING DATE (DD/MM/YYYY)"
               ACCEPT WS-LEAVE-DATE
               PERFORM D040-VALIDATE-DATE THRU D040-EXIT
               IF WS-VALID-DATE IS EQUAL TO 'N'
                  DISPLAY "INVALID DATE - EXPECTED DD/MM/YYYY, "
                          "RE-ENTER"
               END-IF
           END-PERFORM
           MOVE WS-CCMP TO WS-LEAVE-CMP
           MOVE WS-LEAVE-CMP TO WS-END-CMP

           DISPLAY "SETTLE SHARED SPENDING FROM (DD/MM/YYYY - THE "
                   "DAY AFTER THE"
           DISPLAY "HOUSEHOLD LAST SQUARED UP, BLANK FOR ALL HISTORY)"
           ACCEPT WS-START-DATE
           IF WS-START-DATE IS NOT EQUAL TO SPACES
              MOVE WS-START-DATE TO WS-CDATE
              PERFORM C200-CONVERT-DATE
              IF WS-CDATE-OK IS EQUAL TO 'N' OR
                 WS-CCMP > WS-LEAVE-CMP
                 DISPLAY "INVALID START DATE - SETTLING ALL HISTORY"
                 MOVE SPACES TO WS-START-DATE
              ELSE
                 MOVE WS-CCMP TO WS-START-CMP
              END-IF
           END-IF

           DISPLAY "EARLIEST ARCHIVE YEAR TO EXTRACT (YYYY, BLANK "
                   "FOR TEN YEARS BACK)"
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN IS NUMERIC
              MOVE WS-YEAR-IN TO WS-FIRST-YEAR
           ELSE
              IF WS-YEAR-IN IS NOT EQUAL TO SPACES
                 DISPLAY "NOT A YEAR - GOING TEN YEARS BACK"
              END-IF
              COMPUTE WS-FIRST-YEAR = WS-SYS-YYYY - 10
           END-IF

           DISPLAY "PROCESS THE DEPARTURE OF " WS-LEAVER
                   " LEAVING " WS-LEAVE-DATE "? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM IS NOT EQUAL TO 'Y' AND
              WS-CONFIRM IS NOT EQUAL TO 'y'
              DISPLAY "NOTHING DONE"
              GO TO MAIN-EXIT
           END-IF

           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "DEPARTURE NOT RUN - ANOTHER SESSION HOLDS "
                      "THE FILES"
              GO TO MAIN-EXIT
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM D100-PRINT-HEADING THRU D100-EXIT
           PERFORM E000-EXTRACT-RECORDS THRU E000-EXIT
           PERFORM S000-FINAL-SETTLEMENT THRU S000-EXIT
           PERFORM R000-COMMITMENTS THRU R000-EXIT
           PERFORM C000-OPEN-CLAIMS THRU C000-EXIT
           PERFORM U000-LOCK-SIGNON THRU U000-EXIT
           PERFORM P000-RETIRE-PERSON THRU P000-EXIT
           PERFORM D200-REGISTER-DEPARTURE THRU D200-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           PERFORM D900-PRINT-CLOSING THRU D900-EXIT
           CLOSE REPORT-FILE
           MOVE "departure.rpt"    TO WS-SPOOL-REPORT
           MOVE "MEMBER-DEPARTURE" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING WS-LEAVER        DELIMITED BY SPACE
                  " LEAVING "      DELIMITED BY SIZE
                  WS-LEAVE-DATE    DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"

           DISPLAY "DEPARTURE OF " WS-LEAVER " PROCESSED"
           MOVE WS-LVR-NET TO WS-AMT-EDIT
           IF WS-LVR-NET < 0
              DISPLAY "FINAL SETTLEMENT: OWES THE HOUSEHOLD "
                      WS-AMT-EDIT
           ELSE
              IF WS-LVR-NET > 0
                 DISPLAY "FINAL SETTLEMENT: IS OWED BY THE "
                         "HOUSEHOLD " WS-AMT-EDIT
              ELSE
                 DISPLAY "FINAL SETTLEMENT: ALL SQUARE"
              END-IF
           END-IF
           MOVE WS-XTR-COUNT TO WS-COUNT-EDIT
           DISPLAY WS-COUNT-EDIT " RECORD(S) EXTRACTED TO "
                   "departure.csv"
           DISPLAY "CLOSING STATEMENT WRITTEN TO departure.rpt"
           IF WS-MBR-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - NO FINAL SETTLEMENT "
                      "WORKED OUT, SEE departure.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       MAIN-EXIT.
           GOBACK.

       D010-RESET.
      **
      * Clears what a previous departure left behind: the program
      * stays loaded between calls from the menu, so the member
      * table, the settlement totals and the counts would
      * otherwise carry into this one.
      **
           MOVE SPACES TO WS-START-DATE
           MOVE 0 TO WS-START-CMP
           MOVE 0 TO WS-DEP-COUNT
           MOVE 0 TO WS-MBR-COUNT
           MOVE 'N' TO WS-MBR-FULL
           MOVE 0 TO WS-SHARED-TOTAL
           MOVE 0 TO WS-BKT-USED
           MOVE 0 TO WS-SHARERS
           MOVE 0 TO WS-LVR-IDX
           MOVE 0 TO WS-LVR-NET
           MOVE 0 TO WS-XTR-COUNT
           MOVE 0 TO WS-XTR-FILES
           MOVE 0 TO WS-RCR-REASSIGNED
           MOVE 0 TO WS-RCR-ENDED
           MOVE 0 TO WS-PND-REASSIGNED
           MOVE 0 TO WS-PND-DROPPED
           MOVE 0 TO WS-CLM-REASSIGNED
           MOVE 0 TO WS-CLM-WRITTEN-OFF
           MOVE 0 TO WS-CLM-TOTAL
           MOVE 'N' TO WS-USR-DONE
           MOVE 'N' TO WS-PSN-DONE
           .
       D010-EXIT.
           EXIT.

       D020-CHECK-DEPARTED.
      **
      * WS-GONE-ON comes back with the leaving date already on
      * departures.dat for WS-LEAVER, or spaces if they have not
      * left before.
      **
           MOVE 'N' TO WS-DEP-EOF
           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS IS NOT EQUAL TO "00"
              GO TO D020-EXIT
           END-IF
           PERFORM UNTIL WS-DEP-EOF = 'Y'
               READ DEP-FILE
               AT END
                  MOVE 'Y' TO WS-DEP-EOF
               NOT AT END
                  IF DEP-PERSON IS EQUAL TO WS-LEAVER
                     MOVE DEP-LEFT TO WS-GONE-ON
                  END-IF
           END-PERFORM
           CLOSE DEP-FILE
           .
       D020-EXIT.
           EXIT.

       D030-CHECK-KNOWN.
      **
      * Notes whether WS-LEAVER has a sign-on on users.dat and a
      * code on persons.dat - one or the other is enough to go on.
      **
           MOVE 'N' TO WS-ON-USERS
           MOVE 'N' TO WS-ON-PERSONS
           MOVE 'N' TO WS-USR-EOF
           OPEN INPUT USR-FILE
           IF WS-USR-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-USR-EOF = 'Y'
                  READ USR-FILE
                  AT END
                     MOVE 'Y' TO WS-USR-EOF
                  NOT AT END
                     IF USR-NAME IS EQUAL TO WS-LEAVER
                        MOVE 'Y' TO WS-ON-USERS
                     END-IF
              END-PERFORM
              CLOSE USR-FILE
           END-IF
           MOVE WS-LEAVER TO WS-VCODE
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PSN-FILE
           IF WS-PSN-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MST-EOF = 'Y'
                  READ PSN-FILE
                  AT END
                     MOVE 'Y' TO WS-MST-EOF
                  NOT AT END
                     IF PSN-CODE IS EQUAL TO WS-VCODE
                        MOVE 'Y' TO WS-ON-PERSONS
                     END-IF
              END-PERFORM
              CLOSE PSN-FILE
           END-IF
           .
       D030-EXIT.
           EXIT.

       D040-VALIDATE-DATE.
           MOVE 'N' TO WS-VALID-DATE
           MOVE WS-LEAVE-DATE TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           IF WS-CDATE-OK IS EQUAL TO 'Y' AND
              WS-CDD >= 1 AND WS-CDD <= 31 AND
              WS-CMM >= 1 AND WS-CMM <= 12
              MOVE 'Y' TO WS-VALID-DATE
           END-IF
           .
       D040-EXIT.
           EXIT.

       D100-PRINT-HEADING.
           MOVE "MEMBER DEPARTURE - CLOSING STATEMENT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "==========================================="
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MEMBER          " DELIMITED BY SIZE
                  WS-LEAVER          DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LEAVING DATE    " DELIMITED BY SIZE
                  WS-LEAVE-DATE      DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-START-DATE IS EQUAL TO SPACES
              STRING "SETTLEMENT      ALL HISTORY TO "
                                        DELIMITED BY SIZE
                     WS-LEAVE-DATE      DELIMITED BY SIZE
                INTO REPORT-RECORD
           ELSE
              STRING "SETTLEMENT      " DELIMITED BY SIZE
                     WS-START-DATE      DELIMITED BY SIZE
                     " TO "             DELIMITED BY SIZE
                     WS-LEAVE-DATE      DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "PREPARED        " DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  " BY "             DELIMITED BY SIZE
                  WS-SIGNON-USER     DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       D100-EXIT.
           EXIT.

       E000-EXTRACT-RECORDS.
      **
      * Writes every record of the leaver's - expense or income,
      * from each expenses-YYYY.dat archive from the first year
      * asked for up to this year, then from the live file - to
      * departure.csv, one row each with the file it came from.
      * Taken before anything is reassigned, so the extract shows
      * their records as they stood on the day.
      **
           OPEN OUTPUT XTR-FILE
           MOVE SPACES TO XTR-RECORD
           STRING "SOURCE,DATE,TYPE,AMOUNT,CURRENCY,DESCRIPTION,"
                                                   DELIMITED BY SIZE
                  "CATEGORY,PAYMENT,PAYEE,SHARED,REIMBURSABLE,"
                                                   DELIMITED BY SIZE
                  "CLAIM,CLAIM-STATUS,PROJECT,KEY" DELIMITED BY SIZE
             INTO XTR-RECORD
           WRITE XTR-RECORD
           MOVE WS-FIRST-YEAR TO WS-THIS-YEAR
           PERFORM E010-READ-ARCHIVE THRU E010-EXIT
               UNTIL WS-THIS-YEAR > WS-SYS-YYYY
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "00"
              ADD 1 TO WS-XTR-FILES
              MOVE "LIVE" TO WS-XTR-SOURCE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ EXP-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF EXP-PERSON IN FS-RECORD IS EQUAL TO WS-LEAVER
                        PERFORM E100-WRITE-ROW THRU E100-EXIT
                     END-IF
              END-PERFORM
              CLOSE EXP-FILE
           END-IF
           CLOSE XTR-FILE
           .
       E000-EXIT.
           EXIT.

       E010-READ-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "expenses-"    DELIMITED BY SIZE
                  WS-THIS-YEAR   DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS IS NOT EQUAL TO "00"
              ADD 1 TO WS-THIS-YEAR
              GO TO E010-EXIT
           END-IF
           ADD 1 TO WS-XTR-FILES
           MOVE WS-THIS-YEAR TO WS-XTR-SOURCE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ ARC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-PERSON IN ARC-RECORD IS EQUAL TO WS-LEAVER
                     MOVE ARC-RECORD TO FS-RECORD
                     PERFORM E100-WRITE-ROW THRU E100-EXIT
                  END-IF
           END-PERFORM
           CLOSE ARC-FILE
           ADD 1 TO WS-THIS-YEAR
           .
       E010-EXIT.
           EXIT.

       E100-WRITE-ROW.
           MOVE EXP-TYPE IN FS-RECORD TO WS-XTR-TYPE
           IF WS-XTR-TYPE IS NOT EQUAL TO 'I'
              MOVE 'E' TO WS-XTR-TYPE
           END-IF
           MOVE EXP-AMOUNT IN FS-RECORD TO WS-CSV-AMOUNT
           IF EXP-CLAIM-NO IN FS-RECORD IS NUMERIC
              MOVE EXP-CLAIM-NO IN FS-RECORD TO WS-CSV-CLAIM
           ELSE
              MOVE 0 TO WS-CSV-CLAIM
           END-IF
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-XTR-SOURCE                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-DATE IN FS-RECORD          DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-XTR-TYPE                    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-CSV-AMOUNT                  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-CURRENCY IN FS-RECORD      DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  '"'                            DELIMITED BY SIZE
                  EXP-DESCRIPTION IN FS-RECORD   DELIMITED BY SIZE
                  '"'                            DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  '"'                            DELIMITED BY SIZE
                  EXP-CATEGORY IN FS-RECORD      DELIMITED BY SIZE
                  '"'                            DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-PAYMENT-METHOD IN FS-RECORD DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-PAYEE IN FS-RECORD         DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-SHARE-FLAG IN FS-RECORD    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-REIMB-FLAG IN FS-RECORD    DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-CSV-CLAIM                   DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-CLAIM-STATUS IN FS-RECORD  DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-PROJECT IN FS-RECORD       DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  EXP-KEY IN FS-RECORD           DELIMITED BY SIZE
             INTO WS-CSV-LINE
           MOVE WS-CSV-LINE TO XTR-RECORD
           WRITE XTR-RECORD
           ADD 1 TO WS-XTR-COUNT
           .
       E100-EXIT.
           EXIT.

       S000-FINAL-SETTLEMENT.
      **
      * Divides the shared spending from the settlement start to
      * the leaving date the same way SETTLEMENT-REPORT does, then
      * squares the leaver up alone: while they are behind they pay
      * whichever member is furthest ahead, while they are ahead
      * whichever member is furthest behind pays them, until they
      * are square.  What the others still owe each other is left
      * for the next household settlement.
      **
           PERFORM G050-LOAD-MEMBERS THRU G050-EXIT
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-NAME(WS-MBR-IDX) IS EQUAL TO WS-LEAVER
                  MOVE WS-MBR-IDX TO WS-LVR-IDX
               END-IF
           END-PERFORM
           IF WS-LVR-IDX IS EQUAL TO 0 AND WS-MBR-COUNT < 20
              ADD 1 TO WS-MBR-COUNT
              MOVE WS-LEAVER TO WS-MBR-NAME(WS-MBR-COUNT)
              MOVE 0         TO WS-MBR-PAID(WS-MBR-COUNT)
              MOVE 0         TO WS-MBR-NET(WS-MBR-COUNT)
              MOVE 0         TO WS-MBR-SHARE(WS-MBR-COUNT)
              MOVE 99999999  TO WS-MBR-LEFT(WS-MBR-COUNT)
              MOVE WS-MBR-COUNT TO WS-LVR-IDX
           END-IF
           IF WS-LVR-IDX IS EQUAL TO 0
              MOVE 'Y' TO WS-MBR-FULL
           END-IF
           MOVE 0 TO WS-BKT-IDX
           PERFORM UNTIL WS-BKT-IDX IS EQUAL TO 21
               ADD 1 TO WS-BKT-IDX
               MOVE 0 TO WS-BKT-TOTAL(WS-BKT-IDX)
               MOVE 0 TO WS-BKT-CMP(WS-BKT-IDX)
           END-PERFORM

           MOVE "SHARED HOUSEHOLD SPENDING" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ EXP-FILE NEXT RECORD
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE EXP-DATE IN FS-RECORD TO WS-CDATE
                     PERFORM C200-CONVERT-DATE
                     IF WS-CDATE-OK IS EQUAL TO 'Y'
                        MOVE WS-CCMP TO WS-REC-CMP
                        IF WS-REC-CMP >= WS-START-CMP
                           AND WS-REC-CMP <= WS-END-CMP
                           AND EXP-TYPE IN FS-RECORD
                               IS NOT EQUAL TO 'I'
                           AND EXP-SHARE-FLAG IN FS-RECORD
                               IS EQUAL TO 'S'
                           PERFORM G100-ACCUM-MEMBER THRU G100-EXIT
                        END-IF
                     END-IF
              END-PERFORM
              CLOSE EXP-FILE
           END-IF

      * A member, payer or departure that did not fit in the table
      * would leave the shares wrong - no settlement is worked out.
           IF WS-MBR-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 20 MEMBERS OR DEPARTURES - NO FINAL "
                TO REPORT-RECORD
              MOVE "SETTLEMENT WORKED OUT"
                TO REPORT-RECORD(47:21)
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO S000-EXIT
           END-IF

           IF WS-LVR-IDX IS EQUAL TO 0 OR
              WS-SHARED-TOTAL IS EQUAL TO 0
              MOVE "NO SHARED SPENDING IN THE PERIOD TO SETTLE"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO S000-EXIT
           END-IF

           PERFORM G150-ALLOCATE-SHARES THRU G150-EXIT
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               COMPUTE WS-MBR-NET(WS-MBR-IDX) =
                       WS-MBR-PAID(WS-MBR-IDX)
                     - WS-MBR-SHARE(WS-MBR-IDX)
           END-PERFORM
           MOVE WS-MBR-NET(WS-LVR-IDX) TO WS-LVR-NET

           MOVE WS-SHARED-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "HOUSEHOLD SHARED SPENDING   " DELIMITED BY SIZE
                  WS-AMT-EDIT                    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MEMBERS SHARING             " DELIMITED BY SIZE
                  WS-SHARERS                     DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MBR-PAID(WS-LVR-IDX) TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "SHARED SPENDING THEY PAID   " DELIMITED BY SIZE
                  WS-AMT-EDIT                    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MBR-SHARE(WS-LVR-IDX) TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "THEIR FAIR SHARE            " DELIMITED BY SIZE
                  WS-AMT-EDIT                    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-REMAINDER > 0
              MOVE WS-REMAINDER TO WS-REM-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "(ROUNDING REMAINDER OF " DELIMITED BY SIZE
                     WS-REM-EDIT               DELIMITED BY SIZE
                     " LEFT UNALLOCATED)"      DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "FINAL SETTLEMENT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-LVR-NET < 0
              COMPUTE WS-AMT-EDIT = 0 - WS-LVR-NET
              MOVE SPACES TO REPORT-RECORD
              STRING WS-LEAVER                 DELIMITED BY SPACE
                     " OWES THE HOUSEHOLD "    DELIMITED BY SIZE
                     WS-AMT-EDIT               DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              IF WS-LVR-NET > 0
                 MOVE WS-LVR-NET TO WS-AMT-EDIT
                 MOVE SPACES TO REPORT-RECORD
                 STRING WS-LEAVER              DELIMITED BY SPACE
                        " IS OWED "            DELIMITED BY SIZE
                        WS-AMT-EDIT            DELIMITED BY SIZE
                        " BY THE HOUSEHOLD"    DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 WRITE REPORT-RECORD
              ELSE
                 MOVE SPACES TO REPORT-RECORD
                 STRING WS-LEAVER              DELIMITED BY SPACE
                        " IS ALL SQUARE"       DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 WRITE REPORT-RECORD
              END-IF
           END-IF
           MOVE 'N' TO WS-SETTLED
           PERFORM S310-NEXT-TRANSFER THRU S310-EXIT
               UNTIL WS-SETTLED IS EQUAL TO 'Y'
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       S000-EXIT.
           EXIT.

       S310-NEXT-TRANSFER.
      **
      * One step of squaring the leaver up against the member
      * furthest the other way.  Done when the leaver is square or
      * nobody is left to settle against.
      **
           IF WS-MBR-NET(WS-LVR-IDX) IS EQUAL TO 0
              MOVE 'Y' TO WS-SETTLED
              GO TO S310-EXIT
           END-IF
           MOVE 0 TO WS-OTHER-IDX
           MOVE 0 TO WS-OTHER-NET
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-IDX IS NOT EQUAL TO WS-LVR-IDX
                  IF WS-MBR-NET(WS-LVR-IDX) < 0 AND
                     WS-MBR-NET(WS-MBR-IDX) > WS-OTHER-NET
                     MOVE WS-MBR-NET(WS-MBR-IDX) TO WS-OTHER-NET
                     MOVE WS-MBR-IDX TO WS-OTHER-IDX
                  END-IF
                  IF WS-MBR-NET(WS-LVR-IDX) > 0 AND
                     WS-MBR-NET(WS-MBR-IDX) < WS-OTHER-NET
                     MOVE WS-MBR-NET(WS-MBR-IDX) TO WS-OTHER-NET
                     MOVE WS-MBR-IDX TO WS-OTHER-IDX
                  END-IF
               END-IF
           END-PERFORM
           IF WS-OTHER-IDX IS EQUAL TO 0
              MOVE 'Y' TO WS-SETTLED
              GO TO S310-EXIT
           END-IF
           IF WS-MBR-NET(WS-LVR-IDX) < 0
              IF WS-OTHER-NET < (0 - WS-MBR-NET(WS-LVR-IDX))
                 MOVE WS-OTHER-NET TO WS-TRANSFER
              ELSE
                 COMPUTE WS-TRANSFER = 0 - WS-MBR-NET(WS-LVR-IDX)
              END-IF
              MOVE WS-TRANSFER TO WS-AMT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "  " DELIMITED BY SIZE
                     WS-LEAVER DELIMITED BY SIZE
                     " PAYS " DELIMITED BY SIZE
                     WS-MBR-NAME(WS-OTHER-IDX) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-AMT-EDIT DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              ADD WS-TRANSFER TO WS-MBR-NET(WS-LVR-IDX)
              SUBTRACT WS-TRANSFER FROM WS-MBR-NET(WS-OTHER-IDX)
           ELSE
              IF (0 - WS-OTHER-NET) < WS-MBR-NET(WS-LVR-IDX)
                 COMPUTE WS-TRANSFER = 0 - WS-OTHER-NET
              ELSE
                 MOVE WS-MBR-NET(WS-LVR-IDX) TO WS-TRANSFER
              END-IF
              MOVE WS-TRANSFER TO WS-AMT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "  " DELIMITED BY SIZE
                     WS-MBR-NAME(WS-OTHER-IDX) DELIMITED BY SIZE
                     " PAYS " DELIMITED BY SIZE
                     WS-LEAVER DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-AMT-EDIT DELIMITED BY SIZE
                INTO REPORT-RECORD
              WRITE REPORT-RECORD
              SUBTRACT WS-TRANSFER FROM WS-MBR-NET(WS-LVR-IDX)
              ADD WS-TRANSFER TO WS-MBR-NET(WS-OTHER-IDX)
           END-IF
           .
       S310-EXIT.
           EXIT.

       G040-LOAD-DEPARTURES.
      **
      * Loads the leaving date of every member on departures.dat.
      * No register means nobody has left.
      **
           MOVE 'N' TO WS-DEP-EOF
           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS IS NOT EQUAL TO "00"
              GO TO G040-EXIT
           END-IF
           PERFORM UNTIL WS-DEP-EOF = 'Y'
               READ DEP-FILE
               AT END
                  MOVE 'Y' TO WS-DEP-EOF
               NOT AT END
                  MOVE DEP-LEFT TO WS-CDATE
                  PERFORM C200-CONVERT-DATE
                  IF WS-CDATE-OK IS EQUAL TO 'Y' AND
                     WS-DEP-COUNT IS EQUAL TO 20
                     MOVE 'Y' TO WS-MBR-FULL
                  END-IF
                  IF WS-CDATE-OK IS EQUAL TO 'Y' AND
                     WS-DEP-COUNT < 20
                     ADD 1 TO WS-DEP-COUNT
                     MOVE DEP-PERSON TO WS-DEP-NAME(WS-DEP-COUNT)
                     MOVE WS-CCMP    TO WS-DEP-CMP(WS-DEP-COUNT)
                  END-IF
           END-PERFORM
           CLOSE DEP-FILE
           .
       G040-EXIT.
           EXIT.

       G045-FIND-DEPARTURE.
      **
      * WS-LEFT-CMP comes back with the leaving date of the member
      * in WS-MBR-NAME(WS-MBR-COUNT), or all nines for one who is
      * still in the household.
      **
           MOVE 99999999 TO WS-LEFT-CMP
           MOVE 0 TO WS-DEP-IDX
           PERFORM UNTIL WS-DEP-IDX IS EQUAL TO WS-DEP-COUNT
               ADD 1 TO WS-DEP-IDX
               IF WS-DEP-NAME(WS-DEP-IDX) IS EQUAL TO
                  WS-MBR-NAME(WS-MBR-COUNT)
                  MOVE WS-DEP-CMP(WS-DEP-IDX) TO WS-LEFT-CMP
               END-IF
           END-PERFORM
           .
       G045-EXIT.
           EXIT.

       G050-LOAD-MEMBERS.
      **
      * Every member on users.dat starts in the table with nothing
      * paid; one who left before the settlement starts drops back
      * out.  Payers not on the user list are added as they appear.
      **
           MOVE 'N' TO WS-USR-EOF
           OPEN INPUT USR-FILE
           IF WS-USR-STATUS IS NOT EQUAL TO "00"
              GO TO G050-EXIT
           END-IF
           PERFORM UNTIL WS-USR-EOF = 'Y'
               READ USR-FILE
               AT END
                  MOVE 'Y' TO WS-USR-EOF
               NOT AT END
                  IF WS-MBR-COUNT < 20
                     ADD 1 TO WS-MBR-COUNT
                     MOVE USR-NAME TO WS-MBR-NAME(WS-MBR-COUNT)
                     MOVE 0        TO WS-MBR-PAID(WS-MBR-COUNT)
                     MOVE 0        TO WS-MBR-NET(WS-MBR-COUNT)
                     MOVE 0        TO WS-MBR-SHARE(WS-MBR-COUNT)
                     PERFORM G045-FIND-DEPARTURE THRU G045-EXIT
                     MOVE WS-LEFT-CMP TO WS-MBR-LEFT(WS-MBR-COUNT)
                     IF WS-LEFT-CMP < WS-START-CMP
                        SUBTRACT 1 FROM WS-MBR-COUNT
                     END-IF
                  ELSE
                     MOVE 'Y' TO WS-MBR-FULL
                  END-IF
           END-PERFORM
           CLOSE USR-FILE
           .
       G050-EXIT.
           EXIT.

       G100-ACCUM-MEMBER.
           MOVE 'N' TO WS-MBR-FOUND
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-NAME(WS-MBR-IDX) IS EQUAL TO
                  EXP-PERSON IN FS-RECORD
                  ADD EXP-AMOUNT IN FS-RECORD
                   TO WS-MBR-PAID(WS-MBR-IDX)
                  MOVE 'Y' TO WS-MBR-FOUND
               END-IF
           END-PERFORM
           IF WS-MBR-FOUND IS EQUAL TO 'N' AND
              WS-MBR-COUNT IS EQUAL TO 20
              MOVE 'Y' TO WS-MBR-FULL
           END-IF
           IF WS-MBR-FOUND IS EQUAL TO 'N' AND WS-MBR-COUNT < 20
              ADD 1 TO WS-MBR-COUNT
              MOVE EXP-PERSON IN FS-RECORD
                TO WS-MBR-NAME(WS-MBR-COUNT)
              MOVE EXP-AMOUNT IN FS-RECORD
                TO WS-MBR-PAID(WS-MBR-COUNT)
              MOVE 0          TO WS-MBR-NET(WS-MBR-COUNT)
              MOVE 0          TO WS-MBR-SHARE(WS-MBR-COUNT)
              PERFORM G045-FIND-DEPARTURE THRU G045-EXIT
              MOVE WS-LEFT-CMP TO WS-MBR-LEFT(WS-MBR-COUNT)
           END-IF
           ADD EXP-AMOUNT IN FS-RECORD TO WS-SHARED-TOTAL
           MOVE 1 TO WS-BKT-IDX
           MOVE 0 TO WS-DEP-IDX
           PERFORM UNTIL WS-DEP-IDX IS EQUAL TO WS-DEP-COUNT
               ADD 1 TO WS-DEP-IDX
               IF WS-DEP-CMP(WS-DEP-IDX) < WS-REC-CMP
                  ADD 1 TO WS-BKT-IDX
               END-IF
           END-PERFORM
           ADD EXP-AMOUNT IN FS-RECORD TO WS-BKT-TOTAL(WS-BKT-IDX)
           MOVE WS-REC-CMP TO WS-BKT-CMP(WS-BKT-IDX)
           .
       G100-EXIT.
           EXIT.

       G150-ALLOCATE-SHARES.
      **
      * Divides each bucket of shared spending evenly across the
      * members still in the household on its dates.
      **
           MOVE 0 TO WS-REMAINDER
           MOVE 0 TO WS-BKT-USED
           MOVE 0 TO WS-BKT-IDX
           PERFORM UNTIL WS-BKT-IDX IS EQUAL TO 21
               ADD 1 TO WS-BKT-IDX
               IF WS-BKT-TOTAL(WS-BKT-IDX) > 0
                  PERFORM G160-SHARE-BUCKET THRU G160-EXIT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SHARERS
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-SHARE(WS-MBR-IDX) > 0
                  ADD 1 TO WS-SHARERS
               END-IF
           END-PERFORM
           .
       G150-EXIT.
           EXIT.

       G160-SHARE-BUCKET.
           ADD 1 TO WS-BKT-USED
           MOVE 0 TO WS-BKT-MEMBERS
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-LEFT(WS-MBR-IDX) >= WS-BKT-CMP(WS-BKT-IDX)
                  ADD 1 TO WS-BKT-MEMBERS
               END-IF
           END-PERFORM
           IF WS-BKT-MEMBERS IS EQUAL TO 0
              ADD WS-BKT-TOTAL(WS-BKT-IDX) TO WS-REMAINDER
              GO TO G160-EXIT
           END-IF
           COMPUTE WS-BKT-SHARE = WS-BKT-TOTAL(WS-BKT-IDX)
                                / WS-BKT-MEMBERS
           COMPUTE WS-REMAINDER = WS-REMAINDER
                                + WS-BKT-TOTAL(WS-BKT-IDX)
                                - (WS-BKT-SHARE * WS-BKT-MEMBERS)
           MOVE WS-BKT-SHARE TO WS-FAIR-SHARE
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-LEFT(WS-MBR-IDX) >= WS-BKT-CMP(WS-BKT-IDX)
                  ADD WS-BKT-SHARE TO WS-MBR-SHARE(WS-MBR-IDX)
               END-IF
           END-PERFORM
           .
       G160-EXIT.
           EXIT.

       R000-COMMITMENTS.
      **
      * Goes through the leaver's recurring commitments still
      * running past the leaving date and has each one reassigned
      * to another member or ended on the leaving date, then does
      * the same for anything of theirs on the pending queue dated
      * after the leaving date - reassigned, or dropped.
      **
           MOVE "RECURRING COMMITMENTS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-FILE-CHANGES
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT RECUR-FILE
           IF WS-RECUR-STATUS IS NOT EQUAL TO "00"
              MOVE "NO RECURRING COMMITMENTS ON FILE" TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO R000-PENDING
           END-IF
           OPEN OUTPUT RECTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ RECUR-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF RECUR-PERSON IS EQUAL TO WS-LEAVER
                     PERFORM R100-DECIDE-COMMITMENT THRU R100-EXIT
                  END-IF
                  MOVE RECUR-RECORD TO RECTMP-RECORD
                  WRITE RECTMP-RECORD
           END-PERFORM
           CLOSE RECUR-FILE
           CLOSE RECTMP-FILE
           IF WS-FILE-CHANGES > 0
              MOVE 'N' TO WS-END-FILE
              OPEN INPUT RECTMP-FILE
              OPEN OUTPUT RECUR-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ RECTMP-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE RECTMP-RECORD TO RECUR-RECORD
                     WRITE RECUR-RECORD
              END-PERFORM
              CLOSE RECTMP-FILE
              CLOSE RECUR-FILE
           END-IF
           IF WS-RCR-REASSIGNED IS EQUAL TO 0 AND
              WS-RCR-ENDED IS EQUAL TO 0
              MOVE "NONE RUNNING PAST THE LEAVING DATE"
                TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
       R000-PENDING.
           MOVE 0 TO WS-FILE-CHANGES
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PND-FILE
           IF WS-PND-STATUS IS NOT EQUAL TO "00"
              GO TO R000-DONE
           END-IF
           OPEN OUTPUT PNDTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PND-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE 'N' TO WS-CONFIRM
                  IF PND-PERSON IS EQUAL TO WS-LEAVER
                     PERFORM R200-DECIDE-PENDING THRU R200-EXIT
                  END-IF
                  IF WS-CONFIRM IS NOT EQUAL TO 'D'
                     MOVE PND-RECORD TO PNDTMP-RECORD
                     WRITE PNDTMP-RECORD
                  END-IF
           END-PERFORM
           CLOSE PND-FILE
           CLOSE PNDTMP-FILE
           IF WS-FILE-CHANGES > 0
              MOVE 'N' TO WS-END-FILE
              OPEN INPUT PNDTMP-FILE
              OPEN OUTPUT PND-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ PNDTMP-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE PNDTMP-RECORD TO PND-RECORD
                     WRITE PND-RECORD
              END-PERFORM
              CLOSE PNDTMP-FILE
              CLOSE PND-FILE
           END-IF.
       R000-DONE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       R000-EXIT.
           EXIT.

       R100-DECIDE-COMMITMENT.
      **
      * A commitment already ending on or before the leaving date is
      * left to run out; any other is reassigned or given the
      * leaving date as its end date.
      **
           IF RECUR-END-DATE IS NOT EQUAL TO SPACES
              MOVE RECUR-END-DATE TO WS-CDATE
              PERFORM C200-CONVERT-DATE
              IF WS-CDATE-OK IS EQUAL TO 'Y' AND
                 WS-CCMP <= WS-LEAVE-CMP
                 GO TO R100-EXIT
              END-IF
           END-IF
           MOVE RECUR-AMOUNT TO WS-AMT-EDIT
           DISPLAY "COMMITMENT: " RECUR-DESCRIPTION " "
                   WS-AMT-EDIT " DAY " RECUR-DAY " FREQ " RECUR-FREQ
           MOVE 'E' TO WS-DEC-ALT
           MOVE 'e' TO WS-DEC-ALT-LC
           DISPLAY "R TO REASSIGN IT TO ANOTHER MEMBER, E TO END IT "
                   "ON THE LEAVING DATE"
           PERFORM X100-ASK-DECISION THRU X100-EXIT
           ADD 1 TO WS-FILE-CHANGES
           MOVE SPACES TO REPORT-RECORD
           IF WS-DECISION IS EQUAL TO 'R'
              MOVE WS-NEW-PERSON TO RECUR-PERSON
              ADD 1 TO WS-RCR-REASSIGNED
              STRING RECUR-DESCRIPTION   DELIMITED BY SIZE
                     WS-AMT-EDIT         DELIMITED BY SIZE
                     "  REASSIGNED TO "  DELIMITED BY SIZE
                     WS-NEW-PERSON       DELIMITED BY SIZE
                INTO REPORT-RECORD
           ELSE
              MOVE WS-LEAVE-DATE TO RECUR-END-DATE
              ADD 1 TO WS-RCR-ENDED
              STRING RECUR-DESCRIPTION   DELIMITED BY SIZE
                     WS-AMT-EDIT         DELIMITED BY SIZE
                     "  ENDS "           DELIMITED BY SIZE
                     WS-LEAVE-DATE       DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .
       R100-EXIT.
           EXIT.

       R200-DECIDE-PENDING.
      **
      * A queued posting of the leaver's dated after the leaving
      * date is reassigned or dropped; WS-CONFIRM comes back 'D'
      * when it is to be left off the queue.
      **
           MOVE PND-DATE TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           IF WS-CDATE-OK IS EQUAL TO 'N' OR
              WS-CCMP <= WS-LEAVE-CMP
              GO TO R200-EXIT
           END-IF
           MOVE PND-AMOUNT TO WS-AMT-EDIT
           DISPLAY "PENDING POSTING: " PND-DATE " "
                   PND-DESCRIPTION " " WS-AMT-EDIT
           MOVE 'D' TO WS-DEC-ALT
           MOVE 'd' TO WS-DEC-ALT-LC
           DISPLAY "R TO REASSIGN IT TO ANOTHER MEMBER, D TO DROP IT "
                   "FROM THE QUEUE"
           PERFORM X100-ASK-DECISION THRU X100-EXIT
           ADD 1 TO WS-FILE-CHANGES
           MOVE SPACES TO REPORT-RECORD
           IF WS-DECISION IS EQUAL TO 'R'
              MOVE WS-NEW-PERSON TO PND-PERSON
              ADD 1 TO WS-PND-REASSIGNED
              STRING "PENDING "          DELIMITED BY SIZE
                     PND-DATE            DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     PND-DESCRIPTION     DELIMITED BY SIZE
                     " REASSIGNED TO "   DELIMITED BY SIZE
                     WS-NEW-PERSON       DELIMITED BY SIZE
                INTO REPORT-RECORD
           ELSE
              MOVE 'D' TO WS-CONFIRM
              ADD 1 TO WS-PND-DROPPED
              STRING "PENDING "          DELIMITED BY SIZE
                     PND-DATE            DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     PND-DESCRIPTION     DELIMITED BY SIZE
                     " DROPPED"          DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           .
       R200-EXIT.
           EXIT.

       C000-OPEN-CLAIMS.
      **
      * Goes through the leaver's reimbursable items still open -
      * outstanding ('O') or on a claim the employer has not paid
      * ('C') - and has each reassigned to another member, claim
      * and all, or written off as personal spending the way an
      * employer rejection is.  The live file is rewritten through
      * the guarded temp-file pass with an EDIT journal entry per
      * item changed.
      **
           MOVE "REIMBURSABLE CLAIMS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-FILE-CHANGES
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              MOVE "NO RECORDS ON FILE" TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO C000-DONE
           END-IF
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-PERSON IN FS-RECORD IS EQUAL TO WS-LEAVER
                     AND EXP-REIMB-FLAG IN FS-RECORD IS EQUAL TO 'R'
                     AND (EXP-CLAIM-STATUS IN FS-RECORD
                          IS EQUAL TO 'O' OR
                          EXP-CLAIM-STATUS IN FS-RECORD
                          IS EQUAL TO 'C')
                     PERFORM C100-DECIDE-CLAIM THRU C100-EXIT
                  END-IF
                  MOVE FS-RECORD TO TMP-RECORD
                  WRITE TMP-RECORD
           END-PERFORM
           CLOSE EXP-FILE
           CLOSE TMP-FILE
           IF WS-FILE-CHANGES IS EQUAL TO 0
              MOVE "NO OPEN REIMBURSABLE ITEMS" TO REPORT-RECORD
              WRITE REPORT-RECORD
              GO TO C000-DONE
           END-IF
           PERFORM C120-SAFE-COPY-BACK THRU C120-EXIT
           MOVE WS-CLM-TOTAL TO WS-AMT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "OPEN ITEMS TOTAL            " DELIMITED BY SIZE
                  WS-AMT-EDIT                    DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD.
       C000-DONE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       C000-EXIT.
           EXIT.

       C100-DECIDE-CLAIM.
           MOVE FS-RECORD TO WS-JRN-BEFORE
           MOVE EXP-AMOUNT IN FS-RECORD TO WS-AMT-EDIT
           ADD EXP-AMOUNT IN FS-RECORD TO WS-CLM-TOTAL
           IF EXP-CLAIM-STATUS IN FS-RECORD IS EQUAL TO 'C'
              DISPLAY "ON CLAIM " EXP-CLAIM-NO IN FS-RECORD ": "
                      EXP-DATE IN FS-RECORD " "
                      EXP-DESCRIPTION IN FS-RECORD " " WS-AMT-EDIT
           ELSE
              DISPLAY "OUTSTANDING: " EXP-DATE IN FS-RECORD " "
                      EXP-DESCRIPTION IN FS-RECORD " " WS-AMT-EDIT
           END-IF
           MOVE 'W' TO WS-DEC-ALT
           MOVE 'w' TO WS-DEC-ALT-LC
           DISPLAY "R TO REASSIGN IT TO ANOTHER MEMBER, W TO WRITE IT "
                   "OFF AS PERSONAL SPENDING"
           PERFORM X100-ASK-DECISION THRU X100-EXIT
           ADD 1 TO WS-FILE-CHANGES
           MOVE SPACES TO REPORT-RECORD
           IF WS-DECISION IS EQUAL TO 'R'
              MOVE WS-NEW-PERSON TO EXP-PERSON IN FS-RECORD
              ADD 1 TO WS-CLM-REASSIGNED
              STRING EXP-DATE IN FS-RECORD        DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     EXP-DESCRIPTION IN FS-RECORD DELIMITED BY SIZE
                     WS-AMT-EDIT                  DELIMITED BY SIZE
                     " TO "                       DELIMITED BY SIZE
                     WS-NEW-PERSON                DELIMITED BY SIZE
                INTO REPORT-RECORD
           ELSE
              MOVE 0      TO EXP-CLAIM-NO IN FS-RECORD
              MOVE SPACES TO EXP-CLAIM-STATUS IN FS-RECORD
              MOVE SPACES TO EXP-REIMB-FLAG IN FS-RECORD
              MOVE 'P'    TO EXP-SHARE-FLAG IN FS-RECORD
              ADD 1 TO WS-CLM-WRITTEN-OFF
              STRING EXP-DATE IN FS-RECORD        DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     EXP-DESCRIPTION IN FS-RECORD DELIMITED BY SIZE
                     WS-AMT-EDIT                  DELIMITED BY SIZE
                     " WRITTEN OFF"               DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           .
       C100-EXIT.
           EXIT.

       X100-ASK-DECISION.
      **
      * Asks for R or the alternative letter in WS-DEC-ALT until one
      * is given; for R the member to take the item over is asked
      * for as well and must be active on persons.dat, still in the
      * household, and not the leaver.  WS-DECISION comes back 'R'
      * with WS-NEW-PERSON set, or the alternative letter.
      **
           MOVE 'N' TO WS-DEC-DONE
           PERFORM UNTIL WS-DEC-DONE IS EQUAL TO 'Y'
               ACCEPT WS-DECISION
               IF WS-DECISION IS EQUAL TO 'r'
                  MOVE 'R' TO WS-DECISION
               END-IF
               IF WS-DECISION IS EQUAL TO WS-DEC-ALT-LC
                  MOVE WS-DEC-ALT TO WS-DECISION
               END-IF
               IF WS-DECISION IS EQUAL TO WS-DEC-ALT
                  MOVE 'Y' TO WS-DEC-DONE
               END-IF
               IF WS-DECISION IS EQUAL TO 'R'
                  DISPLAY "REASSIGN TO WHICH MEMBER"
                  ACCEPT WS-NEW-PERSON
                  PERFORM X110-CHECK-MEMBER THRU X110-EXIT
                  IF WS-CODE-OK IS EQUAL TO 'Y'
                     MOVE 'Y' TO WS-DEC-DONE
                  ELSE
                     DISPLAY "NOT A CURRENT MEMBER - CHOOSE AGAIN"
                  END-IF
               END-IF
               IF WS-DEC-DONE IS EQUAL TO 'N' AND
                  WS-DECISION IS NOT EQUAL TO 'R'
                  DISPLAY "ENTER R OR " WS-DEC-ALT
               END-IF
           END-PERFORM
           .
       X100-EXIT.
           EXIT.

       X110-CHECK-MEMBER.
           MOVE 'N' TO WS-CODE-OK
           IF WS-NEW-PERSON IS EQUAL TO SPACES OR
              WS-NEW-PERSON IS EQUAL TO WS-LEAVER
              GO TO X110-EXIT
           END-IF
           MOVE 0 TO WS-DEP-IDX
           PERFORM UNTIL WS-DEP-IDX IS EQUAL TO WS-DEP-COUNT
               ADD 1 TO WS-DEP-IDX
               IF WS-DEP-NAME(WS-DEP-IDX) IS EQUAL TO WS-NEW-PERSON
                  GO TO X110-EXIT
               END-IF
           END-PERFORM
           MOVE WS-NEW-PERSON TO WS-VCODE
           PERFORM V020-CHECK-PERSON THRU V020-EXIT
           .
       X110-EXIT.
           EXIT.

       V020-CHECK-PERSON.
      **
      * Accepts WS-VCODE when it is an active code on persons.dat.
      * An absent or empty master means maintained codes are not in
      * use for this field yet, so anything is accepted.
      **
           MOVE 'N' TO WS-CODE-SEEN
           MOVE 'N' TO WS-CODE-HIT
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PSN-FILE
           IF WS-PSN-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MST-EOF = 'Y'
                  READ PSN-FILE
                  AT END
                     MOVE 'Y' TO WS-MST-EOF
                  NOT AT END
                     MOVE 'Y' TO WS-CODE-SEEN
                     IF PSN-CODE IS EQUAL TO WS-VCODE AND
                        PSN-ACTIVE IS EQUAL TO 'A'
                        MOVE 'Y' TO WS-CODE-HIT
                     END-IF
              END-PERFORM
              CLOSE PSN-FILE
           END-IF
           IF WS-CODE-SEEN IS EQUAL TO 'N'
              MOVE 'Y' TO WS-CODE-OK
           ELSE
              MOVE WS-CODE-HIT TO WS-CODE-OK
           END-IF
           .
       V020-EXIT.
           EXIT.

       U000-LOCK-SIGNON.
      **
      * Locks the leaver's sign-on on users.dat the way repeated
      * wrong passwords do, so it can no longer be used but the
      * name stays on the list behind the history.
      **
           MOVE 'N' TO WS-USR-EOF
           MOVE SPACES TO WS-USR-BEFORE
           OPEN INPUT USR-FILE
           IF WS-USR-STATUS IS NOT EQUAL TO "00"
              GO TO U000-EXIT
           END-IF
           OPEN OUTPUT USRTMP-FILE
           PERFORM UNTIL WS-USR-EOF = 'Y'
               READ USR-FILE
               AT END
                  MOVE 'Y' TO WS-USR-EOF
               NOT AT END
                  IF USR-NAME IS EQUAL TO WS-LEAVER
                     MOVE USR-RECORD TO WS-USR-BEFORE
                     MOVE 'Y' TO USR-LOCKED
                     MOVE 'Y' TO WS-USR-DONE
                  END-IF
                  MOVE USR-RECORD TO USRTMP-RECORD
                  WRITE USRTMP-RECORD
           END-PERFORM
           CLOSE USR-FILE
           CLOSE USRTMP-FILE
           IF WS-USR-DONE IS EQUAL TO 'N'
              GO TO U000-EXIT
           END-IF
           MOVE 'N' TO WS-USR-EOF
           OPEN INPUT USRTMP-FILE
           OPEN OUTPUT USR-FILE
           PERFORM UNTIL WS-USR-EOF = 'Y'
               READ USRTMP-FILE
               AT END
                  MOVE 'Y' TO WS-USR-EOF
               NOT AT END
                  MOVE USRTMP-RECORD TO USR-RECORD
                  WRITE USR-RECORD
           END-PERFORM
           CLOSE USRTMP-FILE
           CLOSE USR-FILE
           .
       U000-EXIT.
           EXIT.

       P000-RETIRE-PERSON.
      **
      * Retires the leaver's code on persons.dat so new entries can
      * no longer be posted to them; their history still reads.
      **
           MOVE WS-LEAVER TO WS-VCODE
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PSN-FILE
           IF WS-PSN-STATUS IS NOT EQUAL TO "00"
              GO TO P000-EXIT
           END-IF
           OPEN OUTPUT PSNTMP-FILE
           PERFORM UNTIL WS-MST-EOF = 'Y'
               READ PSN-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  IF PSN-CODE IS EQUAL TO WS-VCODE
                     MOVE 'R' TO PSN-ACTIVE
                     MOVE 'Y' TO WS-PSN-DONE
                  END-IF
                  MOVE PSN-RECORD TO PSNTMP-RECORD
                  WRITE PSNTMP-RECORD
           END-PERFORM
           CLOSE PSN-FILE
           CLOSE PSNTMP-FILE
           IF WS-PSN-DONE IS EQUAL TO 'N'
              GO TO P000-EXIT
           END-IF
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PSNTMP-FILE
           OPEN OUTPUT PSN-FILE
           PERFORM UNTIL WS-MST-EOF = 'Y'
               READ PSNTMP-FILE
               AT END
                  MOVE 'Y' TO WS-MST-EOF
               NOT AT END
                  MOVE PSNTMP-RECORD TO PSN-RECORD
                  WRITE PSN-RECORD
           END-PERFORM
           CLOSE PSNTMP-FILE
           CLOSE PSN-FILE
           .
       P000-EXIT.
           EXIT.

       D200-REGISTER-DEPARTURE.
      **
      * Adds the leaver to departures.dat with their final position,
      * which from now on keeps them out of the shared-cost division
      * after the leaving date, and notes the departure on the
      * journal.
      **
           OPEN EXTEND DEP-FILE
           IF WS-DEP-STATUS IS EQUAL TO "35"
              OPEN OUTPUT DEP-FILE
           END-IF
           MOVE WS-LEAVER      TO DEP-PERSON
           MOVE WS-LEAVE-DATE  TO DEP-LEFT
           MOVE WS-SYS-DATE    TO DEP-RUN-DATE
           MOVE WS-SIGNON-USER TO DEP-RUN-BY
           MOVE WS-LVR-NET     TO DEP-NET
           WRITE DEP-RECORD
           CLOSE DEP-FILE
           PERFORM J020-JOURNAL-DEPART THRU J020-EXIT
           .
       D200-EXIT.
           EXIT.

       D900-PRINT-CLOSING.
           MOVE "ACCOUNT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "-------------------------------------------"
             TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-USR-DONE IS EQUAL TO 'Y'
              MOVE "SIGN-ON LOCKED ON users.dat" TO REPORT-RECORD
           ELSE
              MOVE "NO SIGN-ON ON users.dat TO LOCK" TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           IF WS-PSN-DONE IS EQUAL TO 'Y'
              MOVE "RETIRED ON persons.dat" TO REPORT-RECORD
           ELSE
              MOVE "NOT ON persons.dat - NOTHING TO RETIRE"
                TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE WS-XTR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-COUNT-EDIT            DELIMITED BY SIZE
                  " RECORD(S) FROM "       DELIMITED BY SIZE
                  WS-XTR-FILES             DELIMITED BY SIZE
                  " FILE(S) EXTRACTED TO departure.csv"
                                           DELIMITED BY SIZE
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .
       D900-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * One EDIT entry per reimbursable item reassigned or written
      * off, images either side, so the change reads back from the
      * journal and the month-end verification stays clean.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-JRN-DATE        TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6)   TO JRN-TIMESTAMP(9:6)
           MOVE WS-SIGNON-USER     TO JRN-PERSON
           MOVE "MEMBER-DEPARTURE" TO JRN-PROGRAM
           MOVE "EDIT"             TO JRN-ACTION
           MOVE EXP-KEY IN FS-RECORD TO JRN-KEY
           MOVE WS-JRN-BEFORE      TO JRN-BEFORE
           MOVE FS-RECORD          TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J010-EXIT.
           EXIT.

       J020-JOURNAL-DEPART.
      **
      * The departure itself is not an expense-record change, so
      * both images stay blank and the key carries the member - the
      * journal replay passes over it.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-JRN-DATE        TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6)   TO JRN-TIMESTAMP(9:6)
           MOVE WS-SIGNON-USER     TO JRN-PERSON
           MOVE "MEMBER-DEPARTURE" TO JRN-PROGRAM
           MOVE "DEPART"           TO JRN-ACTION
           MOVE WS-LEAVER          TO JRN-KEY
           MOVE SPACES             TO JRN-BEFORE
           MOVE SPACES             TO JRN-AFTER
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
           MOVE "REBUILD"          TO FLG-STATE
           MOVE "MEMBER-DEPARTURE" TO FLG-PROGRAM
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
           MOVE "COMPLETE"         TO FLG-STATE
           MOVE "MEMBER-DEPARTURE" TO FLG-PROGRAM
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
           STRING "MEMBER-DEPARTURE" DELIMITED BY SIZE
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
           MOVE "HELD"             TO LCK-STATE
           MOVE WS-SIGNON-USER     TO LCK-USER
           MOVE "MEMBER-DEPARTURE" TO LCK-PROGRAM
           MOVE WS-LCK-DATE        TO LCK-STAMP(1:8)
           MOVE WS-LCK-TIME(1:6)   TO LCK-STAMP(9:6)
           MOVE WS-LOCK-TOKEN      TO LCK-TOKEN
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
       END PROGRAM MEMBER-DEPARTURE.
