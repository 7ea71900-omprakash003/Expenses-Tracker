      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NOTICE-SCAN.
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
           SELECT PARM-FILE  ASSIGN TO "notices.par"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT BILL-FILE  ASSIGN TO "bills.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BILL-STATUS.
           SELECT PND-FILE  ASSIGN TO "recurring-pending.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PND-STATUS.
           SELECT CLR-FILE  ASSIGN TO "claims.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLR-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD EXP-FILE.
       01 FS-RECORD.
        COPY expense_record.
      * BILL-DAYS is how many days before its due date an open bill
      * is first called out; CLAIM-DAYS how long a claim may sit
      * with the employer before a reminder, and again each time
      * that many more days go by.
       FD PARM-FILE.
       01 PARM-RECORD.
          05 PARM-BILL-DAYS               PIC X(3).
          05 FILLER                       PIC X(1).
          05 PARM-CLAIM-DAYS              PIC X(3).
          05 FILLER                       PIC X(73).
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
       FD PND-FILE.
       01 PND-RECORD.
          05 PND-DATE                  PIC X(10).
          05 PND-AMOUNT                PIC 9(6)V99.
          05 PND-DESCRIPTION           PIC X(30).
          05 PND-CATEGORY              PIC X(15).
          05 PND-PERSON                PIC X(10).
          05 PND-PAYMENT-METHOD        PIC X(15).
          05 PND-SHARE-FLAG            PIC X(1).
       FD CLR-FILE.
       01 CLR-RECORD.
          05 CLR-NO           PIC 9(4).
          05 CLR-RAISED       PIC X(10).
          05 CLR-PERSON       PIC X(10).
          05 CLR-ITEMS        PIC 9(4).
          05 CLR-TOTAL        PIC 9(11)V99.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS                   PIC X(2).
       01 WS-PARM-STATUS                  PIC X(2).
       01 WS-BILL-STATUS                  PIC X(2).
       01 WS-PND-STATUS                   PIC X(2).
       01 WS-CLR-STATUS                   PIC X(2).
       01 WS-END-FILE                     PIC X(1).
       01 WS-NOTICE-PERSON                PIC X(10)  EXTERNAL.
       01 WS-NOTICE-TYPE                  PIC X(10)  EXTERNAL.
       01 WS-NOTICE-COND                  PIC X(30)  EXTERNAL.
       01 WS-NOTICE-SUBJECT               PIC X(60)  EXTERNAL.
       01 WS-NOTICE-BODY                  PIC X(200) EXTERNAL.
       01 WS-NOTICE-PROGRAM               PIC X(18)  EXTERNAL.
       01 WS-NOTICE-QUEUED                PIC 9(3)   EXTERNAL.
       01 WS-BILL-DAYS                    PIC 9(3) VALUE 3.
       01 WS-CLAIM-DAYS                   PIC 9(3) VALUE 30.
       01 WS-SYS-DATE                     PIC 9(8).
       01 WS-SYS-DATE-X REDEFINES WS-SYS-DATE.
          05 WS-SYS-YYYY                  PIC 9(4).
          05 WS-SYS-MM                    PIC 9(2).
          05 WS-SYS-DD                    PIC 9(2).
       01 WS-TODAY-DAYS                   PIC 9(8).
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
       01 WS-CDATE                        PIC X(10).
       01 WS-CDD                          PIC 9(2).
       01 WS-CMM                          PIC 9(2).
       01 WS-CYYYY                        PIC 9(4).
       01 WS-CCMP                         PIC 9(8).
       01 WS-CDATE-OK                     PIC X(1).
       01 WS-DAYS-LEFT                    PIC S9(6).
       01 WS-DAYS-EDIT                    PIC ZZZZZ9.
       01 WS-AMT-EDIT                     PIC Z(5)9.99.
       01 WS-TOT-EDIT                     PIC Z(10)9.99.
       01 WS-STEP                         PIC 9(4).
       01 WS-STEP-DAYS                    PIC 9(6).
       01 WS-BILL-COUNT                   PIC 9(5) VALUE 0.
       01 WS-PND-COUNT                    PIC 9(5) VALUE 0.
       01 WS-CLAIM-COUNT                  PIC 9(5) VALUE 0.
      * the claims still with the employer, built from the items
       01 WS-AGE-COUNT                    PIC 9(3) VALUE 0.
       01 WS-AGE-TABLE.
          05 WS-AGE-ENTRY OCCURS 100 TIMES.
             10 WS-AGE-NO                 PIC 9(4).
             10 WS-AGE-PERSON             PIC X(10).
             10 WS-AGE-ITEMS              PIC 9(4).
             10 WS-AGE-TOTAL              PIC 9(11)V99.
             10 WS-AGE-FIRST-CMP          PIC 9(8).
             10 WS-AGE-RAISED             PIC X(10).
       01 WS-AGE-IDX                      PIC 9(3).
       01 WS-AGE-FOUND                    PIC X(1).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Runs unattended - from
      * the menu or as a job stream step - and puts on the
      * notification outbox what the household should be chasing:
      * open bills coming due within the days on notices.par, or
      * already overdue; recurring items waiting in the confirm
      * queue; and reimbursable claims that have been with the
      * employer longer than the claim days on notices.par, again
      * each time that many more days pass.  Every message goes
      * through QUEUE-NOTICE, which finds the member's contact,
      * honours their choices and drops a repeat of a message
      * already sent for the same thing - so this can run every
      * night without anyone being told twice.  With no
      * notices.par the bill lead is 3 days and the claim age 30.
      **
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           MOVE 3  TO WS-BILL-DAYS
           MOVE 30 TO WS-CLAIM-DAYS
           MOVE 0 TO WS-BILL-COUNT
           MOVE 0 TO WS-PND-COUNT
           MOVE 0 TO WS-CLAIM-COUNT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS EQUAL TO "00"
              READ PARM-FILE
              IF WS-PARM-STATUS IS EQUAL TO "00"
                 IF PARM-BILL-DAYS IS NUMERIC
                    MOVE PARM-BILL-DAYS TO WS-BILL-DAYS
                 END-IF
                 IF PARM-CLAIM-DAYS IS NUMERIC AND
                    PARM-CLAIM-DAYS IS NOT EQUAL TO "000"
                    MOVE PARM-CLAIM-DAYS TO WS-CLAIM-DAYS
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF
           MOVE WS-SYS-YYYY TO WS-DN-YYYY
           MOVE WS-SYS-MM   TO WS-DN-MM
           MOVE WS-SYS-DD   TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS

           PERFORM N100-SCAN-BILLS THRU N100-EXIT
           PERFORM N200-SCAN-PENDING THRU N200-EXIT
           PERFORM N300-SCAN-CLAIMS THRU N300-EXIT

           DISPLAY "NOTICES QUEUED - BILLS " WS-BILL-COUNT
                   "  CONFIRM QUEUE " WS-PND-COUNT
                   "  CLAIMS " WS-CLAIM-COUNT
           MOVE 0 TO RETURN-CODE.
       MAIN-EXIT.
           GOBACK.

       N100-SCAN-BILLS.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT BILL-FILE
           IF WS-BILL-STATUS IS NOT EQUAL TO "00"
              GO TO N100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ BILL-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF BILL-STATUS IS EQUAL TO 'O'
                     PERFORM N110-CHECK-BILL THRU N110-EXIT
                  END-IF
           END-PERFORM
           CLOSE BILL-FILE
           .
       N100-EXIT.
           EXIT.

       N110-CHECK-BILL.
      **
      * One open bill: called out once as due when it comes within
      * the lead days, and once more as overdue when the due date
      * has passed - the due date is part of the condition, so a
      * bill moved to a new date is called out afresh.
      **
           MOVE BILL-DUE TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           IF WS-CDATE-OK IS EQUAL TO 'N'
              GO TO N110-EXIT
           END-IF
           MOVE WS-CYYYY TO WS-DN-YYYY
           MOVE WS-CMM   TO WS-DN-MM
           MOVE WS-CDD   TO WS-DN-DD
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           COMPUTE WS-DAYS-LEFT = WS-DN-DAYS - WS-TODAY-DAYS
           IF WS-DAYS-LEFT > WS-BILL-DAYS
              GO TO N110-EXIT
           END-IF
           MOVE BILL-AMOUNT TO WS-AMT-EDIT
           MOVE SPACES TO WS-NOTICE-COND
           MOVE SPACES TO WS-NOTICE-SUBJECT
           MOVE SPACES TO WS-NOTICE-BODY
           IF WS-DAYS-LEFT < 0
              COMPUTE WS-DAYS-EDIT = 0 - WS-DAYS-LEFT
              STRING "BILL "      DELIMITED BY SIZE
                     BILL-NO      DELIMITED BY SIZE
                     " OVERDUE "  DELIMITED BY SIZE
                     BILL-DUE     DELIMITED BY SIZE
                INTO WS-NOTICE-COND
              STRING "BILL OVERDUE - " DELIMITED BY SIZE
                     BILL-PAYEE        DELIMITED BY SIZE
                INTO WS-NOTICE-SUBJECT
              STRING "BILL "           DELIMITED BY SIZE
                     BILL-NO           DELIMITED BY SIZE
                     " FROM "          DELIMITED BY SIZE
                     BILL-PAYEE        DELIMITED BY "  "
                     " ("              DELIMITED BY SIZE
                     BILL-DESC         DELIMITED BY "  "
                     ") FOR "          DELIMITED BY SIZE
                     WS-AMT-EDIT       DELIMITED BY SIZE
                     " WAS DUE ON "    DELIMITED BY SIZE
                     BILL-DUE          DELIMITED BY SIZE
                     " AND IS "        DELIMITED BY SIZE
                     WS-DAYS-EDIT      DELIMITED BY SIZE
                     " DAY(S) OVERDUE." DELIMITED BY SIZE
                INTO WS-NOTICE-BODY
           ELSE
              MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
              STRING "BILL "      DELIMITED BY SIZE
                     BILL-NO      DELIMITED BY SIZE
                     " DUE "      DELIMITED BY SIZE
                     BILL-DUE     DELIMITED BY SIZE
                INTO WS-NOTICE-COND
              STRING "BILL DUE "  DELIMITED BY SIZE
                     BILL-DUE     DELIMITED BY SIZE
                     " - "        DELIMITED BY SIZE
                     BILL-PAYEE   DELIMITED BY SIZE
                INTO WS-NOTICE-SUBJECT
              STRING "BILL "           DELIMITED BY SIZE
                     BILL-NO           DELIMITED BY SIZE
                     " FROM "          DELIMITED BY SIZE
                     BILL-PAYEE        DELIMITED BY "  "
                     " ("              DELIMITED BY SIZE
                     BILL-DESC         DELIMITED BY "  "
                     ") FOR "          DELIMITED BY SIZE
                     WS-AMT-EDIT       DELIMITED BY SIZE
                     " IS DUE ON "     DELIMITED BY SIZE
                     BILL-DUE          DELIMITED BY SIZE
                     ", IN "           DELIMITED BY SIZE
                     WS-DAYS-EDIT      DELIMITED BY SIZE
                     " DAY(S)."        DELIMITED BY SIZE
                INTO WS-NOTICE-BODY
           END-IF
           MOVE BILL-PERSON   TO WS-NOTICE-PERSON
           MOVE "BILLDUE"     TO WS-NOTICE-TYPE
           MOVE "NOTICE-SCAN" TO WS-NOTICE-PROGRAM
           CALL "QUEUE-NOTICE"
           ADD WS-NOTICE-QUEUED TO WS-BILL-COUNT
           .
       N110-EXIT.
           EXIT.

       N200-SCAN-PENDING.
      **
      * Every item in the recurring confirm queue is waiting on
      * somebody to key its actual amount; its person hears about
      * it once.
      **
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT PND-FILE
           IF WS-PND-STATUS IS NOT EQUAL TO "00"
              GO TO N200-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PND-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE PND-AMOUNT TO WS-AMT-EDIT
                  MOVE SPACES TO WS-NOTICE-COND
                  STRING "CONFIRM "      DELIMITED BY SIZE
                         PND-DATE        DELIMITED BY SIZE
                         " "             DELIMITED BY SIZE
                         PND-DESCRIPTION DELIMITED BY SIZE
                    INTO WS-NOTICE-COND
                  MOVE SPACES TO WS-NOTICE-SUBJECT
                  STRING "RECURRING ITEM TO CONFIRM - "
                                         DELIMITED BY SIZE
                         PND-DESCRIPTION DELIMITED BY SIZE
                    INTO WS-NOTICE-SUBJECT
                  MOVE SPACES TO WS-NOTICE-BODY
                  STRING "THE RECURRING ITEM "  DELIMITED BY SIZE
                         PND-DESCRIPTION        DELIMITED BY "  "
                         " DATED "              DELIMITED BY SIZE
                         PND-DATE               DELIMITED BY SIZE
                         " (ESTIMATED "         DELIMITED BY SIZE
                         WS-AMT-EDIT            DELIMITED BY SIZE
                         ") IS WAITING IN THE CONFIRM QUEUE. "
                                                DELIMITED BY SIZE
                         "RUN RECURRING EXPENSES TO KEY THE "
                                                DELIMITED BY SIZE
                         "ACTUAL AMOUNT."       DELIMITED BY SIZE
                    INTO WS-NOTICE-BODY
                  MOVE PND-PERSON    TO WS-NOTICE-PERSON
                  MOVE "CONFIRM"     TO WS-NOTICE-TYPE
                  MOVE "NOTICE-SCAN" TO WS-NOTICE-PROGRAM
                  CALL "QUEUE-NOTICE"
                  ADD WS-NOTICE-QUEUED TO WS-PND-COUNT
           END-PERFORM
           CLOSE PND-FILE
           .
       N200-EXIT.
           EXIT.

       N300-SCAN-CLAIMS.
      **
      * Gathers the items still with the employer (status 'C') into
      * their claims, the way the claim aging report does, dates
      * each claim from the claims register - or from its earliest
      * item when raised before the register was kept - and sends
      * a reminder to whoever raised it once it passes the claim
      * days, then again at each further multiple.
      **
           MOVE 0 TO WS-AGE-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
              GO TO N300-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ EXP-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF EXP-REIMB-FLAG IS EQUAL TO 'R' AND
                     EXP-CLAIM-STATUS IS EQUAL TO 'C'
                     PERFORM N310-NOTE-ITEM THRU N310-EXIT
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           IF WS-AGE-COUNT IS EQUAL TO 0
              GO TO N300-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT CLR-FILE
           IF WS-CLR-STATUS IS EQUAL TO "00"
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
                            IF CLR-PERSON IS NOT EQUAL TO SPACES
                               MOVE CLR-PERSON
                                 TO WS-AGE-PERSON(WS-AGE-IDX)
                            END-IF
                         END-IF
                     END-PERFORM
              END-PERFORM
              CLOSE CLR-FILE
           END-IF
           MOVE 0 TO WS-AGE-IDX
           PERFORM UNTIL WS-AGE-IDX IS EQUAL TO WS-AGE-COUNT
               ADD 1 TO WS-AGE-IDX
               PERFORM N320-CHECK-CLAIM THRU N320-EXIT
           END-PERFORM
           .
       N300-EXIT.
           EXIT.

       N310-NOTE-ITEM.
           MOVE EXP-DATE TO WS-CDATE
           PERFORM C200-CONVERT-DATE
           MOVE 'N' TO WS-AGE-FOUND
           MOVE 0 TO WS-AGE-IDX
           PERFORM UNTIL WS-AGE-IDX IS EQUAL TO WS-AGE-COUNT
                      OR WS-AGE-FOUND IS EQUAL TO 'Y'
               ADD 1 TO WS-AGE-IDX
               IF WS-AGE-NO(WS-AGE-IDX) IS EQUAL TO EXP-CLAIM-NO
                  MOVE 'Y' TO WS-AGE-FOUND
               END-IF
           END-PERFORM
           IF WS-AGE-FOUND IS EQUAL TO 'N'
              IF WS-AGE-COUNT IS EQUAL TO 100
                 GO TO N310-EXIT
              END-IF
              ADD 1 TO WS-AGE-COUNT
              MOVE WS-AGE-COUNT TO WS-AGE-IDX
              MOVE EXP-CLAIM-NO TO WS-AGE-NO(WS-AGE-IDX)
              MOVE EXP-PERSON   TO WS-AGE-PERSON(WS-AGE-IDX)
              MOVE 0        TO WS-AGE-ITEMS(WS-AGE-IDX)
              MOVE 0        TO WS-AGE-TOTAL(WS-AGE-IDX)
              MOVE 99999999 TO WS-AGE-FIRST-CMP(WS-AGE-IDX)
              MOVE SPACES   TO WS-AGE-RAISED(WS-AGE-IDX)
           END-IF
           ADD 1 TO WS-AGE-ITEMS(WS-AGE-IDX)
           ADD EXP-AMOUNT TO WS-AGE-TOTAL(WS-AGE-IDX)
           IF WS-CDATE-OK IS EQUAL TO 'Y' AND
              WS-CCMP < WS-AGE-FIRST-CMP(WS-AGE-IDX)
              MOVE WS-CCMP TO WS-AGE-FIRST-CMP(WS-AGE-IDX)
           END-IF
           .
       N310-EXIT.
           EXIT.

       N320-CHECK-CLAIM.
           IF WS-AGE-RAISED(WS-AGE-IDX) IS NOT EQUAL TO SPACES
              MOVE WS-AGE-RAISED(WS-AGE-IDX) TO WS-CDATE
              PERFORM C200-CONVERT-DATE
           ELSE
              MOVE 'N' TO WS-CDATE-OK
           END-IF
           IF WS-CDATE-OK IS EQUAL TO 'Y'
              MOVE WS-CYYYY TO WS-DN-YYYY
              MOVE WS-CMM   TO WS-DN-MM
              MOVE WS-CDD   TO WS-DN-DD
           ELSE
              IF WS-AGE-FIRST-CMP(WS-AGE-IDX) IS EQUAL TO 99999999
                 GO TO N320-EXIT
              END-IF
              MOVE WS-AGE-FIRST-CMP(WS-AGE-IDX)(1:4) TO WS-DN-YYYY
              MOVE WS-AGE-FIRST-CMP(WS-AGE-IDX)(5:2) TO WS-DN-MM
              MOVE WS-AGE-FIRST-CMP(WS-AGE-IDX)(7:2) TO WS-DN-DD
           END-IF
           PERFORM D100-DAY-NUMBER THRU D100-EXIT
           COMPUTE WS-DAYS-LEFT = WS-TODAY-DAYS - WS-DN-DAYS
           IF WS-DAYS-LEFT < WS-CLAIM-DAYS
              GO TO N320-EXIT
           END-IF
           COMPUTE WS-STEP = WS-DAYS-LEFT / WS-CLAIM-DAYS
           COMPUTE WS-STEP-DAYS = WS-STEP * WS-CLAIM-DAYS
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           MOVE WS-AGE-TOTAL(WS-AGE-IDX) TO WS-TOT-EDIT
           MOVE SPACES TO WS-NOTICE-COND
           STRING "CLAIM "             DELIMITED BY SIZE
                  WS-AGE-NO(WS-AGE-IDX) DELIMITED BY SIZE
                  " PAST "             DELIMITED BY SIZE
                  WS-STEP-DAYS         DELIMITED BY SIZE
                  " DAYS"              DELIMITED BY SIZE
             INTO WS-NOTICE-COND
           MOVE SPACES TO WS-NOTICE-SUBJECT
           STRING "CLAIM "             DELIMITED BY SIZE
                  WS-AGE-NO(WS-AGE-IDX) DELIMITED BY SIZE
                  " STILL UNPAID AFTER " DELIMITED BY SIZE
                  WS-DAYS-EDIT         DELIMITED BY SIZE
                  " DAYS"              DELIMITED BY SIZE
             INTO WS-NOTICE-SUBJECT
           MOVE SPACES TO WS-NOTICE-BODY
           STRING "CLAIM "             DELIMITED BY SIZE
                  WS-AGE-NO(WS-AGE-IDX) DELIMITED BY SIZE
                  " FOR "              DELIMITED BY SIZE
                  WS-TOT-EDIT          DELIMITED BY SIZE
                  " HAS BEEN WITH THE EMPLOYER FOR "
                                       DELIMITED BY SIZE
                  WS-DAYS-EDIT         DELIMITED BY SIZE
                  " DAYS WITHOUT BEING PAID. CHASE IT, OR LOAD "
                                       DELIMITED BY SIZE
                  "THE REMITTANCE ADVICE IF IT HAS BEEN SETTLED."
                                       DELIMITED BY SIZE
             INTO WS-NOTICE-BODY
           MOVE WS-AGE-PERSON(WS-AGE-IDX) TO WS-NOTICE-PERSON
           MOVE "CLAIM"       TO WS-NOTICE-TYPE
           MOVE "NOTICE-SCAN" TO WS-NOTICE-PROGRAM
           CALL "QUEUE-NOTICE"
           ADD WS-NOTICE-QUEUED TO WS-CLAIM-COUNT
           .
       N320-EXIT.
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
       END PROGRAM NOTICE-SCAN.
