      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-GLMAP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT GLM-FILE  ASSIGN TO "glmap.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GLM-STATUS.
           SELECT GLMTMP-FILE  ASSIGN TO "glmap.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAT-FILE  ASSIGN TO "categories.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
           SELECT PAY-FILE  ASSIGN TO "paymeth.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.
           SELECT JRN-FILE  ASSIGN TO "journal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRN-STATUS.
           SELECT LCK-FILE  ASSIGN TO "expense.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LCK-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * The chart-of-accounts mapping for the accountant's ledger
      * package.  TYPE 'C' maps an expense category, 'P' a payment
      * method (the bank, card or cash account the money left or
      * arrived in), 'I' an income type (the category of an income
      * record).  The single TYPE 'S' line, CODE blank, is the
      * suspense account that takes anything not mapped yet.
       FD GLM-FILE.
       01 GLM-RECORD.
          05 GLM-TYPE         PIC X(1).
          05 GLM-CODE         PIC X(15).
          05 GLM-ACCOUNT      PIC X(10).
          05 GLM-NAME         PIC X(30).
       FD GLMTMP-FILE.
       01 GLMTMP-RECORD       PIC X(56).
       FD CAT-FILE.
       01 CAT-RECORD.
          05 CAT-CODE         PIC X(15).
          05 CAT-ACTIVE       PIC X(1).
          05 CAT-PARENT       PIC X(15).
          05 CAT-DEDUCT       PIC X(1).
       FD PAY-FILE.
       01 PAY-RECORD.
          05 PAY-CODE         PIC X(15).
          05 PAY-ACTIVE       PIC X(1).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       FD LCK-FILE.
       01 LCK-RECORD.
          05 LCK-STATE             PIC X(8).
          05 LCK-USER              PIC X(10).
          05 LCK-PROGRAM           PIC X(18).
          05 LCK-STAMP             PIC X(14).
          05 LCK-TOKEN             PIC X(40).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-GLM-STATUS            PIC X(2).
       01 WS-CAT-STATUS            PIC X(2).
       01 WS-PAY-STATUS            PIC X(2).
       01 WS-JRN-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-MST-EOF               PIC X(1).
       01 WS-ACTION                PIC X(1).
       01 WS-FOUND                 PIC X(1).
       01 WS-TYPE-IN               PIC X(1).
       01 WS-CODE-IN               PIC X(15).
       01 WS-ACCOUNT-IN            PIC X(10).
       01 WS-NAME-IN               PIC X(30).
       01 WS-CODE-SEEN             PIC X(1).
       01 WS-CODE-HIT              PIC X(1).
       01 WS-TYPE-DESC             PIC X(15).
       01 WS-UNMAPPED              PIC 9(4) VALUE 0.
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-JRN-ACTION            PIC X(8).
       01 WS-JRN-KEY               PIC X(16).
       01 WS-LCK-STATUS            PIC X(2).
       01 WS-LOCK-OK               PIC X(1).
       01 WS-LOCK-HELD             PIC X(1) VALUE 'N'.
       01 WS-LOCK-TRIES            PIC 9(2).
       01 WS-LOCK-WAIT             PIC 9(1) VALUE 1.
       01 WS-LOCK-TOKEN            PIC X(40).
       01 WS-LCK-DATE              PIC X(8).
       01 WS-LCK-TIME              PIC X(8).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Maintains glmap.dat, the
      * chart-of-accounts mapping GL-EXTRACT uses to turn expense
      * records into ledger journal lines: each category, payment
      * method and income type is given the account code it posts
      * to in the accountant's bookkeeping package, and one suspense
      * account catches anything not mapped yet.  The list shows
      * every mapping and then the categories and payment methods
      * on the code masters that still have none.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "M TO MAP A CODE TO A LEDGER ACCOUNT, L TO LIST, "
                   "D TO DROP A MAPPING"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'M'
               WHEN 'm'
                   PERFORM G020-MAP-CODE THRU G020-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM G010-LIST-MAP THRU G010-EXIT
               WHEN 'D'
               WHEN 'd'
                   PERFORM G030-DROP-MAPPING THRU G030-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       G010-LIST-MAP.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GLM-FILE
           IF WS-GLM-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO LEDGER MAPPINGS ON FILE YET"
           ELSE
              DISPLAY "MAPS            CODE            ACCOUNT    "
                      "ACCOUNT NAME"
              DISPLAY "----------------------------------------"
                      "----------------------------------------"
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ GLM-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     MOVE GLM-TYPE TO WS-TYPE-IN
                     PERFORM G110-TYPE-DESC THRU G110-EXIT
                     DISPLAY WS-TYPE-DESC " " GLM-CODE " "
                             GLM-ACCOUNT " " GLM-NAME
              END-PERFORM
              CLOSE GLM-FILE
           END-IF
           PERFORM G040-LIST-UNMAPPED THRU G040-EXIT
           .
       G010-EXIT.
           EXIT.

       G020-MAP-CODE.
      **
      * Sets the ledger account for one code, replacing the account
      * already there when the code is mapped before.  Category and
      * payment method codes must be on their masters (retired codes
      * included, since older records still carry them) unless the
      * master is not in use yet.
      **
           DISPLAY "MAP WHICH - C CATEGORY, P PAYMENT METHOD, "
                   "I INCOME TYPE, S SUSPENSE ACCOUNT"
           ACCEPT WS-TYPE-IN
           EVALUATE WS-TYPE-IN
               WHEN 'c'
                   MOVE 'C' TO WS-TYPE-IN
               WHEN 'p'
                   MOVE 'P' TO WS-TYPE-IN
               WHEN 'i'
                   MOVE 'I' TO WS-TYPE-IN
               WHEN 's'
                   MOVE 'S' TO WS-TYPE-IN
           END-EVALUATE
           IF WS-TYPE-IN IS NOT EQUAL TO 'C' AND
              WS-TYPE-IN IS NOT EQUAL TO 'P' AND
              WS-TYPE-IN IS NOT EQUAL TO 'I' AND
              WS-TYPE-IN IS NOT EQUAL TO 'S'
              DISPLAY "NOTHING DONE"
              GO TO G020-EXIT
           END-IF
           MOVE SPACES TO WS-CODE-IN
           IF WS-TYPE-IN IS NOT EQUAL TO 'S'
              DISPLAY "ENTER THE CODE TO MAP"
              ACCEPT WS-CODE-IN
              IF WS-CODE-IN IS EQUAL TO SPACES
                 DISPLAY "NOTHING DONE"
                 GO TO G020-EXIT
              END-IF
              PERFORM G120-CHECK-CODE THRU G120-EXIT
              IF WS-CODE-HIT IS EQUAL TO 'N'
                 PERFORM G110-TYPE-DESC THRU G110-EXIT
                 DISPLAY WS-CODE-IN " IS NOT A " WS-TYPE-DESC
                         " ON THE CODE MASTER"
                 GO TO G020-EXIT
              END-IF
           END-IF
           PERFORM G100-FIND-MAPPING THRU G100-EXIT
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "NOW MAPPED TO " GLM-ACCOUNT " " GLM-NAME
           END-IF
           DISPLAY "LEDGER ACCOUNT CODE"
           ACCEPT WS-ACCOUNT-IN
           IF WS-ACCOUNT-IN IS EQUAL TO SPACES
              DISPLAY "NOTHING DONE"
              GO TO G020-EXIT
           END-IF
           DISPLAY "ACCOUNT NAME (AS THE LEDGER SHOWS IT)"
           ACCEPT WS-NAME-IN
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "MAPPING NOT SAVED - TRY AGAIN SHORTLY"
              GO TO G020-EXIT
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE 'N' TO WS-END-FILE
              OPEN INPUT GLM-FILE
              OPEN OUTPUT GLMTMP-FILE
              PERFORM UNTIL WS-END-FILE = 'Y'
                  READ GLM-FILE
                  AT END
                     MOVE 'Y' TO WS-END-FILE
                  NOT AT END
                     IF GLM-TYPE IS EQUAL TO WS-TYPE-IN AND
                        GLM-CODE IS EQUAL TO WS-CODE-IN
                        MOVE WS-ACCOUNT-IN TO GLM-ACCOUNT
                        MOVE WS-NAME-IN    TO GLM-NAME
                     END-IF
                     MOVE GLM-RECORD TO GLMTMP-RECORD
                     WRITE GLMTMP-RECORD
              END-PERFORM
              CLOSE GLM-FILE
              CLOSE GLMTMP-FILE
              PERFORM G140-COPY-BACK THRU G140-EXIT
           ELSE
              OPEN EXTEND GLM-FILE
              IF WS-GLM-STATUS IS EQUAL TO "35"
                 OPEN OUTPUT GLM-FILE
              END-IF
              MOVE WS-TYPE-IN    TO GLM-TYPE
              MOVE WS-CODE-IN    TO GLM-CODE
              MOVE WS-ACCOUNT-IN TO GLM-ACCOUNT
              MOVE WS-NAME-IN    TO GLM-NAME
              WRITE GLM-RECORD
              CLOSE GLM-FILE
           END-IF
           MOVE "GLMAP" TO WS-JRN-ACTION
           MOVE WS-TYPE-IN TO WS-JRN-KEY(1:1)
           MOVE WS-CODE-IN TO WS-JRN-KEY(2:15)
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "MAPPED TO " WS-ACCOUNT-IN
           .
       G020-EXIT.
           EXIT.

       G030-DROP-MAPPING.
      **
      * Removes one mapping.  Records with the code are then posted
      * to the suspense account until it is mapped again.
      **
           DISPLAY "DROP WHICH - C CATEGORY, P PAYMENT METHOD, "
                   "I INCOME TYPE, S SUSPENSE ACCOUNT"
           ACCEPT WS-TYPE-IN
           EVALUATE WS-TYPE-IN
               WHEN 'c'
                   MOVE 'C' TO WS-TYPE-IN
               WHEN 'p'
                   MOVE 'P' TO WS-TYPE-IN
               WHEN 'i'
                   MOVE 'I' TO WS-TYPE-IN
               WHEN 's'
                   MOVE 'S' TO WS-TYPE-IN
           END-EVALUATE
           MOVE SPACES TO WS-CODE-IN
           IF WS-TYPE-IN IS NOT EQUAL TO 'S'
              DISPLAY "ENTER THE CODE"
              ACCEPT WS-CODE-IN
           END-IF
           PERFORM G100-FIND-MAPPING THRU G100-EXIT
           IF WS-FOUND IS NOT EQUAL TO 'Y'
              DISPLAY "NO MAPPING ON FILE FOR THAT CODE"
              GO TO G030-EXIT
           END-IF
           PERFORM L010-TAKE-LOCK THRU L010-EXIT
           IF WS-LOCK-OK IS EQUAL TO 'N'
              DISPLAY "MAPPING NOT DROPPED - TRY AGAIN SHORTLY"
              GO TO G030-EXIT
           END-IF
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GLM-FILE
           OPEN OUTPUT GLMTMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GLM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF GLM-TYPE IS NOT EQUAL TO WS-TYPE-IN OR
                     GLM-CODE IS NOT EQUAL TO WS-CODE-IN
                     MOVE GLM-RECORD TO GLMTMP-RECORD
                     WRITE GLMTMP-RECORD
                  END-IF
           END-PERFORM
           CLOSE GLM-FILE
           CLOSE GLMTMP-FILE
           PERFORM G140-COPY-BACK THRU G140-EXIT
           MOVE "GLUNMAP" TO WS-JRN-ACTION
           MOVE WS-TYPE-IN TO WS-JRN-KEY(1:1)
           MOVE WS-CODE-IN TO WS-JRN-KEY(2:15)
           PERFORM J010-WRITE-JOURNAL THRU J010-EXIT
           PERFORM L020-FREE-LOCK THRU L020-EXIT
           DISPLAY "MAPPING DROPPED"
           .
       G030-EXIT.
           EXIT.

       G040-LIST-UNMAPPED.
      **
      * Lists the categories and payment methods on the code masters
      * that have no ledger account yet, so the chart can be
      * completed before the next extract.  Income types share the
      * category master and cannot be told apart there, so they are
      * not listed.
      **
           MOVE 0 TO WS-UNMAPPED
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MST-EOF = 'Y'
                  READ CAT-FILE
                  AT END
                     MOVE 'Y' TO WS-MST-EOF
                  NOT AT END
                     MOVE 'C'      TO WS-TYPE-IN
                     MOVE CAT-CODE TO WS-CODE-IN
                     PERFORM G100-FIND-MAPPING THRU G100-EXIT
                     IF WS-FOUND IS EQUAL TO 'N'
                        PERFORM G130-SHOW-UNMAPPED THRU G130-EXIT
                     END-IF
              END-PERFORM
              CLOSE CAT-FILE
           END-IF
           MOVE 'N' TO WS-MST-EOF
           OPEN INPUT PAY-FILE
           IF WS-PAY-STATUS IS EQUAL TO "00"
              PERFORM UNTIL WS-MST-EOF = 'Y'
                  READ PAY-FILE
                  AT END
                     MOVE 'Y' TO WS-MST-EOF
                  NOT AT END
                     MOVE 'P'      TO WS-TYPE-IN
                     MOVE PAY-CODE TO WS-CODE-IN
                     PERFORM G100-FIND-MAPPING THRU G100-EXIT
                     IF WS-FOUND IS EQUAL TO 'N'
                        PERFORM G130-SHOW-UNMAPPED THRU G130-EXIT
                     END-IF
              END-PERFORM
              CLOSE PAY-FILE
           END-IF
           IF WS-UNMAPPED IS EQUAL TO 0
              IF WS-CAT-STATUS IS EQUAL TO "00" OR
                 WS-PAY-STATUS IS EQUAL TO "00"
                 DISPLAY "EVERY CATEGORY AND PAYMENT METHOD IS MAPPED"
              END-IF
           ELSE
              DISPLAY WS-UNMAPPED " CODE(S) WITH NO LEDGER ACCOUNT - "
                      "THEY POST TO SUSPENSE"
           END-IF
           .
       G040-EXIT.
           EXIT.

       G100-FIND-MAPPING.
      **
      * Looks WS-TYPE-IN / WS-CODE-IN up on glmap.dat; WS-FOUND comes
      * back 'Y' with the mapping in GLM-RECORD when it is there.
      **
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GLM-FILE
           IF WS-GLM-STATUS IS NOT EQUAL TO "00"
              GO TO G100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y' OR WS-FOUND = 'Y'
               READ GLM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF GLM-TYPE IS EQUAL TO WS-TYPE-IN AND
                     GLM-CODE IS EQUAL TO WS-CODE-IN
                     MOVE 'Y' TO WS-FOUND
                  END-IF
           END-PERFORM
           CLOSE GLM-FILE
           .
       G100-EXIT.
           EXIT.

       G110-TYPE-DESC.
           EVALUATE WS-TYPE-IN
               WHEN 'C'
                   MOVE "CATEGORY"       TO WS-TYPE-DESC
               WHEN 'P'
                   MOVE "PAYMENT METHOD" TO WS-TYPE-DESC
               WHEN 'I'
                   MOVE "INCOME TYPE"    TO WS-TYPE-DESC
               WHEN 'S'
                   MOVE "SUSPENSE"       TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN"        TO WS-TYPE-DESC
           END-EVALUATE
           .
       G110-EXIT.
           EXIT.

       G120-CHECK-CODE.
      **
      * WS-CODE-HIT comes back 'Y' when WS-CODE-IN is on the master
      * for its type - categories.dat for a category or income
      * type, paymeth.dat for a payment method - or when that
      * master is absent or empty.
      **
           MOVE 'N' TO WS-CODE-SEEN
           MOVE 'N' TO WS-CODE-HIT
           MOVE 'N' TO WS-MST-EOF
           IF WS-TYPE-IN IS EQUAL TO 'P'
              OPEN INPUT PAY-FILE
              IF WS-PAY-STATUS IS EQUAL TO "00"
                 PERFORM UNTIL WS-MST-EOF = 'Y'
                     READ PAY-FILE
                     AT END
                        MOVE 'Y' TO WS-MST-EOF
                     NOT AT END
                        MOVE 'Y' TO WS-CODE-SEEN
                        IF PAY-CODE IS EQUAL TO WS-CODE-IN
                           MOVE 'Y' TO WS-CODE-HIT
                        END-IF
                 END-PERFORM
                 CLOSE PAY-FILE
              END-IF
           ELSE
              OPEN INPUT CAT-FILE
              IF WS-CAT-STATUS IS EQUAL TO "00"
                 PERFORM UNTIL WS-MST-EOF = 'Y'
                     READ CAT-FILE
                     AT END
                        MOVE 'Y' TO WS-MST-EOF
                     NOT AT END
                        MOVE 'Y' TO WS-CODE-SEEN
                        IF CAT-CODE IS EQUAL TO WS-CODE-IN
                           MOVE 'Y' TO WS-CODE-HIT
                        END-IF
                 END-PERFORM
                 CLOSE CAT-FILE
              END-IF
           END-IF
           IF WS-CODE-SEEN IS EQUAL TO 'N'
              MOVE 'Y' TO WS-CODE-HIT
           END-IF
           .
       G120-EXIT.
           EXIT.

       G130-SHOW-UNMAPPED.
           IF WS-UNMAPPED IS EQUAL TO 0
              DISPLAY " "
              DISPLAY "NOT MAPPED YET:"
           END-IF
           ADD 1 TO WS-UNMAPPED
           PERFORM G110-TYPE-DESC THRU G110-EXIT
           DISPLAY WS-TYPE-DESC " " WS-CODE-IN
           .
       G130-EXIT.
           EXIT.

       G140-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT GLMTMP-FILE
           OPEN OUTPUT GLM-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ GLMTMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE GLMTMP-RECORD TO GLM-RECORD
                  WRITE GLM-RECORD
           END-PERFORM
           CLOSE GLMTMP-FILE
           CLOSE GLM-FILE
           .
       G140-EXIT.
           EXIT.

       J010-WRITE-JOURNAL.
      **
      * Appends one audit entry to journal.dat.  Mapping changes are
      * not expense-record changes, so both images stay blank and
      * the key carries the map type and code - the journal replay
      * passes over them.
      **
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS IS EQUAL TO "35"
              OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE WS-JRN-DATE         TO JRN-TIMESTAMP(1:8)
           MOVE WS-JRN-TIME(1:6)    TO JRN-TIMESTAMP(9:6)
           MOVE WS-SIGNON-USER      TO JRN-PERSON
           MOVE "MAINTAIN-GLMAP"    TO JRN-PROGRAM
           MOVE WS-JRN-ACTION       TO JRN-ACTION
           MOVE WS-JRN-KEY          TO JRN-KEY
           MOVE SPACES              TO JRN-BEFORE
           MOVE SPACES              TO JRN-AFTER
           WRITE JRN-RECORD
           CLOSE JRN-FILE
           .
       J010-EXIT.
           EXIT.
       L010-TAKE-LOCK.
      **
      * Takes the single data-file lock (expense.lck) the sessions
      * share, so a sequence number is never handed out twice and a
      * rewrite pass never interleaves with another session's
      * postings.  The token is written and read back to confirm
      * this session really won the lock; once the retries run out
      * WS-LOCK-OK comes back 'N' and the caller must refuse the
      * work.  A lock left behind by a dead session shows who held
      * it - remove expense.lck by hand once that session is known
      * to be gone.
      **
           IF WS-LOCK-HELD IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-LOCK-OK
              GO TO L010-EXIT
           END-IF
           MOVE 'N' TO WS-LOCK-OK
           ACCEPT WS-LCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LCK-TIME FROM TIME
           MOVE SPACES TO WS-LOCK-TOKEN
           STRING "MAINTAIN-GLMAP" DELIMITED BY SIZE
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
           MOVE "HELD"           TO LCK-STATE
           MOVE WS-SIGNON-USER TO LCK-USER
           MOVE "MAINTAIN-GLMAP" TO LCK-PROGRAM
           MOVE WS-LCK-DATE      TO LCK-STAMP(1:8)
           MOVE WS-LCK-TIME(1:6) TO LCK-STAMP(9:6)
           MOVE WS-LOCK-TOKEN    TO LCK-TOKEN
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
       END PROGRAM MAINTAIN-GLMAP.
