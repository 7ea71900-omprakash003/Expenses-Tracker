      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAINTAIN-NOTICES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT USR-FILE  ASSIGN TO "users.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USR-STATUS.
           SELECT TMP-FILE  ASSIGN TO "users.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NTC-FILE  ASSIGN TO "notices.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NTC-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * CONTACT is where the member's notices go and NOTIFY which
      * types they take - BUDGET, ALLOWANCE, BILLDUE, CONFIRM, CLAIM,
      * LOCKOUT in that order, 'N' turning a type off - see
      * QUEUE-NOTICE.
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
       FD TMP-FILE.
       01 TMP-RECORD               PIC X(78).
       FD NTC-FILE.
       01 NTC-RECORD.
        COPY notice_record.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-USR-STATUS            PIC X(2).
       01 WS-NTC-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       01 WS-ACTION                PIC X(1).
       01 WS-NAME-IN               PIC X(10).
       01 WS-FOUND                 PIC X(1).
       01 WS-CONTACT               PIC X(40).
       01 WS-CONTACT-IN            PIC X(40).
       01 WS-NOTIFY                PIC X(6).
       01 WS-CHOICE-IN             PIC X(1).
       01 WS-TYPE-IDX              PIC 9(1).
       01 WS-TYPE-NAMES.
          05 FILLER PIC X(30) VALUE "BUDGET    ALLOWANCE BILLDUE   ".
          05 FILLER PIC X(30) VALUE "CONFIRM   CLAIM     LOCKOUT   ".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
          05 WS-TYPE-NAME          PIC X(10) OCCURS 6 TIMES.
       01 WS-TYPE-DESCS.
          05 FILLER PIC X(40) VALUE
             "A CATEGORY BUDGET PASSES 80 PERCENT     ".
          05 FILLER PIC X(40) VALUE
             "AN ENTRY GOES OVER YOUR ALLOWANCE       ".
          05 FILLER PIC X(40) VALUE
             "A BILL FALLS DUE OR GOES OVERDUE        ".
          05 FILLER PIC X(40) VALUE
             "A RECURRING ITEM AWAITS CONFIRMATION    ".
          05 FILLER PIC X(40) VALUE
             "A CLAIM STAYS UNPAID TOO LONG           ".
          05 FILLER PIC X(40) VALUE
             "AN ACCOUNT IS LOCKED AT SIGN-ON         ".
       01 WS-TYPE-DESC-TABLE REDEFINES WS-TYPE-DESCS.
          05 WS-TYPE-DESC          PIC X(40) OCCURS 6 TIMES.
       01 WS-ON-OFF                PIC X(3).
       01 WS-LIST-COUNT            PIC 9(5).
       01 WS-STATUS-TEXT           PIC X(7).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Lets each member say
      * where their notices go and which kinds they want, and shows
      * what has been put on the outbox for them and whether the
      * gateway got it out.  A member sees and changes only their
      * own; the administrator may name anyone, or list the whole
      * outbox.
      **
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              CALL "SIGNON"
           END-IF
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           DISPLAY "C TO CHANGE CONTACT AND NOTICE CHOICES, "
                   "L TO LIST NOTICES SENT"
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN 'C'
               WHEN 'c'
                   PERFORM M010-CHANGE-CHOICES THRU M010-EXIT
               WHEN 'L'
               WHEN 'l'
                   PERFORM M030-LIST-NOTICES THRU M030-EXIT
               WHEN OTHER
                   DISPLAY "NOTHING DONE"
           END-EVALUATE.
       MAIN-EXIT.
           GOBACK.

       M010-CHANGE-CHOICES.
      **
      * Shows the member's contact and the on/off state of each
      * notice type, takes a new contact (blank keeps it, '*' clears
      * it and stops all notices) and a Y or N for each type (blank
      * keeps it), then writes the users master back through
      * users.tmp.
      **
           MOVE WS-SIGNON-USER TO WS-NAME-IN
           IF WS-SIGNON-LEVEL IS EQUAL TO 'A'
              DISPLAY "USER NAME (BLANK FOR YOURSELF)"
              ACCEPT WS-NAME-IN
              IF WS-NAME-IN IS EQUAL TO SPACES
                 MOVE WS-SIGNON-USER TO WS-NAME-IN
              END-IF
           END-IF
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT USR-FILE
           IF WS-USR-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO USERS ON FILE"
              GO TO M010-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ USR-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF USR-NAME IS EQUAL TO WS-NAME-IN
                     MOVE 'Y' TO WS-FOUND
                     MOVE USR-CONTACT TO WS-CONTACT
                     MOVE USR-NOTIFY  TO WS-NOTIFY
                  END-IF
           END-PERFORM
           CLOSE USR-FILE
           IF WS-FOUND IS EQUAL TO 'N'
              DISPLAY "USER NOT FOUND: " WS-NAME-IN
              GO TO M010-EXIT
           END-IF

           IF WS-CONTACT IS EQUAL TO SPACES
              DISPLAY "NOTICES FOR " WS-NAME-IN " GO NOWHERE YET"
           ELSE
              DISPLAY "NOTICES FOR " WS-NAME-IN " GO TO " WS-CONTACT
           END-IF
           DISPLAY "E-MAIL OR MOBILE NUMBER (BLANK TO KEEP, * TO "
                   "CLEAR)"
           ACCEPT WS-CONTACT-IN
           IF WS-CONTACT-IN IS EQUAL TO "*"
              MOVE SPACES TO WS-CONTACT
           ELSE
              IF WS-CONTACT-IN IS NOT EQUAL TO SPACES
                 MOVE WS-CONTACT-IN TO WS-CONTACT
              END-IF
           END-IF
           DISPLAY "FOR EACH KIND OF NOTICE, Y TO RECEIVE IT, "
                   "N NOT TO (BLANK TO KEEP)"
           MOVE 0 TO WS-TYPE-IDX
           PERFORM UNTIL WS-TYPE-IDX IS EQUAL TO 6
               ADD 1 TO WS-TYPE-IDX
               IF WS-NOTIFY(WS-TYPE-IDX:1) IS EQUAL TO 'N'
                  MOVE "OFF" TO WS-ON-OFF
               ELSE
                  MOVE "ON " TO WS-ON-OFF
               END-IF
               DISPLAY WS-TYPE-NAME(WS-TYPE-IDX) " "
                       WS-TYPE-DESC(WS-TYPE-IDX) " NOW " WS-ON-OFF
               MOVE SPACE TO WS-CHOICE-IN
               ACCEPT WS-CHOICE-IN
               IF WS-CHOICE-IN IS EQUAL TO 'N' OR
                  WS-CHOICE-IN IS EQUAL TO 'n'
                  MOVE 'N' TO WS-NOTIFY(WS-TYPE-IDX:1)
               END-IF
               IF WS-CHOICE-IN IS EQUAL TO 'Y' OR
                  WS-CHOICE-IN IS EQUAL TO 'y'
                  MOVE 'Y' TO WS-NOTIFY(WS-TYPE-IDX:1)
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-END-FILE
           OPEN INPUT USR-FILE
           OPEN OUTPUT TMP-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ USR-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF USR-NAME IS EQUAL TO WS-NAME-IN
                     MOVE WS-CONTACT TO USR-CONTACT
                     MOVE WS-NOTIFY  TO USR-NOTIFY
                  END-IF
                  MOVE USR-RECORD TO TMP-RECORD
                  WRITE TMP-RECORD
           END-PERFORM
           CLOSE USR-FILE
           CLOSE TMP-FILE
           PERFORM M020-COPY-BACK THRU M020-EXIT
           IF WS-CONTACT IS EQUAL TO SPACES
              DISPLAY "NO CONTACT HELD - " WS-NAME-IN
                      " WILL RECEIVE NO NOTICES"
           ELSE
              DISPLAY "NOTICE CHOICES SAVED FOR " WS-NAME-IN
           END-IF
           .
       M010-EXIT.
           EXIT.

       M020-COPY-BACK.
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT TMP-FILE
           OPEN OUTPUT USR-FILE
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ TMP-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  MOVE TMP-RECORD TO USR-RECORD
                  WRITE USR-RECORD
           END-PERFORM
           CLOSE TMP-FILE
           CLOSE USR-FILE
           .
       M020-EXIT.
           EXIT.

       M030-LIST-NOTICES.
      **
      * The outbox in the order queued - the member's own notices,
      * or for the administrator one user's or everyone's - with
      * where each went and what the gateway made of it.
      **
           MOVE WS-SIGNON-USER TO WS-NAME-IN
           IF WS-SIGNON-LEVEL IS EQUAL TO 'A'
              DISPLAY "USER NAME (BLANK FOR ALL)"
              ACCEPT WS-NAME-IN
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT NTC-FILE
           IF WS-NTC-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO NOTICES ON FILE"
              GO TO M030-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ NTC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF WS-NAME-IN IS EQUAL TO SPACES OR
                     NTC-USER IS EQUAL TO WS-NAME-IN
                     PERFORM M040-SHOW-NOTICE THRU M040-EXIT
                  END-IF
           END-PERFORM
           CLOSE NTC-FILE
           DISPLAY WS-LIST-COUNT " NOTICE(S) LISTED"
           .
       M030-EXIT.
           EXIT.

       M040-SHOW-NOTICE.
           ADD 1 TO WS-LIST-COUNT
           EVALUATE NTC-STATUS
               WHEN 'S'
                   MOVE "SENT"    TO WS-STATUS-TEXT
               WHEN 'F'
                   MOVE "FAILED"  TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY NTC-NUMBER " " NTC-QUEUED(7:2) "/"
                   NTC-QUEUED(5:2) "/" NTC-QUEUED(1:4) " "
                   NTC-QUEUED(9:2) ":" NTC-QUEUED(11:2) " "
                   NTC-USER " " NTC-TYPE " " WS-STATUS-TEXT
           DISPLAY "       " NTC-SUBJECT
           DISPLAY "       TO " NTC-CONTACT
           IF NTC-STATUS IS EQUAL TO 'F'
              DISPLAY "       " NTC-REASON
           END-IF
           .
       M040-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM MAINTAIN-NOTICES.
