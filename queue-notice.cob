      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. QUEUE-NOTICE.
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
           SELECT NTC-FILE  ASSIGN TO "notices.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NTC-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * CONTACT is where the member's notices go - an e-mail address
      * or a mobile number, whatever the gateway takes; blank means
      * the member gets none.  NOTIFY holds one flag per message
      * type - BUDGET, ALLOWANCE, BILLDUE, CONFIRM, CLAIM, LOCKOUT in
      * that order - 'N' turning that type off; blank (and every
      * record written before the field) receives it.
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
       FD NTC-FILE.
       01 NTC-RECORD.
        COPY notice_record.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-USR-STATUS            PIC X(2).
       01 WS-NTC-STATUS            PIC X(2).
       01 WS-END-FILE              PIC X(1).
       01 WS-NOTICE-PERSON         PIC X(10)  EXTERNAL.
       01 WS-NOTICE-TYPE           PIC X(10)  EXTERNAL.
       01 WS-NOTICE-COND           PIC X(30)  EXTERNAL.
       01 WS-NOTICE-SUBJECT        PIC X(60)  EXTERNAL.
       01 WS-NOTICE-BODY           PIC X(200) EXTERNAL.
       01 WS-NOTICE-PROGRAM        PIC X(18)  EXTERNAL.
       01 WS-NOTICE-QUEUED         PIC 9(3)   EXTERNAL.
       01 WS-SYS-DATE              PIC X(8).
       01 WS-SYS-TIME              PIC X(8).
       01 WS-TYPE-POS              PIC 9(1).
       01 WS-TO-ADMINS             PIC X(1).
       01 WS-USR-COUNT             PIC 9(3).
       01 WS-USR-TABLE.
          05 WS-USR-ENTRY OCCURS 100 TIMES.
             10 WS-TU-NAME         PIC X(10).
             10 WS-TU-LEVEL        PIC X(1).
             10 WS-TU-CONTACT      PIC X(40).
             10 WS-TU-NOTIFY       PIC X(6).
             10 WS-TU-SEND         PIC X(1).
       01 WS-USR-IDX               PIC 9(3).
       01 WS-LAST-NUMBER           PIC 9(6).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. CALLed by any program with
      * something a member should hear about: the caller fills the
      * WS-NOTICE fields and this puts the message on the outbox,
      * notices.dat, for the mail or SMS gateway.  The message goes
      * to the member named in WS-NOTICE-PERSON, at the contact on
      * their users.dat record; "*ADMIN" - or a person with no
      * sign-on, such as a household account - sends it to every
      * administrator instead.  A member with no contact, or who has
      * turned the message type off, is skipped, and so is one who
      * already has a message standing for the same type and
      * condition, so a check that fires again on the same thing
      * does not send it twice.  WS-NOTICE-QUEUED comes back with
      * the number of messages queued.  No prompts and no lock, the
      * same as SPOOL-REPORT: the callers may hold expense.lck.
      **
           MOVE 0 TO WS-NOTICE-QUEUED
           IF WS-NOTICE-TYPE IS EQUAL TO SPACES OR
              WS-NOTICE-TYPE IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           EVALUATE WS-NOTICE-TYPE
               WHEN "BUDGET"
                   MOVE 1 TO WS-TYPE-POS
               WHEN "ALLOWANCE"
                   MOVE 2 TO WS-TYPE-POS
               WHEN "BILLDUE"
                   MOVE 3 TO WS-TYPE-POS
               WHEN "CONFIRM"
                   MOVE 4 TO WS-TYPE-POS
               WHEN "CLAIM"
                   MOVE 5 TO WS-TYPE-POS
               WHEN "LOCKOUT"
                   MOVE 6 TO WS-TYPE-POS
               WHEN OTHER
                   MOVE 0 TO WS-TYPE-POS
           END-EVALUATE
           PERFORM Q100-LOAD-USERS THRU Q100-EXIT
           PERFORM Q110-PICK-RECIPIENTS THRU Q110-EXIT
           PERFORM Q120-DROP-REPEATS THRU Q120-EXIT
           PERFORM Q130-WRITE-NOTICES THRU Q130-EXIT
           MOVE SPACES TO WS-NOTICE-PERSON
           MOVE SPACES TO WS-NOTICE-TYPE
           MOVE SPACES TO WS-NOTICE-COND
           MOVE SPACES TO WS-NOTICE-SUBJECT
           MOVE SPACES TO WS-NOTICE-BODY
           MOVE SPACES TO WS-NOTICE-PROGRAM.
       MAIN-EXIT.
           GOBACK.

       Q100-LOAD-USERS.
           MOVE 0 TO WS-USR-COUNT
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT USR-FILE
           IF WS-USR-STATUS IS NOT EQUAL TO "00"
              GO TO Q100-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ USR-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF WS-USR-COUNT < 100
                     ADD 1 TO WS-USR-COUNT
                     MOVE USR-NAME    TO WS-TU-NAME(WS-USR-COUNT)
                     MOVE USR-LEVEL   TO WS-TU-LEVEL(WS-USR-COUNT)
                     MOVE USR-CONTACT TO WS-TU-CONTACT(WS-USR-COUNT)
                     MOVE USR-NOTIFY  TO WS-TU-NOTIFY(WS-USR-COUNT)
                     MOVE 'N'         TO WS-TU-SEND(WS-USR-COUNT)
                  END-IF
           END-PERFORM
           CLOSE USR-FILE
           .
       Q100-EXIT.
           EXIT.

       Q110-PICK-RECIPIENTS.
      **
      * Marks the member the notice is for - or, for "*ADMIN" and
      * for a person with no sign-on, every administrator - then
      * unmarks anyone with no contact or who turned the type off.
      **
           MOVE 'Y' TO WS-TO-ADMINS
           IF WS-NOTICE-PERSON IS NOT EQUAL TO "*ADMIN"
              MOVE 0 TO WS-USR-IDX
              PERFORM UNTIL WS-USR-IDX IS EQUAL TO WS-USR-COUNT
                  ADD 1 TO WS-USR-IDX
                  IF WS-TU-NAME(WS-USR-IDX) IS EQUAL TO
                     WS-NOTICE-PERSON
                     MOVE 'Y' TO WS-TU-SEND(WS-USR-IDX)
                     MOVE 'N' TO WS-TO-ADMINS
                  END-IF
              END-PERFORM
           END-IF
           MOVE 0 TO WS-USR-IDX
           PERFORM UNTIL WS-USR-IDX IS EQUAL TO WS-USR-COUNT
               ADD 1 TO WS-USR-IDX
               IF WS-TO-ADMINS IS EQUAL TO 'Y' AND
                  WS-TU-LEVEL(WS-USR-IDX) IS EQUAL TO 'A'
                  MOVE 'Y' TO WS-TU-SEND(WS-USR-IDX)
               END-IF
               IF WS-TU-CONTACT(WS-USR-IDX) IS EQUAL TO SPACES
                  MOVE 'N' TO WS-TU-SEND(WS-USR-IDX)
               END-IF
               IF WS-TYPE-POS > 0
                  IF WS-TU-NOTIFY(WS-USR-IDX)(WS-TYPE-POS:1) IS
                     EQUAL TO 'N'
                     MOVE 'N' TO WS-TU-SEND(WS-USR-IDX)
                  END-IF
               END-IF
           END-PERFORM
           .
       Q110-EXIT.
           EXIT.

       Q120-DROP-REPEATS.
      **
      * One pass of the outbox: any recipient who already has a
      * message for this type and condition that has not failed is
      * dropped, and the last message number is noted for the new
      * ones.
      **
           MOVE 0 TO WS-LAST-NUMBER
           MOVE 'N' TO WS-END-FILE
           OPEN INPUT NTC-FILE
           IF WS-NTC-STATUS IS NOT EQUAL TO "00"
              GO TO Q120-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ NTC-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF NTC-NUMBER IS NUMERIC AND
                     NTC-NUMBER > WS-LAST-NUMBER
                     MOVE NTC-NUMBER TO WS-LAST-NUMBER
                  END-IF
                  IF NTC-TYPE IS EQUAL TO WS-NOTICE-TYPE AND
                     NTC-CONDITION IS EQUAL TO WS-NOTICE-COND AND
                     NTC-STATUS IS NOT EQUAL TO 'F'
                     MOVE 0 TO WS-USR-IDX
                     PERFORM UNTIL WS-USR-IDX IS EQUAL TO WS-USR-COUNT
                         ADD 1 TO WS-USR-IDX
                         IF WS-TU-NAME(WS-USR-IDX) IS EQUAL TO
                            NTC-USER
                            MOVE 'N' TO WS-TU-SEND(WS-USR-IDX)
                         END-IF
                     END-PERFORM
                  END-IF
           END-PERFORM
           CLOSE NTC-FILE
           .
       Q120-EXIT.
           EXIT.

       Q130-WRITE-NOTICES.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           MOVE 0 TO WS-USR-IDX
           PERFORM UNTIL WS-USR-IDX IS EQUAL TO WS-USR-COUNT
               ADD 1 TO WS-USR-IDX
               IF WS-TU-SEND(WS-USR-IDX) IS EQUAL TO 'Y'
                  IF WS-NOTICE-QUEUED IS EQUAL TO 0
                     OPEN EXTEND NTC-FILE
                     IF WS-NTC-STATUS IS EQUAL TO "35"
                        OPEN OUTPUT NTC-FILE
                     END-IF
                  END-IF
                  ADD 1 TO WS-LAST-NUMBER
                  MOVE SPACES TO NTC-RECORD
                  MOVE WS-LAST-NUMBER      TO NTC-NUMBER
                  MOVE WS-SYS-DATE         TO NTC-QUEUED(1:8)
                  MOVE WS-SYS-TIME(1:6)    TO NTC-QUEUED(9:6)
                  MOVE WS-TU-NAME(WS-USR-IDX)    TO NTC-USER
                  MOVE WS-TU-CONTACT(WS-USR-IDX) TO NTC-CONTACT
                  MOVE WS-NOTICE-TYPE      TO NTC-TYPE
                  MOVE WS-NOTICE-COND      TO NTC-CONDITION
                  MOVE WS-NOTICE-SUBJECT   TO NTC-SUBJECT
                  MOVE WS-NOTICE-BODY      TO NTC-BODY
                  MOVE WS-NOTICE-PROGRAM   TO NTC-PROGRAM
                  MOVE 'P'                 TO NTC-STATUS
                  WRITE NTC-RECORD
                  ADD 1 TO WS-NOTICE-QUEUED
               END-IF
           END-PERFORM
           IF WS-NOTICE-QUEUED > 0
              CLOSE NTC-FILE
           END-IF
           .
       Q130-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM QUEUE-NOTICE.
