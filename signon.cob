      * MUST-CHANGE 'Y' forces a new password at the next sign-on,
      * FAILS counts wrong passwords since the last good one, and
      * LOCKED 'Y' shuts the account until a level-'A' user clears
      * it in USER-MAINT.  CONTACT and NOTIFY are where the member's
      * notices go and which types they take - see QUEUE-NOTICE.
       FD USR-FILE.
       01 USR-RECORD.
          05 USR-NAME              PIC X(10).
          05 USR-MUST-CHANGE       PIC X(1).
          05 USR-FAILS             PIC 9(1).
          05 USR-LOCKED            PIC X(1).
          05 USR-CONTACT           PIC X(40).
          05 USR-NOTIFY            PIC X(6).
       FD TMP-FILE.
       01 TMP-RECORD               PIC X(78).
       FD JRN-FILE.
       01 JRN-RECORD.
        COPY journal_record.
       01 WS-CH-NUM REDEFINES WS-CH-PAIR PIC 9(4) COMP.
       01 WS-JRN-DATE              PIC X(8).
       01 WS-JRN-TIME              PIC X(8).
       01 WS-NOTICE-PERSON         PIC X(10)  EXTERNAL.
       01 WS-NOTICE-TYPE           PIC X(10)  EXTERNAL.
       01 WS-NOTICE-COND           PIC X(30)  EXTERNAL.
       01 WS-NOTICE-SUBJECT        PIC X(60)  EXTERNAL.
       01 WS-NOTICE-BODY           PIC X(200) EXTERNAL.
       01 WS-NOTICE-PROGRAM        PIC X(18)  EXTERNAL.
       01 WS-LOCK-COND             PIC X(30).
       01 WS-LOCK-SUBJECT          PIC X(60).
       01 WS-LOCK-BODY             PIC X(200).
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE 'N'         TO USR-MUST-CHANGE
           MOVE 0           TO USR-FAILS
           MOVE 'N'         TO USR-LOCKED
           MOVE SPACES      TO USR-CONTACT
           MOVE SPACES      TO USR-NOTIFY
           WRITE USR-RECORD
           CLOSE USR-FILE
           DISPLAY "ADMINISTRATOR CREATED"
           PERFORM S160-COPY-BACK THRU S160-EXIT
           IF WS-LOCKED-NOW IS EQUAL TO 'Y'
              DISPLAY "TOO MANY FAILED ATTEMPTS - ACCOUNT LOCKED"
              PERFORM N010-NOTIFY-LOCKOUT THRU N010-EXIT
           END-IF
           .
       S130-EXIT.
       H010-EXIT.
           EXIT.

       N010-NOTIFY-LOCKOUT.
      **
      * Tells the member their account has just been locked, and
      * the administrators that it needs clearing, through the
      * notification outbox - a lock-out nobody hears about only
      * comes to light when the member next tries to sign on.
      **
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE SPACES TO WS-NOTICE-COND
           STRING "LOCKOUT "       DELIMITED BY SIZE
                  WS-NAME-IN       DELIMITED BY SIZE
                  WS-JRN-DATE      DELIMITED BY SIZE
                  WS-JRN-TIME(1:4) DELIMITED BY SIZE
             INTO WS-NOTICE-COND
           MOVE SPACES TO WS-LOCK-SUBJECT
           STRING "SIGN-ON LOCKED FOR " DELIMITED BY SIZE
                  WS-NAME-IN            DELIMITED BY SIZE
             INTO WS-LOCK-SUBJECT
           MOVE SPACES TO WS-LOCK-BODY
           STRING "FIVE WRONG PASSWORDS IN A ROW FOR USER "
                                        DELIMITED BY SIZE
                  WS-NAME-IN            DELIMITED BY SIZE
                  " ON "                DELIMITED BY SIZE
                  WS-JRN-DATE(7:2)      DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-JRN-DATE(5:2)      DELIMITED BY SIZE
                  "/"                   DELIMITED BY SIZE
                  WS-JRN-DATE(1:4)      DELIMITED BY SIZE
                  " AT "                DELIMITED BY SIZE
                  WS-JRN-TIME(1:2)      DELIMITED BY SIZE
                  ":"                   DELIMITED BY SIZE
                  WS-JRN-TIME(3:2)      DELIMITED BY SIZE
                  ". THE ACCOUNT STAYS LOCKED UNTIL AN "
                                        DELIMITED BY SIZE
                  "ADMINISTRATOR CLEARS IT IN USER-MAINT."
                                        DELIMITED BY SIZE
             INTO WS-LOCK-BODY
           MOVE WS-NAME-IN      TO WS-NOTICE-PERSON
           MOVE "LOCKOUT"       TO WS-NOTICE-TYPE
           MOVE WS-LOCK-SUBJECT TO WS-NOTICE-SUBJECT
           MOVE WS-LOCK-BODY    TO WS-NOTICE-BODY
           MOVE "SIGNON"        TO WS-NOTICE-PROGRAM
           MOVE WS-NOTICE-COND  TO WS-LOCK-COND
           CALL "QUEUE-NOTICE"
           MOVE "*ADMIN"        TO WS-NOTICE-PERSON
           MOVE "LOCKOUT"       TO WS-NOTICE-TYPE
           MOVE WS-LOCK-COND    TO WS-NOTICE-COND
           MOVE WS-LOCK-SUBJECT TO WS-NOTICE-SUBJECT
           MOVE WS-LOCK-BODY    TO WS-NOTICE-BODY
           MOVE "SIGNON"        TO WS-NOTICE-PROGRAM
           CALL "QUEUE-NOTICE"
           .
       N010-EXIT.
           EXIT.

       J020-JOURNAL-FAILURE.
      **
      * Every failed attempt goes to journal.dat - who was tried,
