      * before the field) meaning no limit.  MUST-CHANGE 'Y' forces
      * a new password at the next sign-on, FAILS counts wrong
      * passwords, LOCKED 'Y' shuts the account until cleared here.
      * CONTACT is the e-mail address or mobile number the member's
      * notices go to and NOTIFY which types they take - see
      * QUEUE-NOTICE; members keep both in MAINTAIN-NOTICES.
       FD USR-FILE.
       01 USR-RECORD.
          05 USR-NAME              PIC X(10).
          05 USR-MUST-CHANGE       PIC X(1).
          05 USR-FAILS             PIC 9(1).
          05 USR-LOCKED            PIC X(1).
          05 USR-CONTACT           PIC X(40).
          05 USR-NOTIFY            PIC X(6).
       FD TMP-FILE.
       01 TMP-RECORD.
          05 TMP-NAME              PIC X(10).
          05 TMP-MUST-CHANGE       PIC X(1).
          05 TMP-FAILS             PIC 9(1).
          05 TMP-LOCKED            PIC X(1).
          05 TMP-CONTACT           PIC X(40).
          05 TMP-NOTIFY            PIC X(6).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-USR-STATUS            PIC X(2).
              MOVE 0 TO USR-ALLOWANCE
              DISPLAY "NOT NUMERIC - NO LIMIT SET"
           END-IF
           DISPLAY "E-MAIL OR MOBILE NUMBER FOR NOTICES "
                   "(BLANK FOR NONE)"
           ACCEPT USR-CONTACT
           MOVE SPACES TO USR-NOTIFY
           WRITE USR-RECORD
           CLOSE USR-FILE
           DISPLAY "USER ADDED: " WS-NAME-IN
                     MOVE USR-ALLOWANCE TO WS-ALLOW-DISP
                     DISPLAY "            ALLOWANCE " WS-ALLOW-DISP
                  END-IF
                  IF USR-CONTACT IS NOT EQUAL TO SPACES
                     DISPLAY "            NOTICES TO " USR-CONTACT
                  END-IF
                  IF USR-LOCKED IS EQUAL TO 'Y'
                     DISPLAY "            *** LOCKED ***"
                  END-IF
