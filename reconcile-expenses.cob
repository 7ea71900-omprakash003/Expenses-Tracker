       01 WS-VYYYY-TXT            PIC X(4).
       01 WS-VDD-NUM              PIC 9(2).
       01 WS-VMM-NUM              PIC 9(2).
       01 WS-ACCESS-PROGRAM       PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON        PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM          PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO            PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS       PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS         PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           PERFORM L900-LOG-ACCESS THRU L900-EXIT
           DISPLAY WS-REC-COUNT " RECORDS CHECKED, "
                   WS-BAD-COUNT " BAD RECORD(S) FOUND".
       MAIN-EXIT.
           .
       L010-EXIT.
           EXIT.

       L900-LOG-ACCESS.
      **
      * Puts the check on the access log: the whole file is read
      * and the bad records are shown, whoever they belong to.
      **
           MOVE "RECONCILE-EXPENSES" TO WS-ACCESS-PROGRAM
           MOVE "*ALL"               TO WS-ACCESS-PERSON
           MOVE "00000000"           TO WS-ACCESS-FROM
           MOVE "99999999"           TO WS-ACCESS-TO
           MOVE WS-REC-COUNT         TO WS-ACCESS-RECORDS
           MOVE "RECORD CHECK"       TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       L900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM RECONCILE-EXPENSES.
