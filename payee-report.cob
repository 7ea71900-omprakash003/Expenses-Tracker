       01 WS-UNCODED-RECS          PIC 9(6) VALUE 0.
       01 WS-OVERFLOW              PIC X(1) VALUE 'N'.
       01 WS-TOT-DISP              PIC Z(10)9.99.
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
                  IF EXP-TYPE IS NOT EQUAL TO 'I' AND
                     (WS-YYYY-IN IS EQUAL TO SPACES OR
                      EXP-DATE(7:4) IS EQUAL TO WS-YYYY-IN)
                     ADD 1 TO WS-READ-COUNT
                     PERFORM P100-ACCUM-PAYEE THRU P100-EXIT
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           PERFORM P900-LOG-ACCESS THRU P900-EXIT

           IF WS-PYE-COUNT IS EQUAL TO 0 AND WS-UNCODED-RECS = 0
              DISPLAY "NOTHING TO REPORT"
           .
       P200-EXIT.
           EXIT.

       P900-LOG-ACCESS.
      **
      * Puts the run on the access log: every member's spending for
      * the year, or for all years when none was keyed, and how many
      * records it took in.
      **
           MOVE "PAYEE-REPORT"      TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           IF WS-YYYY-IN IS EQUAL TO SPACES
              MOVE "00000000"       TO WS-ACCESS-FROM
              MOVE "99999999"       TO WS-ACCESS-TO
           ELSE
              MOVE SPACES           TO WS-ACCESS-FROM
              STRING WS-YYYY-IN     DELIMITED BY SIZE
                     "0101"         DELIMITED BY SIZE
                INTO WS-ACCESS-FROM
              MOVE SPACES           TO WS-ACCESS-TO
              STRING WS-YYYY-IN     DELIMITED BY SIZE
                     "1231"         DELIMITED BY SIZE
                INTO WS-ACCESS-TO
           END-IF
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE "SPENDING BY PAYEE" TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       P900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM PAYEE-REPORT.
