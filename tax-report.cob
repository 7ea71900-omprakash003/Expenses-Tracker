             10 WS-DED-ITEMS       PIC 9(5).
       01 WS-DED-IDX               PIC 9(3).
       01 WS-DED-HIT               PIC 9(3).
       01 WS-DED-FULL              PIC X(1) VALUE 'N'.
       01 WS-ACC-CATEGORY          PIC X(15).
       01 WS-ACC-AMOUNT            PIC 9(6)V99.
       01 WS-SPL-IDX               PIC 9(1).
       01 WS-GRAND-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-REIMB-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-LISTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-REPORT-AMOUNT         PIC ZZZZZ9.99.
       01 WS-TOTAL-EDIT            PIC Z(10)9.99.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.

           PERFORM T020-READ-LIVE THRU T020-EXIT
           PERFORM T030-READ-ARCHIVE THRU T030-EXIT
           PERFORM T900-LOG-ACCESS THRU T900-EXIT
           PERFORM T100-SUBTOTALS THRU T100-EXIT
           IF WS-DED-FULL IS EQUAL TO 'Y'
              MOVE "INCOMPLETE - TABLE FULL" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "MORE THAN 50 DEDUCTIBLE CATEGORIES - THE REST ARE "
                TO REPORT-RECORD
              MOVE "NOT IN THE PACKAGE" TO REPORT-RECORD(51:18)
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "tax-package.rpt" TO WS-SPOOL-REPORT
           MOVE "TAX-REPORT"      TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "TAX YEAR "      DELIMITED BY SIZE
                  WS-YYYY-IN       DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           MOVE "TAX-REPORT"      TO WS-ACCESS-PROGRAM
           CALL "SPOOL-REPORT"
           DISPLAY WS-LISTED-COUNT " DEDUCTIBLE ITEM(S) LISTED"
           DISPLAY "TAX PACKAGE WRITTEN TO tax-package.rpt"
           IF WS-DED-FULL IS EQUAL TO 'Y'
              DISPLAY "INCOMPLETE - TABLE FULL - SEE tax-package.rpt"
              MOVE 8 TO RETURN-CODE
           END-IF.
       MAIN-EXIT.
           GOBACK.

               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF CAT-DEDUCT IS EQUAL TO 'D' AND
                     WS-DED-COUNT IS EQUAL TO 50
                     MOVE 'Y' TO WS-DED-FULL
                  END-IF
                  IF CAT-DEDUCT IS EQUAL TO 'D' AND
                     WS-DED-COUNT < 50
                     ADD 1 TO WS-DED-COUNT
           IF EXP-DATE IN FS-RECORD (7:4) IS NOT EQUAL TO WS-YYYY-IN
              GO TO T040-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE EXP-REIMB-FLAG IN FS-RECORD TO WS-REC-REIMB
           IF EXP-SPLIT-COUNT IN FS-RECORD IS NUMERIC AND
              EXP-SPLIT-COUNT IN FS-RECORD > 0
           .
       T100-EXIT.
           EXIT.

       T900-LOG-ACCESS.
      **
      * Puts the run on the access log: every member's spending for
      * the tax year, live and archived, and how many records it
      * took in.  The name goes back in WS-ACCESS-PROGRAM before the
      * spool call so SPOOL-REPORT does not log the run again.
      **
           MOVE "TAX-REPORT"        TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE SPACES              TO WS-ACCESS-FROM
           STRING WS-YYYY-IN        DELIMITED BY SIZE
                  "0101"            DELIMITED BY SIZE
             INTO WS-ACCESS-FROM
           MOVE SPACES              TO WS-ACCESS-TO
           STRING WS-YYYY-IN        DELIMITED BY SIZE
                  "1231"            DELIMITED BY SIZE
             INTO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE SPACES              TO WS-ACCESS-PARMS
           STRING "TAX YEAR "       DELIMITED BY SIZE
                  WS-YYYY-IN        DELIMITED BY SIZE
             INTO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       T900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM TAX-REPORT.
