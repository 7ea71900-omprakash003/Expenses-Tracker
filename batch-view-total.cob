          05 WS-SYS-YYYY                  PIC 9(4).
          05 WS-SYS-MM                    PIC 9(2).
          05 WS-SYS-DD                    PIC 9(2).
       01 WS-SPOOL-FROM                   PIC X(10).
       01 WS-SPOOL-TO                     PIC X(10).
       01 WS-SPOOL-WHO                    PIC X(10).
       01 WS-SPOOL-REPORT                 PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM                PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS                  PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
              MOVE "NO RECORDS ON FILE" TO REPORT-RECORD
              WRITE REPORT-RECORD
              CLOSE REPORT-FILE
              PERFORM C150-SPOOL-REPORT
              GO TO MAIN-EXIT
           END-IF

           WRITE REPORT-RECORD

           PERFORM C120-SHOW-BUDGET-STATUS
           CLOSE REPORT-FILE
           PERFORM C150-SPOOL-REPORT.
       MAIN-EXIT.
      * GOBACK rather than STOP RUN so the step also runs under the
      * BATCH-DRIVER job stream without ending the whole run unit;
              COMPUTE WS-CCMP = WS-CYYYY * 10000 + WS-CMM * 100 + WS-CDD
           END-IF
           .
       C150-SPOOL-REPORT.
      **
      * Keeps this run's batch-viewtotal.rpt as a numbered spool
      * generation with the viewtotal.par selection it was run for.
      **
           MOVE WS-START-DATE TO WS-SPOOL-FROM
           IF WS-SPOOL-FROM IS EQUAL TO SPACES
              MOVE "ANY" TO WS-SPOOL-FROM
           END-IF
           MOVE WS-END-DATE TO WS-SPOOL-TO
           IF WS-SPOOL-TO IS EQUAL TO SPACES
              MOVE "ANY" TO WS-SPOOL-TO
           END-IF
           MOVE WS-PERSON-FILTER TO WS-SPOOL-WHO
           IF WS-SPOOL-WHO IS EQUAL TO SPACES
              MOVE "ALL" TO WS-SPOOL-WHO
           END-IF
           MOVE "batch-viewtotal.rpt" TO WS-SPOOL-REPORT
           MOVE "BATCH-VIEW-TOTAL"    TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "FROM "        DELIMITED BY SIZE
                  WS-SPOOL-FROM  DELIMITED BY SIZE
                  " TO "         DELIMITED BY SIZE
                  WS-SPOOL-TO    DELIMITED BY SIZE
                  " PERSON "     DELIMITED BY SIZE
                  WS-SPOOL-WHO   DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           .
      ** add other procedures here
       END PROGRAM BATCH-VIEW-TOTAL.
