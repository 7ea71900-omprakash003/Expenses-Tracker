       01 WS-ACT-DISP              PIC Z(9)9.99.
       01 WS-PRO-DISP              PIC Z(9)9.
       01 WS-ACC-DISP              PIC Z(9)9.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
               END-PERFORM
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE "budget-build.rpt" TO WS-SPOOL-REPORT
           MOVE "BUILD-BUDGET"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "YEAR "          DELIMITED BY SIZE
                  WS-TARGET-IN     DELIMITED BY SIZE
                  " FROM "         DELIMITED BY SIZE
                  WS-PRIOR-YEAR-X  DELIMITED BY SIZE
                  " ACTUALS METHOD " DELIMITED BY SIZE
                  WS-METHOD        DELIMITED BY SIZE
                  " UPLIFT "       DELIMITED BY SIZE
                  WS-UPLIFT        DELIMITED BY SIZE
                  "%"              DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           .
       G500-EXIT.
           EXIT.
