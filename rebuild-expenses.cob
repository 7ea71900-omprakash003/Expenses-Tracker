       01 WS-APPLIED-COUNT         PIC 9(6) VALUE 0.
       01 WS-WRITTEN-COUNT         PIC 9(6) VALUE 0.
       01 WS-UNDONE-COUNT          PIC 9(6) VALUE 0.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "rebuild.rpt"      TO WS-SPOOL-REPORT
           MOVE "REBUILD-EXPENSES" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "REBUILD FROM THE JOURNAL AS AT " DELIMITED BY SIZE
                  WS-CUTOFF        DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY WS-WRITTEN-COUNT " RECORD(S) RESTORED ("
                   WS-SEEDED-COUNT " CARRIED FORWARD FROM BEFORE "
                   "THE JOURNAL) - REPORT ON rebuild.rpt"
             INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE "rebuild.rpt"      TO WS-SPOOL-REPORT
           MOVE "REBUILD-EXPENSES" TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "ROLLBACK OF "   DELIMITED BY SIZE
                  WS-PROG-IN       DELIMITED BY SPACE
                  " AFTER "        DELIMITED BY SIZE
                  WS-CUTOFF        DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY WS-UNDONE-COUNT " JOURNAL ENTRIES UNDONE - "
                   "REPORT ON rebuild.rpt"
           .
                  MOVE 'Y' TO WS-MTR-EOF
               NOT AT END
                  IF EXP-TYPE IN FS-RECORD IS NOT EQUAL TO 'I' AND
                     EXP-GOAL-FLAG IN FS-RECORD IS NOT EQUAL TO 'G' AND
                     EXP-KEY IN FS-RECORD (1:6) IS NUMERIC
                     PERFORM T530-BUCKET-MONTH THRU T530-EXIT
                  END-IF
