       01 WS-CHECKED-COUNT         PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT         PIC 9(6) VALUE 0.
       01 WS-REPORT-AMOUNT         PIC ZZZZZ9.99.
       01 WS-SPOOL-REPORT          PIC X(20) EXTERNAL.
       01 WS-SPOOL-PROGRAM         PIC X(18) EXTERNAL.
       01 WS-SPOOL-PARMS           PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE
           MOVE "missing-receipts.rpt" TO WS-SPOOL-REPORT
           MOVE "MISSING-RECEIPTS"     TO WS-SPOOL-PROGRAM
           MOVE SPACES TO WS-SPOOL-PARMS
           STRING "REIMBURSABLE ITEMS FOR " DELIMITED BY SIZE
                  WS-MM-IN         DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-YYYY-IN       DELIMITED BY SIZE
             INTO WS-SPOOL-PARMS
           CALL "SPOOL-REPORT"
           DISPLAY WS-CHECKED-COUNT " REIMBURSABLE ITEM(S) CHECKED, "
                   WS-MISSING-COUNT " WITHOUT A RECEIPT"
           DISPLAY "REPORT WRITTEN TO missing-receipts.rpt".
