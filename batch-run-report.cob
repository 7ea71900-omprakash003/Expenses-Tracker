      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BATCH-RUN-REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PARM-FILE  ASSIGN TO "runreport.par"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD PARM-FILE.
       01 PARM-RECORD.
          05 PARM-DEFINITION              PIC X(10).
          05 FILLER                       PIC X(1).
          05 PARM-OUTPUT                  PIC X(1).
          05 FILLER                       PIC X(68).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-PARM-STATUS                  PIC X(2).
       01 WS-END-FILE                     PIC X(1) VALUE 'N'.
       01 WS-RUN-DEFINITION               PIC X(10) EXTERNAL.
       01 WS-RUN-OUTPUT                   PIC X(1)  EXTERNAL.
       01 WS-STEP-RC                      PIC 9(4).
       01 WS-HIGH-RC                      PIC 9(4) VALUE 0.
       01 WS-RUN-COUNT                    PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Runs unattended the saved
      * report definitions named in runreport.par, one per line: the
      * definition name in columns 1-10 and, in column 12, R or C to
      * send it to the report spool or a CSV file whatever the
      * definition says (blank keeps the definition's own choice).
      * Lines starting '*' are comments.  Each runs through RUN-REPORT
      * with nothing asked; the step ends with the highest return code
      * of the runs, so a missing definition or a run cut short by a
      * full table (both 8) shows in the job stream.
      **
           MOVE 0 TO WS-HIGH-RC
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NO BATCH PARAMETER FILE FOUND (runreport.par)"
              MOVE 8 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF
           PERFORM UNTIL WS-END-FILE = 'Y'
               READ PARM-FILE
               AT END
                  MOVE 'Y' TO WS-END-FILE
               NOT AT END
                  IF PARM-DEFINITION IS NOT EQUAL TO SPACES AND
                     PARM-DEFINITION(1:1) IS NOT EQUAL TO "*"
                     PERFORM B100-RUN-ONE THRU B100-EXIT
                  END-IF
           END-PERFORM
           CLOSE PARM-FILE
           DISPLAY WS-RUN-COUNT " REPORT(S) RUN FROM runreport.par"
           MOVE WS-HIGH-RC TO RETURN-CODE.
       MAIN-EXIT.
           GOBACK.

       B100-RUN-ONE.
           MOVE PARM-DEFINITION TO WS-RUN-DEFINITION
           MOVE PARM-OUTPUT     TO WS-RUN-OUTPUT
           ADD 1 TO WS-RUN-COUNT
           DISPLAY "RUNNING REPORT DEFINITION " PARM-DEFINITION
           MOVE 0 TO RETURN-CODE
           CALL "RUN-REPORT"
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-STEP-RC > WS-HIGH-RC
              MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF
           .
       B100-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM BATCH-RUN-REPORT.
