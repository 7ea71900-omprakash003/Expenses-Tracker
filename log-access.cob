      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOG-ACCESS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ALG-FILE  ASSIGN TO "access.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALG-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD ALG-FILE.
       01 ALG-RECORD.
        COPY access_record.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-ALG-STATUS            PIC X(2).
       01 WS-SYS-DATE              PIC X(8).
       01 WS-SYS-TIME              PIC X(8).
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
      * whose records and what dates were last logged, left for
      * SPOOL-REPORT to put on the spool index of the report run
       01 WS-LOGGED-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-LOGGED-PERSON         PIC X(10) EXTERNAL.
       01 WS-LOGGED-FROM           PIC X(8)  EXTERNAL.
       01 WS-LOGGED-TO             PIC X(8)  EXTERNAL.
       01 WS-SIGNON-USER           PIC X(10) EXTERNAL.
       01 WS-SIGNON-LEVEL          PIC X(1)  EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. CALLed by every inquiry
      * and report program once it has read the spending: the
      * caller fills the WS-ACCESS fields with whose records it
      * read, over what dates, and how many, and this appends the
      * entry to the access log, access.dat, stamped with the
      * signed-on user and the time.  The inquiries that pick out a
      * person or a period (VIEW-RECORDS, SETTLEMENT-REPORT,
      * MONTHLY-STATEMENT, TAX-REPORT, PAYEE-REPORT) and the screen
      * inquiries that file no report log their own run; every
      * other report is logged by SPOOL-REPORT as it files the
      * report, which passes over a program that logs its own by
      * seeing WS-ACCESS-PROGRAM already set to it.  The log is
      * only ever opened to extend - nothing rewrites it, and
      * RESTORE-BACKUP will not put a backup generation back over
      * it.  No prompts and no lock, the same as SPOOL-REPORT: the
      * callers may hold expense.lck.  The fields are cleared for
      * the next caller; the program, person and dates logged are
      * kept in the WS-LOGGED fields, so that SPOOL-REPORT can index
      * a self-logged report under whose spending it shows.
      **
           IF WS-ACCESS-PROGRAM IS EQUAL TO SPACES OR
              WS-ACCESS-PROGRAM IS EQUAL TO LOW-VALUES
              GO TO MAIN-EXIT
           END-IF
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           OPEN EXTEND ALG-FILE
           IF WS-ALG-STATUS IS EQUAL TO "35"
              OPEN OUTPUT ALG-FILE
           END-IF
           MOVE SPACES TO ALG-RECORD
           MOVE WS-SYS-DATE         TO ALG-STAMP(1:8)
           MOVE WS-SYS-TIME(1:6)    TO ALG-STAMP(9:6)
           IF WS-SIGNON-USER IS EQUAL TO SPACES OR
              WS-SIGNON-USER IS EQUAL TO LOW-VALUES
              MOVE "*NONE"          TO ALG-USER
              MOVE SPACE            TO ALG-LEVEL
           ELSE
              MOVE WS-SIGNON-USER   TO ALG-USER
              MOVE WS-SIGNON-LEVEL  TO ALG-LEVEL
           END-IF
           MOVE WS-ACCESS-PROGRAM   TO ALG-PROGRAM
           IF WS-ACCESS-PERSON IS EQUAL TO SPACES OR
              WS-ACCESS-PERSON IS EQUAL TO LOW-VALUES
              MOVE "*ALL"           TO ALG-PERSON
           ELSE
              MOVE WS-ACCESS-PERSON TO ALG-PERSON
           END-IF
           IF WS-ACCESS-FROM IS NOT EQUAL TO LOW-VALUES
              MOVE WS-ACCESS-FROM   TO ALG-FROM
           END-IF
           IF WS-ACCESS-TO IS NOT EQUAL TO LOW-VALUES
              MOVE WS-ACCESS-TO     TO ALG-TO
           END-IF
           IF WS-ACCESS-RECORDS IS NOT EQUAL TO LOW-VALUES
              MOVE WS-ACCESS-RECORDS TO ALG-RECORDS
           END-IF
           IF WS-ACCESS-PARMS IS NOT EQUAL TO LOW-VALUES
              MOVE WS-ACCESS-PARMS  TO ALG-PARMS
           END-IF
           WRITE ALG-RECORD
           CLOSE ALG-FILE
           MOVE ALG-PROGRAM TO WS-LOGGED-PROGRAM
           MOVE ALG-PERSON  TO WS-LOGGED-PERSON
           MOVE ALG-FROM    TO WS-LOGGED-FROM
           MOVE ALG-TO      TO WS-LOGGED-TO
           MOVE SPACES TO WS-ACCESS-PROGRAM
           MOVE SPACES TO WS-ACCESS-PERSON
           MOVE SPACES TO WS-ACCESS-FROM
           MOVE SPACES TO WS-ACCESS-TO
           MOVE SPACES TO WS-ACCESS-RECORDS
           MOVE SPACES TO WS-ACCESS-PARMS.
       MAIN-EXIT.
           GOBACK.
      ** add other procedures here
       END PROGRAM LOG-ACCESS.
