       01 WS-KEY-FILTER            PIC X(16) VALUE SPACES.
       01 WS-SHOWN-COUNT           PIC 9(6) VALUE 0.
       01 WS-AMT-DISP              PIC Z(5)9.99.
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      * The main procedure of the program. Browses the audit journal
      * for a given date range of changes, or for every entry touching
      * one EXP-KEY, and shows who made each change with the record
      * images before and after it.  The images are any member's
      * records, so the browse is put on the access log.
      **
           MOVE 'N' TO WS-END-FILE
           MOVE 0 TO WS-SHOWN-COUNT
           MOVE 0 TO WS-START-CMP
           MOVE 99999999 TO WS-END-CMP
           DISPLAY "START DATE (DD/MM/YYYY, BLANK FOR NO LIMIT)"
           ACCEPT WS-START-DATE
           DISPLAY "END DATE   (DD/MM/YYYY, BLANK FOR NO LIMIT)"
                  END-IF
           END-PERFORM
           CLOSE JRN-FILE
           PERFORM V900-LOG-ACCESS
           DISPLAY "----------------------------------------"
           DISPLAY WS-SHOWN-COUNT " JOURNAL ENTRIES SHOWN".
       MAIN-EXIT.
              COMPUTE WS-CCMP = WS-CYYYY * 10000 + WS-CMM * 100 + WS-CDD
           END-IF
           .
       V900-LOG-ACCESS.
      **
      * Puts the browse on the access log: every member's records,
      * the range of change dates and how many entries were shown.
      **
           MOVE "VIEW-JOURNAL"   TO WS-ACCESS-PROGRAM
           MOVE SPACES           TO WS-ACCESS-PERSON
           MOVE WS-START-CMP     TO WS-ACCESS-FROM
           MOVE WS-END-CMP       TO WS-ACCESS-TO
           MOVE WS-SHOWN-COUNT   TO WS-ACCESS-RECORDS
           MOVE SPACES           TO WS-ACCESS-PARMS
           IF WS-KEY-FILTER IS NOT EQUAL TO SPACES
              STRING "JOURNAL ENTRIES FOR KEY " DELIMITED BY SIZE
                     WS-KEY-FILTER              DELIMITED BY SIZE
                INTO WS-ACCESS-PARMS
           ELSE
              MOVE "JOURNAL ENTRIES, ALL KEYS" TO WS-ACCESS-PARMS
           END-IF
           CALL "LOG-ACCESS"
           .
      ** add other procedures here
       END PROGRAM VIEW-JOURNAL.
