           SELECT USR-FILE  ASSIGN TO "users.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USR-STATUS.
           SELECT DEP-FILE  ASSIGN TO "departures.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEP-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
          05 USR-NAME              PIC X(10).
          05 USR-PASSWORD          PIC X(10).
          05 USR-LEVEL             PIC X(1).
          05 USR-ALLOWANCE         PIC 9(6)V99.
          05 USR-MUST-CHANGE       PIC X(1).
          05 USR-FAILS             PIC 9(1).
          05 USR-LOCKED            PIC X(1).
          05 USR-CONTACT           PIC X(40).
          05 USR-NOTIFY            PIC X(6).
      * One line per member who has left the household, written by
      * MEMBER-DEPARTURE: the leaving date, when the departure was
      * run and by whom, and the final settlement position (plus
      * owed to them, minus owed by them).
       FD DEP-FILE.
       01 DEP-RECORD.
          05 DEP-PERSON            PIC X(10).
          05 DEP-LEFT              PIC X(10).
          05 DEP-RUN-DATE          PIC X(8).
          05 DEP-RUN-BY            PIC X(10).
          05 DEP-NET               PIC S9(9)V99 SIGN LEADING SEPARATE.
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-EXP-STATUS            PIC X(2).
       01 WS-USR-STATUS            PIC X(2).
       01 WS-USR-EOF               PIC X(1).
       01 WS-DEP-STATUS            PIC X(2).
       01 WS-DEP-EOF               PIC X(1).
       01 WS-DEP-COUNT             PIC 9(2) VALUE 0.
       01 WS-DEP-TABLE.
          05 WS-DEP-ENTRY OCCURS 20 TIMES.
             10 WS-DEP-NAME        PIC X(10).
             10 WS-DEP-CMP         PIC 9(8).
       01 WS-DEP-IDX               PIC 9(2).
       01 WS-LEFT-CMP              PIC 9(8).
       01 WS-END-FILE              PIC X(1) VALUE 'N'.
       01 WS-START-DATE            PIC X(10) VALUE SPACES.
       01 WS-END-DATE              PIC X(10) VALUE SPACES.
       01 WS-CYYYY                 PIC 9(4).
       01 WS-CCMP                  PIC 9(8).
       01 WS-CDATE-OK              PIC X(1).
       01 WS-READ-COUNT            PIC 9(7) VALUE 0.
       01 WS-MBR-COUNT             PIC 9(2) VALUE 0.
       01 WS-MBR-TABLE.
          05 WS-MBR-ENTRY OCCURS 20 TIMES.
             10 WS-MBR-NAME        PIC X(10).
             10 WS-MBR-PAID        PIC 9(11)V99.
             10 WS-MBR-NET         PIC S9(11)V99.
             10 WS-MBR-LEFT        PIC 9(8).
             10 WS-MBR-SHARE       PIC 9(11)V99.
       01 WS-MBR-IDX               PIC 9(2).
       01 WS-MBR-FOUND             PIC X(1).
       01 WS-MBR-FULL              PIC X(1) VALUE 'N'.
       01 WS-SHARED-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-FAIR-SHARE            PIC 9(11)V99.
      * shared spending bucketed by how many members had left by the
      * date it was spent - everyone still in the household on the
      * day shares it; BKT-CMP is one date that fell in the bucket
       01 WS-BKT-TABLE.
          05 WS-BKT-ENTRY OCCURS 21 TIMES.
             10 WS-BKT-TOTAL       PIC 9(11)V99.
             10 WS-BKT-CMP         PIC 9(8).
       01 WS-BKT-IDX               PIC 9(2).
       01 WS-BKT-USED              PIC 9(2) VALUE 0.
       01 WS-BKT-MEMBERS           PIC 9(2).
       01 WS-BKT-SHARE             PIC 9(11)V99.
       01 WS-SHARERS               PIC 9(2) VALUE 0.
       01 WS-SHARE-DISP            PIC Z(10)9.99.
       01 WS-REMAINDER             PIC 9(9)V99.
       01 WS-TOT-DISP              PIC Z(10)9.99.
       01 WS-PAID-DISP             PIC Z(10)9.99.
       01 WS-REM-DISP              PIC Z(8)9.99.
       01 WS-NET-EDIT              PIC +9(9).99.
       01 WS-DEBTOR-IDX            PIC 9(2).
       01 WS-CREDITOR-IDX          PIC 9(2).
       01 WS-BEST-CREDIT           PIC S9(11)V99.
       01 WS-TRANSFER              PIC 9(11)V99.
       01 WS-TRANSFER-EDIT         PIC Z(10)9.99.
       01 WS-ACCESS-PROGRAM        PIC X(18) EXTERNAL.
       01 WS-ACCESS-PERSON         PIC X(10) EXTERNAL.
       01 WS-ACCESS-FROM           PIC X(8)  EXTERNAL.
       01 WS-ACCESS-TO             PIC X(8)  EXTERNAL.
       01 WS-ACCESS-RECORDS        PIC X(7)  EXTERNAL.
       01 WS-ACCESS-PARMS          PIC X(60) EXTERNAL.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      * minimal set of transfers that squares everyone up - the
      * biggest debtor pays the biggest creditor until nobody owes.
      * Personal records and income stay out of the division.
      * A member who has left (departures.dat) shares only what was
      * spent up to and including their leaving date, and one who
      * left before the period starts is not counted at all.
      **
           DISPLAY "START DATE (DD/MM/YYYY, BLANK FOR NO LIMIT)"
           ACCEPT WS-START-DATE
              END-IF
           END-IF

           PERFORM G040-LOAD-DEPARTURES THRU G040-EXIT
           PERFORM G050-LOAD-MEMBERS THRU G050-EXIT
           MOVE 0 TO WS-BKT-IDX
           PERFORM UNTIL WS-BKT-IDX IS EQUAL TO 21
               ADD 1 TO WS-BKT-IDX
               MOVE 0 TO WS-BKT-TOTAL(WS-BKT-IDX)
               MOVE 0 TO WS-BKT-CMP(WS-BKT-IDX)
           END-PERFORM

           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS IS NOT EQUAL TO "00"
                        AND WS-REC-CMP <= WS-END-CMP
                        AND EXP-TYPE IS NOT EQUAL TO 'I'
                        AND EXP-SHARE-FLAG IS EQUAL TO 'S'
                        ADD 1 TO WS-READ-COUNT
                        PERFORM G100-ACCUM-MEMBER
                     END-IF
                  END-IF
           END-PERFORM
           CLOSE EXP-FILE
           PERFORM G900-LOG-ACCESS THRU G900-EXIT

      * A member left out of a full table would still have their
      * spending in the shared total, so every transfer would be
      * wrong - nothing is worked out and the run ends with return
      * code 8.
           IF WS-MBR-FULL IS EQUAL TO 'Y'
              DISPLAY "HOUSEHOLD SETTLEMENT"
              DISPLAY "--------------------------------------------"
              DISPLAY "INCOMPLETE - TABLE FULL"
              DISPLAY "MORE THAN 20 MEMBERS OR DEPARTURES - NO "
                      "TRANSFERS WORKED OUT"
              MOVE 8 TO RETURN-CODE
              GO TO MAIN-EXIT
           END-IF

           IF WS-MBR-COUNT IS EQUAL TO 0 OR
              WS-SHARED-TOTAL IS EQUAL TO 0
              GO TO MAIN-EXIT
           END-IF

           PERFORM G150-ALLOCATE-SHARES THRU G150-EXIT

           DISPLAY "HOUSEHOLD SETTLEMENT"
           DISPLAY "--------------------------------------------"
           MOVE WS-SHARED-TOTAL TO WS-TOT-DISP
           DISPLAY "SHARED SPENDING IN PERIOD  " WS-TOT-DISP
           DISPLAY "MEMBERS SHARING            " WS-SHARERS
           IF WS-BKT-USED IS EQUAL TO 1
              MOVE WS-FAIR-SHARE TO WS-TOT-DISP
              DISPLAY "FAIR SHARE EACH            " WS-TOT-DISP
           ELSE
              DISPLAY "(A MEMBER LEFT IN THE PERIOD - FAIR SHARES "
                      "DIFFER)"
           END-IF
           IF WS-REMAINDER > 0
              MOVE WS-REMAINDER TO WS-REM-DISP
              DISPLAY "(ROUNDING REMAINDER OF " WS-REM-DISP
                      " LEFT UNALLOCATED)"
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "MEMBER      PAID SHARED     FAIR SHARE   "
                   "NET POSITION"
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               COMPUTE WS-MBR-NET(WS-MBR-IDX) =
                       WS-MBR-PAID(WS-MBR-IDX)
                     - WS-MBR-SHARE(WS-MBR-IDX)
               MOVE WS-MBR-NET(WS-MBR-IDX) TO WS-NET-EDIT
               MOVE WS-MBR-PAID(WS-MBR-IDX) TO WS-PAID-DISP
               MOVE WS-MBR-SHARE(WS-MBR-IDX) TO WS-SHARE-DISP
               DISPLAY WS-MBR-NAME(WS-MBR-IDX) "  "
                       WS-PAID-DISP "  " WS-SHARE-DISP "  "
                       WS-NET-EDIT
           END-PERFORM
           DISPLAY "--------------------------------------------"
           DISPLAY "TRANSFERS TO SQUARE UP"
       MAIN-EXIT.
           GOBACK.

       G040-LOAD-DEPARTURES.
      **
      * Loads the leaving date of every member on departures.dat.
      * No register means nobody has left.
      **
           MOVE 'N' TO WS-DEP-EOF
           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS IS NOT EQUAL TO "00"
              GO TO G040-EXIT
           END-IF
           PERFORM UNTIL WS-DEP-EOF = 'Y'
               READ DEP-FILE
               AT END
                  MOVE 'Y' TO WS-DEP-EOF
               NOT AT END
                  MOVE DEP-LEFT TO WS-CDATE
                  PERFORM G200-CONVERT-DATE
                  IF WS-CDATE-OK IS EQUAL TO 'Y' AND
                     WS-DEP-COUNT IS EQUAL TO 20
                     MOVE 'Y' TO WS-MBR-FULL
                  END-IF
                  IF WS-CDATE-OK IS EQUAL TO 'Y' AND
                     WS-DEP-COUNT < 20
                     ADD 1 TO WS-DEP-COUNT
                     MOVE DEP-PERSON TO WS-DEP-NAME(WS-DEP-COUNT)
                     MOVE WS-CCMP    TO WS-DEP-CMP(WS-DEP-COUNT)
                  END-IF
           END-PERFORM
           CLOSE DEP-FILE
           .
       G040-EXIT.
           EXIT.

       G045-FIND-DEPARTURE.
      **
      * WS-LEFT-CMP comes back with the leaving date of the member
      * in WS-MBR-NAME(WS-MBR-COUNT), or all nines for one who is
      * still in the household.
      **
           MOVE 99999999 TO WS-LEFT-CMP
           MOVE 0 TO WS-DEP-IDX
           PERFORM UNTIL WS-DEP-IDX IS EQUAL TO WS-DEP-COUNT
               ADD 1 TO WS-DEP-IDX
               IF WS-DEP-NAME(WS-DEP-IDX) IS EQUAL TO
                  WS-MBR-NAME(WS-MBR-COUNT)
                  MOVE WS-DEP-CMP(WS-DEP-IDX) TO WS-LEFT-CMP
               END-IF
           END-PERFORM
           .
       G045-EXIT.
           EXIT.

       G050-LOAD-MEMBERS.
      **
      * The division covers the whole household, not just whoever
      * happened to pay - every member on users.dat starts in the
      * table with nothing paid, so a member who bought nothing
      * shared still owes their share.  Payers not on the user list
      * (history from before sign-on) are added as they appear.  A
      * member who left before the period starts drops back out.
      **
           MOVE 'N' TO WS-USR-EOF
           OPEN INPUT USR-FILE
                     MOVE USR-NAME TO WS-MBR-NAME(WS-MBR-COUNT)
                     MOVE 0        TO WS-MBR-PAID(WS-MBR-COUNT)
                     MOVE 0        TO WS-MBR-NET(WS-MBR-COUNT)
                     MOVE 0        TO WS-MBR-SHARE(WS-MBR-COUNT)
                     PERFORM G045-FIND-DEPARTURE THRU G045-EXIT
                     MOVE WS-LEFT-CMP TO WS-MBR-LEFT(WS-MBR-COUNT)
                     IF WS-LEFT-CMP < WS-START-CMP
                        SUBTRACT 1 FROM WS-MBR-COUNT
                     END-IF
                  ELSE
                     MOVE 'Y' TO WS-MBR-FULL
                  END-IF
           END-PERFORM
           CLOSE USR-FILE
                  MOVE 'Y' TO WS-MBR-FOUND
               END-IF
           END-PERFORM
           IF WS-MBR-FOUND IS EQUAL TO 'N' AND
              WS-MBR-COUNT IS EQUAL TO 20
              MOVE 'Y' TO WS-MBR-FULL
           END-IF
           IF WS-MBR-FOUND IS EQUAL TO 'N' AND WS-MBR-COUNT < 20
              ADD 1 TO WS-MBR-COUNT
              MOVE EXP-PERSON TO WS-MBR-NAME(WS-MBR-COUNT)
              MOVE EXP-AMOUNT TO WS-MBR-PAID(WS-MBR-COUNT)
              MOVE 0          TO WS-MBR-NET(WS-MBR-COUNT)
              MOVE 0          TO WS-MBR-SHARE(WS-MBR-COUNT)
              PERFORM G045-FIND-DEPARTURE THRU G045-EXIT
              MOVE WS-LEFT-CMP TO WS-MBR-LEFT(WS-MBR-COUNT)
           END-IF
           ADD EXP-AMOUNT TO WS-SHARED-TOTAL
           MOVE 1 TO WS-BKT-IDX
           MOVE 0 TO WS-DEP-IDX
           PERFORM UNTIL WS-DEP-IDX IS EQUAL TO WS-DEP-COUNT
               ADD 1 TO WS-DEP-IDX
               IF WS-DEP-CMP(WS-DEP-IDX) < WS-REC-CMP
                  ADD 1 TO WS-BKT-IDX
               END-IF
           END-PERFORM
           ADD EXP-AMOUNT TO WS-BKT-TOTAL(WS-BKT-IDX)
           MOVE WS-REC-CMP TO WS-BKT-CMP(WS-BKT-IDX)
           .

       G150-ALLOCATE-SHARES.
      **
      * Divides each bucket of shared spending evenly across the
      * members still in the household on its dates.  With nobody
      * leaving there is the one bucket and everyone's fair share is
      * the same.  Whatever does not divide exactly is left over as
      * the rounding remainder.
      **
           MOVE 0 TO WS-REMAINDER
           MOVE 0 TO WS-BKT-USED
           MOVE 0 TO WS-BKT-IDX
           PERFORM UNTIL WS-BKT-IDX IS EQUAL TO 21
               ADD 1 TO WS-BKT-IDX
               IF WS-BKT-TOTAL(WS-BKT-IDX) > 0
                  PERFORM G160-SHARE-BUCKET THRU G160-EXIT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SHARERS
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-SHARE(WS-MBR-IDX) > 0
                  ADD 1 TO WS-SHARERS
               END-IF
           END-PERFORM
           .
       G150-EXIT.
           EXIT.

       G160-SHARE-BUCKET.
           ADD 1 TO WS-BKT-USED
           MOVE 0 TO WS-BKT-MEMBERS
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-LEFT(WS-MBR-IDX) >= WS-BKT-CMP(WS-BKT-IDX)
                  ADD 1 TO WS-BKT-MEMBERS
               END-IF
           END-PERFORM
           IF WS-BKT-MEMBERS IS EQUAL TO 0
              ADD WS-BKT-TOTAL(WS-BKT-IDX) TO WS-REMAINDER
              GO TO G160-EXIT
           END-IF
           COMPUTE WS-BKT-SHARE = WS-BKT-TOTAL(WS-BKT-IDX)
                                / WS-BKT-MEMBERS
           COMPUTE WS-REMAINDER = WS-REMAINDER
                                + WS-BKT-TOTAL(WS-BKT-IDX)
                                - (WS-BKT-SHARE * WS-BKT-MEMBERS)
           MOVE WS-BKT-SHARE TO WS-FAIR-SHARE
           MOVE 0 TO WS-MBR-IDX
           PERFORM UNTIL WS-MBR-IDX IS EQUAL TO WS-MBR-COUNT
               ADD 1 TO WS-MBR-IDX
               IF WS-MBR-LEFT(WS-MBR-IDX) >= WS-BKT-CMP(WS-BKT-IDX)
                  ADD WS-BKT-SHARE TO WS-MBR-SHARE(WS-MBR-IDX)
               END-IF
           END-PERFORM
           .
       G160-EXIT.
           EXIT.

       G300-NEXT-TRANSFER.
      **
      * One settlement step: the member furthest behind pays the
              COMPUTE WS-CCMP = WS-CYYYY * 10000 + WS-CMM * 100 + WS-CDD
           END-IF
           .

       G900-LOG-ACCESS.
      **
      * Puts the run on the access log: every member's shared
      * spending over the period, and how many records it took in.
      **
           MOVE "SETTLEMENT-REPORT" TO WS-ACCESS-PROGRAM
           MOVE "*ALL"              TO WS-ACCESS-PERSON
           MOVE WS-START-CMP        TO WS-ACCESS-FROM
           MOVE WS-END-CMP          TO WS-ACCESS-TO
           MOVE WS-READ-COUNT       TO WS-ACCESS-RECORDS
           MOVE "SHARED SPENDING"   TO WS-ACCESS-PARMS
           CALL "LOG-ACCESS"
           .
       G900-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM SETTLEMENT-REPORT.
