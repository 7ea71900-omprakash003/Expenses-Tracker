          05 FILLER           PIC X(20) VALUE "autocat.dat".
          05 FILLER           PIC X(20) VALUE "milerates.dat".
          05 FILLER           PIC X(20) VALUE "receipts.dat".
          05 FILLER           PIC X(20) VALUE "accounts.dat".
          05 FILLER           PIC X(20) VALUE "acctmove.dat".
          05 FILLER           PIC X(20) VALUE "loans.dat".
          05 FILLER           PIC X(20) VALUE "loanpay.dat".
          05 FILLER           PIC X(20) VALUE "goals.dat".
          05 FILLER           PIC X(20) VALUE "goalmove.dat".
          05 FILLER           PIC X(20) VALUE "bills.dat".
          05 FILLER           PIC X(20) VALUE "projects.dat".
          05 FILLER           PIC X(20) VALUE "approvals.dat".
          05 FILLER           PIC X(20) VALUE "approval.ctl".
          05 FILLER           PIC X(20) VALUE "claims.dat".
          05 FILLER           PIC X(20) VALUE "rateload.par".
          05 FILLER           PIC X(20) VALUE "exceptions.dat".
          05 FILLER           PIC X(20) VALUE "exceptions.ctl".
          05 FILLER           PIC X(20) VALUE "exceptions.par".
          05 FILLER           PIC X(20) VALUE "glmap.dat".
          05 FILLER           PIC X(20) VALUE "glextract.ctl".
          05 FILLER           PIC X(20) VALUE "spool.idx".
          05 FILLER           PIC X(20) VALUE "spool-retain.ctl".
          05 FILLER           PIC X(20) VALUE "departures.dat".
          05 FILLER           PIC X(20) VALUE "yearend.dat".
          05 FILLER           PIC X(20) VALUE "repdefs.dat".
          05 FILLER           PIC X(20) VALUE "runreport.par".
          05 FILLER           PIC X(20) VALUE "notices.dat".
          05 FILLER           PIC X(20) VALUE "notices.par".
          05 FILLER           PIC X(20) VALUE "items.dat".
          05 FILLER           PIC X(20) VALUE "receipt-lines.dat".
          05 FILLER           PIC X(20) VALUE "assets.dat".
          05 FILLER           PIC X(20) VALUE "access.dat".
       01 WS-LIVE-TABLE REDEFINES WS-LIVE-LIST.
          05 WS-LIVE-NAME OCCURS 41 TIMES PIC X(20).
      * rough day serial - years as 372 days, months as 31 - plenty
      * for a keep-or-purge decision
       01 WS-TODAY-SERIAL     PIC 9(8).
           PERFORM B100-BACKUP-EXPENSES THRU B100-EXIT
           MOVE 0 TO WS-FILE-IDX
           PERFORM B200-BACKUP-ONE THRU B200-EXIT
               UNTIL WS-FILE-IDX IS EQUAL TO 41
           PERFORM B300-PURGE-OLD THRU B300-EXIT
           DISPLAY WS-TAKEN-COUNT " GENERATION(S) TAKEN, "
                   WS-BAD-COUNT " FAILED VERIFICATION, "
