      ******************************************************************
      * Copybook:  SPOOL_INDEX
      * Layout Version: 2
      * Purpose:   Elementary field layout of one report-spool index
      *            entry on spool.idx, written by SPOOL-REPORT each
      *            time a report program finishes and read by
      *            REPORT-SPOOL to list, view and reprint past runs.
      *            The enclosing 01-level group name is supplied by
      *            each caller, the same convention as EXPENSE_RECORD.
      * Note:      NUMBER is the spool number, one higher than the
      *            last on the index.  DATE is YYYYMMDD and TIME
      *            HHMMSS of the run.  REPORT is the fixed file name
      *            the program writes (statement.rpt and the rest);
      *            GEN-NAME is the kept generation,
      *            spl-YYYYMMDD-NNNNNN-<report>.  USER is the person
      *            signed on, BATCH when the run had no sign-on.
      *            PARMS is the selection the run was made for, as the
      *            producing program words it.  PAGES counts the house
      *            60-line page.  PERSON, FROM and TO are whose
      *            spending the report shows and over what dates, as
      *            the producing program logged them on access.dat -
      *            "*ALL" with no dates for a report that did not log
      *            its own selection, and all blank on entries
      *            spooled before they were kept.
      *
      * Layout history:
      *   Version 1 - number, run date and time, report, generation,
      *               program, user, selection, lines and pages.
      *   Version 2 - added PERSON/FROM/TO so a member can be shown
      *               only the spooled reports of their own spending.
      ******************************************************************
           05  SPL-NUMBER              PIC 9(06).
           05  SPL-DATE                PIC X(08).
           05  SPL-TIME                PIC X(06).
           05  SPL-REPORT              PIC X(20).
           05  SPL-GEN-NAME            PIC X(40).
           05  SPL-PROGRAM             PIC X(18).
           05  SPL-USER                PIC X(10).
           05  SPL-PARMS               PIC X(60).
           05  SPL-LINES               PIC 9(06).
           05  SPL-PAGES               PIC 9(04).
           05  SPL-PERSON              PIC X(10).
           05  SPL-FROM                PIC X(08).
           05  SPL-TO                  PIC X(08).
