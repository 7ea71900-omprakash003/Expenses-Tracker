      ******************************************************************
      * Copybook:  ACCESS_RECORD
      * Layout Version: 1
      * Purpose:   Elementary field layout of one entry on the access
      *            log access.dat - a record of an inquiry or report
      *            that read the household's spending, where
      *            journal.dat records the changes.  LOG-ACCESS is
      *            the only program that writes the log, and it only
      *            ever appends; ACCESS-REVIEW reports from it.  The
      *            enclosing 01-level group name is supplied by each
      *            caller, the same convention as EXPENSE_RECORD.
      * Note:      STAMP is YYYYMMDDHHMMSS.  USER and LEVEL are the
      *            signed-on user who ran the program ("*NONE" when a
      *            batch run had no sign-on).  PERSON is whose records
      *            were read - a member's name, or "*ALL" when the
      *            selection took in every member's.  FROM and TO
      *            (YYYYMMDD) are the date range selected, 00000000
      *            and 99999999 for no limit; both blank when the
      *            program does not select by date.  RECORDS is how
      *            many expense records the selection took in, blank
      *            when the program does not count them.  PARMS is
      *            the rest of the selection as keyed.
      *
      * Layout history:
      *   Version 1 - stamp, user, level, program, person, date
      *               range, records and parameters.
      ******************************************************************
           05  ALG-STAMP               PIC X(14).
           05  ALG-USER                PIC X(10).
           05  ALG-LEVEL               PIC X(01).
           05  ALG-PROGRAM             PIC X(18).
           05  ALG-PERSON              PIC X(10).
           05  ALG-FROM                PIC X(08).
           05  ALG-TO                  PIC X(08).
           05  ALG-RECORDS             PIC X(07).
           05  ALG-PARMS               PIC X(60).
