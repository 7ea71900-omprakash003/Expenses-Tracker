      ******************************************************************
      * Copybook:  EXPENSE_RECORD
      * Layout Version: 16
      * Purpose:   Elementary field layout shared by the expense
      *            tracker programs that COPY it into their own
      *            01-level FD record (e.g. 01 FS-RECORD. COPY
      *               computed as distance times rate and the record
      *               is flagged reimbursable.  Zero or space on
      *               older records means not a mileage entry.
      *   Version 14 - added GOAL-FLAG.  'G' marks spending paid out
      *               of a savings goal on goals.dat: it draws the
      *               goal down and is left out of the month's
      *               budget actuals.  Space (and every record
      *               written before this version) means paid from
      *               the month's budget as before.
      *   Version 15 - added PROJECT, the code of the project or event
      *               on projects.dat (a renovation, a wedding, a
      *               holiday) the spending belongs to, whatever its
      *               category.  Spaces (and every record written
      *               before this version) mean no project.
      *   Version 16 - added GL-EXPORTED.  'Y' marks a record already
      *               sent to the accountant's ledger package by
      *               GL-EXTRACT, so the next extract does not send it
      *               again; a later edit or delete of it is reversed
      *               in the next batch.  Space (and every record
      *               written before this version) means not sent.
      ******************************************************************
           05  EXP-DATE                PIC X(10).
           05  EXP-AMOUNT              PIC 9(06)V99.
           05  EXP-PAYEE               PIC X(15).
           05  EXP-MILEAGE-KM          PIC 9(04)V9.
           05  EXP-MILEAGE-RATE        PIC 9(01)V999.
           05  EXP-GOAL-FLAG           PIC X(01).
           05  EXP-PROJECT             PIC X(08).
           05  EXP-GL-EXPORTED         PIC X(01).
