      ******************************************************************
      * Copybook:  EXCEPTION_RECORD
      * Layout Version: 1
      * Purpose:   Elementary field layout of one unusual-spend
      *            exception on exceptions.dat, shared by the nightly
      *            SPEND-EXCEPTIONS run that raises them and by
      *            REVIEW-EXCEPTIONS where they are cleared.  The
      *            enclosing 01-level group name is supplied by each
      *            caller, the same convention as EXPENSE_RECORD.
      * Note:      STATUS is 'O' open, 'R' reviewed (nothing wrong),
      *            'E' explained (NOTE says why).  KIND is 'C' amount
      *            outside the category's normal range, 'P' outside
      *            the payee's normal range, 'N' first-ever payee,
      *            'M' payment method never used with the payee, 'H'
      *            keyed at an odd hour.  FOUND is the run date
      *            YYYYMMDD; POSTED and REVIEWED are YYYYMMDDHHMMSS,
      *            POSTED from the journal entry of the posting.
      *            AMOUNT is as posted, in CURRENCY.
      *
      * Layout history:
      *   Version 1 - reference, status, kind, run date, journal
      *               stamp, person and program, expense key and
      *               fields, detail, reviewer and stamp, note.
      ******************************************************************
           05  EXC-NO                  PIC 9(06).
           05  EXC-STATUS              PIC X(01).
           05  EXC-KIND                PIC X(01).
           05  EXC-FOUND               PIC X(08).
           05  EXC-POSTED              PIC X(14).
           05  EXC-POSTED-BY           PIC X(10).
           05  EXC-PROGRAM             PIC X(18).
           05  EXC-KEY                 PIC X(16).
           05  EXC-DATE                PIC X(10).
           05  EXC-AMOUNT              PIC 9(06)V99.
           05  EXC-CURRENCY            PIC X(03).
           05  EXC-DESC                PIC X(30).
           05  EXC-CATEGORY            PIC X(15).
           05  EXC-PAYEE               PIC X(15).
           05  EXC-PAYMETH             PIC X(15).
           05  EXC-DETAIL              PIC X(40).
           05  EXC-REVIEWER            PIC X(10).
           05  EXC-REVIEWED            PIC X(14).
           05  EXC-NOTE                PIC X(40).
