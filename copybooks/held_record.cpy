      ******************************************************************
      * Copybook:  HELD_RECORD
      * Layout Version: 1
      * Purpose:   Elementary field layout of one posting held for
      *            approval on approvals.dat, shared by the programs
      *            that hold postings back, by APPROVE-POSTINGS and by
      *            the weekly digest.  The enclosing 01-level group
      *            name is supplied by each caller, the same
      *            convention as EXPENSE_RECORD.
      * Note:      STATUS is 'P' pending, 'A' approved and posted, 'R'
      *            rejected.  WHY is 'A' over the amount limit, 'D'
      *            back-dated past the day limit, 'B' both.  ENTERED
      *            and REVIEWED are YYYYMMDDHHMMSS.  IMAGE holds the
      *            expense record as it will be posted, with no
      *            sequence number or key yet; KEY is filled in with
      *            the key it was posted under once approved.  While
      *            a held correction of an existing entry is pending
      *            KEY carries the original entry's key, parked on
      *            deleted.dat, so a rejection can put it back.  The
      *            HLD-VIEW fields give the expense fields a listing
      *            needs without a full expense layout.
      *
      * Layout history:
      *   Version 1 - reference, status, reason held, maker and
      *               stamp, entering program, reviewer and stamp,
      *               review note, posted key, expense image.
      ******************************************************************
           05  HLD-NO                  PIC 9(06).
           05  HLD-STATUS              PIC X(01).
           05  HLD-WHY                 PIC X(01).
           05  HLD-ENTERED-BY          PIC X(10).
           05  HLD-ENTERED             PIC X(14).
           05  HLD-PROGRAM             PIC X(18).
           05  HLD-REVIEWER            PIC X(10).
           05  HLD-REVIEWED            PIC X(14).
           05  HLD-NOTE                PIC X(40).
           05  HLD-KEY                 PIC X(16).
           05  HLD-IMAGE               PIC X(250).
           05  HLD-VIEW REDEFINES HLD-IMAGE.
               10  HLD-EXP-DATE        PIC X(10).
               10  HLD-EXP-AMOUNT      PIC 9(06)V99.
               10  HLD-EXP-DESC        PIC X(30).
               10  HLD-EXP-CATEGORY    PIC X(15).
               10  HLD-EXP-PERSON      PIC X(10).
               10  HLD-EXP-PAYMETH     PIC X(15).
               10  FILLER              PIC X(123).
               10  HLD-EXP-CURRENCY    PIC X(03).
               10  HLD-EXP-PAYEE       PIC X(15).
               10  FILLER              PIC X(10).
               10  HLD-EXP-PROJECT     PIC X(08).
               10  FILLER              PIC X(03).
