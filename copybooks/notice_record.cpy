      ******************************************************************
      * Copybook:  NOTICE_RECORD
      * Layout Version: 1
      * Purpose:   Elementary field layout of one outbound message on
      *            the notification outbox, notices.dat.  QUEUE-NOTICE
      *            appends each message for the mail or SMS gateway to
      *            pick up; the gateway writes back the status.
      *            MAINTAIN-NOTICES lists the outbox.  The enclosing
      *            01-level group name is supplied by each caller, the
      *            same convention as EXPENSE_RECORD.
      * Note:      NUMBER is one higher than the last on the outbox.
      *            QUEUED is YYYYMMDDHHMMSS.  USER is the member on
      *            users.dat the message is for and CONTACT the
      *            address or number it goes to, as the users master
      *            had it when the message was queued.  TYPE is one
      *            of BUDGET, ALLOWANCE, BILLDUE, CONFIRM, CLAIM or
      *            LOCKOUT.  CONDITION names what the message is about
      *            (the month and threshold, the bill and its due
      *            date, the claim and so on): a second message for
      *            the same user, type and condition is not queued
      *            while an earlier one stands.  STATUS is 'P' pending
      *            as queued, 'S' sent or 'F' failed - the gateway sets
      *            'S' or 'F' with STATUS-AT (YYYYMMDDHHMMSS) and, for
      *            a failure, its REASON.  A failed message does not
      *            hold back a fresh one for the same condition.
      *
      * Layout history:
      *   Version 1 - number, queued, user, contact, type, condition,
      *               subject, body, program, status, status time
      *               and reason.
      ******************************************************************
           05  NTC-NUMBER              PIC 9(06).
           05  NTC-QUEUED              PIC X(14).
           05  NTC-USER                PIC X(10).
           05  NTC-CONTACT             PIC X(40).
           05  NTC-TYPE                PIC X(10).
           05  NTC-CONDITION           PIC X(30).
           05  NTC-SUBJECT             PIC X(60).
           05  NTC-BODY                PIC X(200).
           05  NTC-PROGRAM             PIC X(18).
           05  NTC-STATUS              PIC X(01).
           05  NTC-STATUS-AT           PIC X(14).
           05  NTC-REASON              PIC X(30).
