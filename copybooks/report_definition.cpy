      ******************************************************************
      * Copybook:  REPORT_DEFINITION
      * Layout Version: 1
      * Purpose:   Elementary field layout of one saved report
      *            definition on repdefs.dat, kept by MAINTAIN-REPDEFS
      *            and run by RUN-REPORT (at the terminal, or as a
      *            job-stream step through BATCH-RUN-REPORT).  The
      *            enclosing 01-level group name is supplied by each
      *            caller, the same convention as EXPENSE_RECORD.
      * Note:      Every selection field left blank means no limit on
      *            that field.  PERIOD, when given, replaces FROM/TO
      *            with a range worked out from the run date: TM/LM
      *            this/last month, TQ/LQ this/last quarter, TY/LY
      *            this/last year.  ARCHIVES 'Y' reads the
      *            expenses-YYYY.dat archives for the years the range
      *            covers (ten years back when it is open) as well as
      *            the live file.  ROLLUP 'Y' makes CATEGORY match its
      *            detail categories too and shows every category
      *            under its parent.  TYPE is 'E' expenses or 'I'
      *            income; REIMB 'R' reimbursable only, 'N' none.
      *            SORT is up to three field letters, outermost
      *            first, each level subtotalled; COLUMNS the field
      *            letters in print order:
      *              D date      N month     P person    C category
      *              M payment   Y payee     S description
      *              T type      R reimb     U currency  J project
      *              K key       O amount as posted
      *              A amount in home currency
      *            (SORT takes D N P C M Y T R U J).  OUTPUT 'R' is a
      *            spooled report, 'C' a CSV file.
      *
      * Layout history:
      *   Version 1 - name, title, period and dates, archives,
      *               person, category and rollup, payment method,
      *               payee, type, reimbursable, currency, sort
      *               levels, columns, output.
      ******************************************************************
           05  RDF-NAME                PIC X(10).
           05  RDF-TITLE               PIC X(40).
           05  RDF-PERIOD              PIC X(02).
           05  RDF-FROM-DATE           PIC X(10).
           05  RDF-TO-DATE             PIC X(10).
           05  RDF-ARCHIVES            PIC X(01).
           05  RDF-PERSON              PIC X(10).
           05  RDF-CATEGORY            PIC X(15).
           05  RDF-ROLLUP              PIC X(01).
           05  RDF-PAYMETH             PIC X(15).
           05  RDF-PAYEE               PIC X(15).
           05  RDF-TYPE                PIC X(01).
           05  RDF-REIMB               PIC X(01).
           05  RDF-CURRENCY            PIC X(03).
           05  RDF-SORT                PIC X(03).
           05  RDF-COLUMNS             PIC X(14).
           05  RDF-OUTPUT              PIC X(01).
