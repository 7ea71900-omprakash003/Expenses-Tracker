      ******************************************************************
      * Copybook:  ASSET_RECORD
      * Layout Version: 1
      * Purpose:   Elementary field layout of one entry on the asset
      *            register assets.dat - a durable purchase (the
      *            fridge, a laptop, the bicycle) kept track of after
      *            its expense has gone into the category totals.
      *            MAINTAIN-ASSETS keeps the register and ASSET-REPORT
      *            reports warranties and depreciated values from it.
      *            The enclosing 01-level group name is supplied by
      *            each caller, the same convention as EXPENSE_RECORD.
      * Note:      EXP-KEY is the purchase expense; PURCHASED, COST,
      *            CURRENCY, PAYEE and CATEGORY are as that expense had
      *            them when the asset was registered (COST may be
      *            less than the expense when one receipt bought more
      *            than one asset) and RECEIPT-REF is the reference on
      *            the receipts register for the same key.  PURCHASED,
      *            WARRANTY-END and DISPOSED are YYYYMMDD.
      *            WARRANTY-MONTHS runs from PURCHASED to WARRANTY-END;
      *            0 means no warranty.  LIFE-YEARS is the expected
      *            life the cost is written off over, straight line.
      *            STATUS is 'A' in use, 'S' sold or 'D' scrapped;
      *            PROCEEDS is what a sold asset fetched.
      *
      * Layout history:
      *   Version 1 - code, description, purchase expense and receipt,
      *               serial number, location, owner, warranty, life
      *               and disposal.
      ******************************************************************
           05  AST-CODE                PIC X(08).
           05  AST-NAME                PIC X(30).
           05  AST-EXP-KEY             PIC X(16).
           05  AST-PURCHASED           PIC X(08).
           05  AST-COST                PIC 9(07)V99.
           05  AST-CURRENCY            PIC X(03).
           05  AST-PAYEE               PIC X(15).
           05  AST-CATEGORY            PIC X(15).
           05  AST-RECEIPT-REF         PIC X(15).
           05  AST-SERIAL              PIC X(20).
           05  AST-LOCATION            PIC X(15).
           05  AST-OWNER               PIC X(10).
           05  AST-WARRANTY-MONTHS     PIC 9(03).
           05  AST-WARRANTY-END        PIC X(08).
           05  AST-LIFE-YEARS          PIC 9(02).
           05  AST-STATUS              PIC X(01).
           05  AST-DISPOSED            PIC X(08).
           05  AST-PROCEEDS            PIC 9(07)V99.
