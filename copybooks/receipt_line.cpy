      ******************************************************************
      * Copybook:  RECEIPT_LINE
      * Layout Version: 1
      * Purpose:   Elementary field layout of one item line of an
      *            itemised receipt on receipt-lines.dat.  The lines
      *            of a receipt hang off the expense they were paid
      *            by, through its EXP-KEY.  RECEIPT-ITEMS keeps the
      *            lines and PRICE-HISTORY reports unit prices from
      *            them.  The enclosing 01-level group name is
      *            supplied by each caller, the same convention as
      *            EXPENSE_RECORD.
      * Note:      LINE numbers the lines of one receipt from 1.  ITEM
      *            is the product code on the item master items.dat
      *            and UNIT its unit of measure there (L, KG, EA ...);
      *            QUANTITY is in that unit.  AMOUNT is the line total
      *            as printed on the receipt, in the expense's own
      *            currency, and UNIT-PRICE is AMOUNT over QUANTITY to
      *            four places.  CATEGORY is the split allocation the
      *            line belongs to - the expense's own category when
      *            it is not split.  The lines of one expense are only
      *            filed when they add up to EXP-AMOUNT and, for a
      *            split expense, to each split amount.  PAYEE and
      *            CURRENCY are as the expense had them when the lines
      *            were filed (PAYEE falling back to the vendor on the
      *            receipts register).
      *
      * Layout history:
      *   Version 1 - expense key, line, item, quantity, unit, unit
      *               price, amount, category, payee and currency.
      ******************************************************************
           05  RLN-KEY                 PIC X(16).
           05  RLN-LINE                PIC 9(03).
           05  RLN-ITEM                PIC X(08).
           05  RLN-QUANTITY            PIC 9(05)V999.
           05  RLN-UNIT                PIC X(04).
           05  RLN-UNIT-PRICE          PIC 9(05)V9999.
           05  RLN-AMOUNT              PIC 9(06)V99.
           05  RLN-CATEGORY            PIC X(15).
           05  RLN-PAYEE               PIC X(15).
           05  RLN-CURRENCY            PIC X(03).
