      *****************************************************************
      * CHGCODE -- one incidental charge code on CHGCODE.DAT,         *
      * maintained by CBLHJB26 the way CBLHJB20 maintains the         *
      * discount codes.  The gate posts firewood, extra vehicles,     *
      * pets, and late checkouts against an arrived stay under one    *
      * of these codes.  CHG-TAXABLE says whether the charge carries  *
      * lodging tax and posts to the tax ledger; CHG-UNIT-PRICE       *
      * prices a charge keyed with a quantity and no amount (zero     *
      * means the gate must always key the amount).  A code is never  *
      * removed, only deactivated, so an old folio still translates.  *
      *****************************************************************
       01  CHG-REC.
           05  CHG-CODE            PIC X(4).
           05  CHG-STATUS          PIC X.
               88 CHG-ACTIVE       VALUE 'A'.
               88 CHG-INACTIVE     VALUE 'I'.
           05  CHG-DESC            PIC X(20).
           05  CHG-TAXABLE         PIC X.
               88 CHG-IS-TAXABLE   VALUE 'Y'.
               88 VAL-CHG-TAXABLE  VALUE 'Y', 'N'.
           05  CHG-UNIT-PRICE      PIC 9(3)V99.
