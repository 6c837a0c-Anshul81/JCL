      *****************************************************************
      *  CB04CURR.cpy
      *  Currency master reference record, one per ISO currency code
      *  the system will accept.  Maintained only by CBACT04K, which
      *  reads the prior generation (CURROLD), applies the desk's
      *  maintenance cards and writes the next (CURRNEW); everyone
      *  else reads the current generation as CURRMAST.  CBACT04C,
      *  CBACT04M and CBACT04E refuse a code that is not on the
      *  master or is retired ('R').  Exactly one active code
      *  carries the base-currency flag; CBACT04C converts its
      *  control totals into that currency.  CURR-Decimal-Places is
      *  the number of minor-unit digits the currency allows (0 for
      *  JPY, 2 for USD); CBACT04M refuses an amount keyed to more
      *  decimals than that.
      *****************************************************************
       01  CurrencyMasterRecord.
           05  CURR-Code           PIC X(3).
           05  CURR-Description    PIC X(20).
           05  CURR-Decimal-Places PIC 9.
           05  CURR-Status         PIC X.
               88  CURR-Active     VALUE 'A'.
               88  CURR-Retired    VALUE 'R'.
           05  CURR-Base-Flag      PIC X.
               88  CURR-Is-Base    VALUE 'Y'.
           05  CURR-Last-Maint-Date PIC X(8).
           05  CURR-Last-Maint-User PIC X(8).
