      *****************************************************************
      *  CB04ACRT.cpy
      *  Interest and fee accrual rate card read by CBACT04I from
      *  ACRTFILE - kept apart from the RATEFILE exchange rates,
      *  which only convert totals to the base currency.  One card
      *  per currency per effective date; the card in force for a
      *  run is the latest one effective on or before the run date.
      *  ACRT-Credit-Rate is the annual percentage earned by a
      *  positive balance and ACRT-Debit-Rate the annual percentage
      *  owed on a negative one, both spread over ACRT-Day-Basis
      *  days (360 or 365).  ACRT-Daily-Fee is charged for each day
      *  accrued on every active balance below ACRT-Fee-Waive-Bal;
      *  a zero waive balance charges the fee on every balance.
      *****************************************************************
       01  AccrualRateRecord.
           05  ACRT-Effective-Date PIC X(8).
           05  ACRT-Currency-Code  PIC X(3).
           05  ACRT-Credit-Rate    PIC 9(3)V9(6).
           05  ACRT-Debit-Rate     PIC 9(3)V9(6).
           05  ACRT-Day-Basis      PIC 9(3).
           05  ACRT-Daily-Fee      PIC 9(5)V99.
           05  ACRT-Fee-Waive-Bal  PIC 9(13)V99.
