      *****************************************************************
      *  CB04GLRL.cpy
      *  GL posting rule card read by CBACT04X from GLRULES and kept
      *  by the GL team: one card per currency, record type and
      *  movement direction, naming the GL account to debit, the
      *  GL account to credit and the cost centre both lines carry.
      *  The record type is the four bytes after the currency code
      *  in Field2 - spaces on an ordinary balance record, 'INT ' or
      *  'FEE ' on a CBACT04I accrual.  The direction says what the
      *  day's movement did to the balance: 'N' a new balance (an
      *  add or a restore), 'I' an increase, 'D' a decrease, 'R' the
      *  reversal of a record logically deleted.  A movement with
      *  no card is posted to the suspense account instead.
      *****************************************************************
       01  PostingRuleRecord.
           05  GLRL-Currency-Code  PIC X(3).
           05  GLRL-Record-Type    PIC X(4).
           05  GLRL-Direction      PIC X.
               88  GLRL-New-Balance    VALUE 'N'.
               88  GLRL-Increase       VALUE 'I'.
               88  GLRL-Decrease       VALUE 'D'.
               88  GLRL-Reversal       VALUE 'R'.
               88  GLRL-Valid-Direction VALUE 'N' 'I' 'D' 'R'.
           05  GLRL-Debit-Account  PIC X(10).
           05  GLRL-Credit-Account PIC X(10).
           05  GLRL-Cost-Centre    PIC X(6).
           05  FILLER              PIC X(46).
