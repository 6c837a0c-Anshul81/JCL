      *  total.  Read back by CBACT04T for the day-over-day and
      *  month-over-month movement report.  Records are appended in
      *  run order, so the file is chronological like AUDTFILE.
      *  CBACT04I appends an 'I' line (interest accrued) and an 'F'
      *  line (fees accrued) per currency for each accrual run; the
      *  record count on those lines is the accounts accrued.
      *****************************************************************
       01  BalanceHistRecord.
           05  BHST-Run-Date       PIC X(8).
           05  BHST-Record-Type    PIC X.
               88  BHST-Currency-Line VALUE 'C'.
               88  BHST-Base-Line     VALUE 'B'.
               88  BHST-Interest-Line VALUE 'I'.
               88  BHST-Fee-Line      VALUE 'F'.
           05  BHST-Currency       PIC X(3).
           05  BHST-Rec-Count      PIC 9(9).
           05  BHST-Amount         PIC S9(15)V99 SIGN IS TRAILING.
