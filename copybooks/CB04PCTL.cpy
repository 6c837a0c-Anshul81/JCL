      *****************************************************************
      *  CB04PCTL.cpy
      *  Accounting period control record, one per calendar month
      *  (YYYYMM) that has ever been closed.  Written only by the
      *  CBACT04H month-end close, which reads the prior generation
      *  (PERDOLD) and writes the next (PERDNEW); CBACT04M, CBACT04F
      *  and CBACT04B read the current generation as PERDCTL and
      *  refuse any change dated inside a closed ('C') period as a
      *  period-lock violation.  A close records the CBACT04C run
      *  its snapshot totals were tied to (or 'F' if Finance forced
      *  it through out of tie); a reopen sets the status back to
      *  'O' and keeps who, when and why - both are also written to
      *  the PERDJRNL period journal with before and after images.
      *****************************************************************
       01  PeriodControlRecord.
           05  PCTL-Period         PIC X(6).
           05  PCTL-Status         PIC X.
               88  PCTL-Open       VALUE 'O'.
               88  PCTL-Closed     VALUE 'C'.
           05  PCTL-Closed-Date    PIC X(8).
           05  PCTL-Closed-By      PIC X(8).
           05  PCTL-Tie-Run-Date   PIC X(8).
           05  PCTL-Tie-Run-Id     PIC X(8).
           05  PCTL-Snap-Count     PIC 9(9).
           05  PCTL-Close-Type     PIC X.
               88  PCTL-Close-Tied    VALUE 'T'.
               88  PCTL-Close-Forced  VALUE 'F'.
           05  PCTL-Reopen-Count   PIC 9(3).
           05  PCTL-Reopened-Date  PIC X(8).
           05  PCTL-Reopened-By    PIC X(8).
           05  PCTL-Reopen-Reason  PIC X(30).
           05  FILLER              PIC X(8).
