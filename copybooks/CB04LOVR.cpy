      *****************************************************************
      *  CB04LOVR.cpy
      *  Run-lock override card (LOCKOVRD), supplied by operations
      *  only when a job must go ahead while the run lock is held.
      *  The card must name the program holding the lock (and may
      *  name its run id) and carry the operator and a reason, so a
      *  card left in the deck from an earlier night cannot open a
      *  later lock.  Every override taken is written to the audit
      *  log as an OVERRIDE row; if that row cannot be written the
      *  override is not honoured.
      *****************************************************************
       01  LockOverrideRecord.
           05  LOVR-Operator-Id        PIC X(8).
           05  LOVR-Holder-Program     PIC X(8).
           05  LOVR-Holder-Run-Id      PIC X(8).
           05  LOVR-Reason             PIC X(40).
           05  FILLER                  PIC X(16).
