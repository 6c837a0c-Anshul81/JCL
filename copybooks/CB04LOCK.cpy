      *****************************************************************
      *  CB04LOCK.cpy
      *  Run-lock control record, a single record on RUNLOCK.  A
      *  CBACT04C or CBACT04D run takes the lock out before it reads
      *  the InputFile and gives it up when it finishes.  A CBACT04C
      *  run suspended at the batch-window cutoff, or stopped with a
      *  checkpoint on file, keeps the lock in state 'S' so that
      *  nothing changes the file before the same run id resumes.
      *  Every program that changes the InputFile (CBACT04M, B, P,
      *  U and Q, and CBACT04F's release deck) reads the record and
      *  ends with RC 12, changing nothing, while the lock is held,
      *  unless a CB04LOVR override card names the holder.  A file
      *  that is absent or empty means no run holds the lock.
      *****************************************************************
       01  RunLockRecord.
           05  LOCK-Status             PIC X.
               88  LOCK-Held           VALUE 'H'.
               88  LOCK-Free           VALUE 'F' ' '.
           05  LOCK-Holder-Program     PIC X(8).
           05  LOCK-Run-Id             PIC X(8).
           05  LOCK-State              PIC X.
               88  LOCK-Running        VALUE 'R'.
               88  LOCK-Suspended      VALUE 'S'.
           05  LOCK-Taken-Timestamp    PIC X(21).
           05  LOCK-Released-Timestamp PIC X(21).
           05  LOCK-Released-By        PIC X(8).
           05  FILLER                  PIC X(12).
