      *****************************************************************
      *  CB04LWRK.cpy
      *  Working fields for the run-lock check (CB04LOCK record on
      *  RUNLOCK, CB04LOVR override card on LOCKOVRD).  The holder
      *  fields keep the lock as it was found so the BLOCKED or
      *  OVERRIDE audit row and the job-log message can name it.
      *****************************************************************
       01  RunLockStatus               PIC XX.
       01  LockOverrideStatus          PIC XX.
       01  WS-Lock-Sw                  PIC X VALUE 'N'.
           88  Run-Lock-Not-Held       VALUE 'N'.
           88  Run-Lock-Taken          VALUE 'T'.
           88  Run-Lock-Overridden     VALUE 'O'.
           88  Run-Lock-Blocked        VALUE 'B'.
           88  Run-Lock-Unavailable    VALUE 'U'.
       01  WS-Lock-Override-Sw         PIC X VALUE 'N'.
           88  Lock-Override-Found     VALUE 'Y'.
       01  WS-Lock-Audit-Sw            PIC X VALUE 'N'.
           88  Lock-Audit-Written      VALUE 'Y'.
       01  WS-Lock-Audit-Event         PIC X(8) VALUE SPACES.
       01  WS-Lock-Stamp               PIC X(21) VALUE SPACES.
       01  WS-Lock-Holder-Program      PIC X(8) VALUE SPACES.
       01  WS-Lock-Holder-Run-Id       PIC X(8) VALUE SPACES.
       01  WS-Lock-Holder-State        PIC X VALUE SPACE.
