      *  CB04AUDT.cpy
      *  One row per CBACT04C execution, appended to AuditLogFile, so
      *  run history survives after the job log has scrolled away.
      *  Run-lock events are logged here too: a program refused by
      *  the CB04LOCK run lock writes a BLOCKED row and one let
      *  through by a CB04LOVR override card writes an OVERRIDE row,
      *  with the lock holder and the operator in place of the input
      *  dataset name.
      *****************************************************************
       01  AuditLogRecord.
           05  AUDT-Program-Name       PIC X(8).
           05  AUDT-Run-Timestamp      PIC X(21).
           05  AUDT-Input-File-Name    PIC X(80).
           05  AUDT-Lock-Event REDEFINES AUDT-Input-File-Name.
               10  AUDT-Lock-Holder-Program PIC X(8).
               10  AUDT-Lock-Holder-Run-Id  PIC X(8).
               10  AUDT-Lock-Holder-State   PIC X.
               10  AUDT-Lock-Operator       PIC X(8).
               10  AUDT-Lock-Reason         PIC X(40).
               10  FILLER                   PIC X(15).
           05  AUDT-Records-Read       PIC 9(9).
           05  AUDT-Final-File-Status  PIC X(2).
           05  AUDT-Run-Result         PIC X(8).
