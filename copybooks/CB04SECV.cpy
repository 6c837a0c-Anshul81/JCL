      *****************************************************************
      *  CB04SECV.cpy
      *  Security-violation report line appended to SECVRPT by
      *  CBACT04M, CBACT04V and CBACT04R for every item refused on
      *  the CB04OPER operator authority check.  The file is opened
      *  EXTEND so one report collects the whole batch window for
      *  Internal Audit.  SECV-Function is the maintenance function
      *  ('MAINT A', 'MAINT U', ...), the approval action ('APPROVE'
      *  or 'REJECT') or the correction card ('CORR A', 'CORR U').
      *****************************************************************
       01  SecurityViolationRecord.
           05  SECV-Run-Date       PIC X(8).
           05  FILLER              PIC X.
           05  SECV-Program        PIC X(8).
           05  FILLER              PIC X.
           05  SECV-Operator       PIC X(8).
           05  FILLER              PIC X.
           05  SECV-Function       PIC X(8).
           05  FILLER              PIC X.
           05  SECV-Key            PIC X(20).
           05  FILLER              PIC X.
           05  SECV-Reason         PIC X(40).
           05  FILLER              PIC X(3).
