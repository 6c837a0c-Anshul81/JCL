      *****************************************************************
      *  CB04PJRN.cpy
      *  Period journal appended by CBACT04H to PERDJRNL for every
      *  close, forced close and reopen of an accounting period.
      *  Images carry the full CB04PCTL record; the before image is
      *  spaces when a period is closed for the first time.  The
      *  first fourteen bytes of PJRN-Timestamp are YYYYMMDDHHMMSS.
      *****************************************************************
       01  PeriodJournalRecord.
           05  PJRN-Timestamp      PIC X(21).
           05  PJRN-Function       PIC X.
               88  PJRN-Func-Close   VALUE 'C'.
               88  PJRN-Func-Force   VALUE 'F'.
               88  PJRN-Func-Reopen  VALUE 'R'.
           05  PJRN-Period         PIC X(6).
           05  PJRN-Operator       PIC X(8).
           05  PJRN-Before-Image   PIC X(106).
           05  PJRN-After-Image    PIC X(106).
