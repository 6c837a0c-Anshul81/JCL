      *  range.  The before image is spaces for an add; images carry
      *  the full InputRecord layout.  The first fourteen bytes of
      *  JRNL-Timestamp are YYYYMMDDHHMMSS and order the journal.
      *  JRNL-Source says how the change reached the file and
      *  JRNL-Operator who keyed (or which program made) it; both
      *  are spaces on entries written before they existed (the
      *  CB04JCNV job padded the old 223-byte journal to 232), which
      *  CBACT04S reads from the function and transaction instead.
      *****************************************************************
       01  JournalRecord.
           05  JRNL-Timestamp      PIC X(21).
           05  JRNL-Before-Image   PIC X(59).
           05  JRNL-After-Image    PIC X(59).
           05  JRNL-Transaction    PIC X(63).
           05  JRNL-Source         PIC X.
               88  JRNL-Src-Keyed    VALUE 'K'.
               88  JRNL-Src-Approved VALUE 'V'.
               88  JRNL-Src-Future   VALUE 'F'.
               88  JRNL-Src-Resubmit VALUE 'C'.
               88  JRNL-Src-Restored VALUE 'U'.
           05  JRNL-Operator       PIC X(8).
