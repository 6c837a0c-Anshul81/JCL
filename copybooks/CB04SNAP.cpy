      *****************************************************************
      *  CB04SNAP.cpy
      *  Month-end closing snapshot written by CBACT04H to CLOSSNAP:
      *  one 'D' record per InputFile record carrying the full
      *  CB04REC image as it stood at the close, then one 'T' record
      *  per currency with the closing totals.  The 'T' count and
      *  amount are the records CBACT04C would extract (active,
      *  numeric, on the currency master) and tie to that currency's
      *  line on the period's last CBACT04C control report; held
      *  records are totalled separately as they are there.
      *****************************************************************
       01  ClosingSnapshotRecord.
           05  SNAP-Type           PIC X.
               88  SNAP-Detail         VALUE 'D'.
               88  SNAP-Currency-Total VALUE 'T'.
           05  SNAP-Period         PIC X(6).
           05  SNAP-Record-Image   PIC X(59).
           05  SNAP-Total-Data REDEFINES SNAP-Record-Image.
               10  SNAP-Currency       PIC X(3).
               10  SNAP-Rec-Count      PIC 9(9).
               10  SNAP-Amount         PIC S9(15)V99
                                       SIGN IS TRAILING.
               10  SNAP-Held-Count     PIC 9(9).
               10  SNAP-Held-Amount    PIC S9(15)V99
                                       SIGN IS TRAILING.
               10  FILLER              PIC X(4).
