      *****************************************************************
      *  CB04PTBL.cpy
      *  Working-storage list of the closed accounting periods,
      *  loaded from the CB04PCTL period control file (PERDCTL) by
      *  every program that changes the InputFile on a date it is
      *  given.  Only closed periods are kept.  A check moves the
      *  change date (YYYYMMDD) to WS-PL-Check-Date and tests
      *  Period-Locked; WS-PL-Count of zero means nothing is closed.
      *****************************************************************
       01  WS-PL-Max                   PIC 9(3) VALUE 600.
       01  WS-PL-Count                 PIC 9(3) VALUE ZERO.
       01  WS-Period-Lock-Table.
           05  WS-PL-Entry OCCURS 600 TIMES INDEXED BY WS-PL-Idx.
               10  WS-PL-Period        PIC X(6).
       01  WS-PL-Check-Date            PIC X(8) VALUE SPACES.
       01  WS-PL-Result-Sw             PIC X VALUE 'N'.
           88  Period-Locked           VALUE 'Y'.
           88  Period-Not-Locked       VALUE 'N'.
       01  WS-PL-Violation-Count       PIC 9(7) VALUE ZERO.
