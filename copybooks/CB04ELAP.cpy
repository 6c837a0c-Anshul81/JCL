      *****************************************************************
      *  CB04ELAP.cpy
      *  Run statistics for the batch-window figures printed at the
      *  foot of a report.  The program moves FUNCTION CURRENT-DATE
      *  to WS-EL-Start-Stamp when it starts and to WS-EL-End-Stamp
      *  when it finishes; its 7900-Compute-Elapsed-Time paragraph
      *  turns the two into WS-EL-Elapsed-Display (HH:MM:SS.hh),
      *  allowing for a run that crosses midnight.
      *****************************************************************
       01  WS-EL-Start-Stamp.
           05  WS-EL-Start-Date        PIC 9(8).
           05  WS-EL-Start-Hour        PIC 9(2).
           05  WS-EL-Start-Minute      PIC 9(2).
           05  WS-EL-Start-Second      PIC 9(2).
           05  WS-EL-Start-Hundredths  PIC 9(2).
           05  WS-EL-Start-Offset      PIC X(5).
       01  WS-EL-End-Stamp.
           05  WS-EL-End-Date          PIC 9(8).
           05  WS-EL-End-Hour          PIC 9(2).
           05  WS-EL-End-Minute        PIC 9(2).
           05  WS-EL-End-Second        PIC 9(2).
           05  WS-EL-End-Hundredths    PIC 9(2).
           05  WS-EL-End-Offset        PIC X(5).
       01  WS-EL-Start-Clock           PIC 9(9) VALUE ZERO.
       01  WS-EL-End-Clock             PIC 9(11) VALUE ZERO.
       01  WS-EL-Elapsed               PIC 9(11) VALUE ZERO.
       01  WS-EL-Remainder             PIC 9(11) VALUE ZERO.
       01  WS-EL-Elapsed-Display.
           05  WS-EL-Disp-Hours        PIC 9(3).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-EL-Disp-Minutes      PIC 9(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-EL-Disp-Seconds      PIC 9(2).
           05  FILLER                  PIC X VALUE '.'.
           05  WS-EL-Disp-Hundredths   PIC 9(2).
