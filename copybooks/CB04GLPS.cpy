      *****************************************************************
      *  CB04GLPS.cpy
      *  Double-entry GL posting file written by CBACT04X to GLPOST:
      *  one header, then for each currency the posting lines in
      *  entry order followed by a trailer that proves the debits
      *  equal the credits, then one control record.  Every movement
      *  is one entry of two lines, debit then credit, sharing the
      *  entry number; amounts are unsigned, the debit/credit flag
      *  says which side.  Lines posted to the suspense account for
      *  want of a CB04GLRL rule carry the suspense flag.  All
      *  records are 80 bytes, distinguished by the record-type byte
      *  in position one.
      *****************************************************************
       01  GLPostingHeader.
           05  GLPS-Hdr-Type       PIC X.
           05  GLPS-Hdr-Run-Date   PIC X(8).
           05  GLPS-Hdr-Run-Id     PIC X(8).
           05  GLPS-Hdr-Source-Pgm PIC X(8).
           05  GLPS-Hdr-Suspense-Account PIC X(10).
           05  FILLER              PIC X(45).

       01  GLPostingLine.
           05  GLPS-Dtl-Type       PIC X.
           05  GLPS-Dtl-Currency   PIC X(3).
           05  GLPS-Dtl-Entry-No   PIC 9(9).
           05  GLPS-Dtl-Dr-Cr      PIC X.
               88  GLPS-Dtl-Debit      VALUE 'D'.
               88  GLPS-Dtl-Credit     VALUE 'C'.
           05  GLPS-Dtl-Account    PIC X(10).
           05  GLPS-Dtl-Cost-Centre PIC X(6).
           05  GLPS-Dtl-Amount     PIC 9(15)V99.
           05  GLPS-Dtl-Field1     PIC X(20).
           05  GLPS-Dtl-Record-Type PIC X(4).
           05  GLPS-Dtl-Direction  PIC X.
           05  GLPS-Dtl-Suspense-Flag PIC X.
               88  GLPS-Dtl-Suspense   VALUE 'S'.
           05  FILLER              PIC X(7).

       01  GLPostingTrailer.
           05  GLPS-Trl-Type       PIC X.
           05  GLPS-Trl-Currency   PIC X(3).
           05  GLPS-Trl-Line-Count PIC 9(9).
           05  GLPS-Trl-Debit-Total PIC 9(15)V99.
           05  GLPS-Trl-Credit-Total PIC 9(15)V99.
           05  GLPS-Trl-Balanced-Flag PIC X.
               88  GLPS-Trl-Balanced   VALUE 'Y'.
           05  FILLER              PIC X(32).

       01  GLPostingControl.
           05  GLPS-Ctl-Type       PIC X.
           05  GLPS-Ctl-Currency-Count PIC 9(5).
           05  GLPS-Ctl-Line-Count PIC 9(9).
           05  GLPS-Ctl-Suspense-Count PIC 9(9).
           05  FILLER              PIC X(56).
