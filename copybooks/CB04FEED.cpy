      *****************************************************************
      *  CB04FEED.cpy
      *  Daily delta file sent by the upstream account system and
      *  loaded by CBACT04W from FEEDIN.  One header ('H') carrying
      *  the partner id, the partner's feed number (one higher every
      *  feed) and the business date; one detail ('D') per new or
      *  changed account carrying the Field1 key, the amount and
      *  currency in the CB04FLD2 positions, and an optional
      *  effective date; one trailer ('T') carrying the number of
      *  detail records and the sum of their amounts as a hash.
      *  All records are 60 bytes, told apart by the first byte.
      *****************************************************************
       01  FeedHeaderRecord.
           05  FEED-Hdr-Type       PIC X.
           05  FEED-Hdr-Partner-Id PIC X(8).
           05  FEED-Hdr-Feed-Number PIC X(7).
           05  FEED-Hdr-Feed-Num REDEFINES FEED-Hdr-Feed-Number
                                   PIC 9(7).
           05  FEED-Hdr-Business-Date PIC X(8).
           05  FILLER              PIC X(36).

       01  FeedDetailRecord.
           05  FEED-Dtl-Type       PIC X.
           05  FEED-Dtl-Field1     PIC X(20).
           05  FEED-Dtl-Field2     PIC X(30).
           05  FEED-Dtl-Field2-Detail REDEFINES FEED-Dtl-Field2.
               10  FEED-Dtl-Amount PIC S9(13)V99 SIGN IS TRAILING.
               10  FEED-Dtl-Currency PIC X(3).
               10  FILLER          PIC X(12).
           05  FEED-Dtl-Effective-Date PIC X(8).
           05  FILLER              PIC X.

       01  FeedTrailerRecord.
           05  FEED-Trl-Type       PIC X.
           05  FEED-Trl-Rec-Count  PIC X(9).
           05  FEED-Trl-Count-Num REDEFINES FEED-Trl-Rec-Count
                                   PIC 9(9).
           05  FEED-Trl-Hash-Total PIC S9(15)V99 SIGN IS TRAILING.
           05  FILLER              PIC X(33).
