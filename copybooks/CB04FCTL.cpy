      *****************************************************************
      *  CB04FCTL.cpy
      *  Feed control record, one per upstream partner, holding the
      *  last feed CBACT04W accepted from it.  CBACT04W reads the
      *  prior generation (FEEDOLD) and writes the next (FEEDNEW);
      *  a feed whose number is not exactly one higher than
      *  FCTL-Last-Feed-Number is refused as a duplicate or as out
      *  of sequence.  A partner with no record yet may start at
      *  any number.
      *****************************************************************
       01  FeedControlRecord.
           05  FCTL-Partner-Id     PIC X(8).
           05  FCTL-Last-Feed-Number PIC 9(7).
           05  FCTL-Last-Business-Date PIC X(8).
           05  FCTL-Last-Load-Date PIC X(8).
           05  FCTL-Last-Rec-Count PIC 9(9).
           05  FCTL-Last-Hash-Total PIC S9(15)V99 SIGN IS TRAILING.
