       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT04W.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InputFile ASSIGN TO WS-Input-Dataset-Name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Field1
                  ALTERNATE RECORD KEY IS Field2-Currency-Code
                      WITH DUPLICATES
                  FILE STATUS IS FileStatus.

           SELECT FeedFile ASSIGN TO "FEEDIN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FeedFileStatus.

           SELECT OldFeedControlFile ASSIGN TO "FEEDOLD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OldFeedControlStatus.

           SELECT NewFeedControlFile ASSIGN TO "FEEDNEW"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS NewFeedControlStatus.

           SELECT FeedTxnFile ASSIGN TO "FEEDTXN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FeedTxnStatus.

           SELECT FeedRejectFile ASSIGN TO "FEEDREJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FeedRejectStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
           COPY CB04REC.

       FD  FeedFile.
           COPY CB04FEED.

       FD  OldFeedControlFile.
           COPY CB04FCTL.

       FD  NewFeedControlFile.
       01  NewFeedControlRecord        PIC X(57).

       FD  FeedTxnFile.
      *    The deck is written in the CB04MTXN shape so every feed
      *    change goes through the normal CBACT04M edit, approval
      *    limit and journal path like a keyed one.
           COPY CB04MTXN.

       FD  FeedRejectFile.
       01  FeedRejectRecord            PIC X(120).

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  FeedFileStatus              PIC XX.
       01  OldFeedControlStatus        PIC XX.
       01  NewFeedControlStatus        PIC XX.
       01  FeedTxnStatus               PIC XX.
       01  FeedRejectStatus            PIC XX.

       01  EndOfFeed                   PIC X VALUE 'N'.
       01  EndOfOldControl             PIC X VALUE 'N'.

       01  WS-Input-Dataset-Name       PIC X(80) VALUE 'INFILE'.

       01  WS-Run-Date                 PIC X(8) VALUE SPACES.
       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

       01  WS-Outcome-Sw               PIC X VALUE 'A'.
           88  Feed-Accepted           VALUE 'A'.
           88  Feed-Refused            VALUE 'R'.
           88  Load-Fatal              VALUE 'Z'.
       01  WS-Card-Function            PIC X VALUE SPACE.
           88  Card-Is-Add             VALUE 'A'.

      *    Structure seen on the validation pass.
       01  WS-Header-Seen-Sw           PIC X VALUE 'N'.
           88  Header-Seen             VALUE 'Y'.
       01  WS-Trailer-Seen-Sw          PIC X VALUE 'N'.
           88  Trailer-Seen            VALUE 'Y'.
       01  WS-Partner-Id               PIC X(8) VALUE SPACES.
       01  WS-Feed-Number              PIC 9(7) VALUE ZERO.
       01  WS-Business-Date            PIC X(8) VALUE SPACES.
       01  WS-Expected-Feed-Number     PIC 9(7) VALUE ZERO.
       01  WS-Trl-Rec-Count            PIC 9(9) VALUE ZERO.
       01  WS-Trl-Hash-Total           PIC S9(15)V99 VALUE ZERO.

       01  WS-Line-Number              PIC 9(7) VALUE ZERO.
       01  WS-Detail-Count             PIC 9(9) VALUE ZERO.
       01  WS-Hash-Total               PIC S9(15)V99 VALUE ZERO.
       01  WS-Feed-Reject-Count        PIC 9(7) VALUE ZERO.
       01  WS-Detail-Reject-Count      PIC 9(7) VALUE ZERO.
       01  WS-Add-Count                PIC 9(7) VALUE ZERO.
       01  WS-Update-Count             PIC 9(7) VALUE ZERO.
       01  WS-Unchanged-Count          PIC 9(7) VALUE ZERO.
       01  WS-Reason-Text              PIC X(50) VALUE SPACES.

       01  WS-Count-Display            PIC Z(8)9.
       01  WS-Count-Display-2          PIC Z(8)9.
       01  WS-Amount-Display           PIC -(15)9.99.
       01  WS-Amount-Display-2         PIC -(15)9.99.
       01  WS-Number-Display           PIC Z(6)9.

      *    Prior generation of the feed control file.  One entry per
      *    partner; running out of room stops the load rather than
      *    lose a partner's sequence.
       01  WS-Ctl-Max                  PIC 9(3) VALUE 50.
       01  WS-Ctl-Count                PIC 9(3) VALUE ZERO.
       01  WS-Ctl-Sub                  PIC 9(3) VALUE ZERO.
       01  WS-Ctl-Found-Sub            PIC 9(3) VALUE ZERO.
       01  WS-Feed-Control-Table.
           05  WS-Ctl-Entry OCCURS 50 TIMES
                   INDEXED BY WS-Ctl-Idx.
               10  WS-Ctl-Partner-Id   PIC X(8).
               10  WS-Ctl-Rest         PIC X(49).

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
           05  LS-Parm-Data        PIC X(76).

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 8
               AND LS-Parm-Data(1:8) IS NUMERIC
               MOVE LS-Parm-Data(1:8) TO WS-Run-Date
           END-IF

           OPEN OUTPUT FeedRejectFile
           IF FeedRejectStatus NOT = '00'
               DISPLAY 'Error opening feed reject report. Status: '
                   FeedRejectStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO FeedRejectRecord
           STRING '===== CBACT04W UPSTREAM FEED LOAD - RUN DATE '
                      DELIMITED BY SIZE
                  WS-Run-Date DELIMITED BY SIZE
                  ' ====='    DELIMITED BY SIZE
                  INTO FeedRejectRecord
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0500-Load-Feed-Control
           IF NOT Load-Fatal
               PERFORM 1000-Validate-Feed
           END-IF
           IF Feed-Accepted
               PERFORM 3000-Build-Maint-Deck
           END-IF
           IF Feed-Accepted
               PERFORM 4000-Record-Feed-Loaded
           END-IF
           IF NOT Load-Fatal
               PERFORM 4500-Write-Feed-Control
           END-IF

           MOVE SPACES TO FeedRejectRecord
           EVALUATE TRUE
               WHEN Feed-Accepted
                   STRING '** FEED ACCEPTED - MAINTENANCE DECK BUILT '
                              DELIMITED BY SIZE
                          'FOR CBACT04M **' DELIMITED BY SIZE
                          INTO FeedRejectRecord
                   END-STRING
               WHEN Feed-Refused
                   STRING '** FEED REFUSED - NOTHING LOADED - RETURN '
                              DELIMITED BY SIZE
                          'TO PARTNER FOR CORRECTION **'
                              DELIMITED BY SIZE
                          INTO FeedRejectRecord
                   END-STRING
               WHEN Load-Fatal
                   STRING '** LOAD STOPPED - SEE JOB LOG - NOTHING '
                              DELIMITED BY SIZE
                          'LOADED **' DELIMITED BY SIZE
                          INTO FeedRejectRecord
                   END-STRING
           END-EVALUATE
           PERFORM 8000-Write-Report-Line

           MOVE SPACES TO FeedRejectRecord
           STRING 'DETAILS: '           DELIMITED BY SIZE
                  WS-Detail-Count       DELIMITED BY SIZE
                  '  ADDS: '            DELIMITED BY SIZE
                  WS-Add-Count          DELIMITED BY SIZE
                  '  UPDATES: '         DELIMITED BY SIZE
                  WS-Update-Count       DELIMITED BY SIZE
                  '  UNCHANGED: '       DELIMITED BY SIZE
                  WS-Unchanged-Count    DELIMITED BY SIZE
                  '  DETAIL REJECTS: '  DELIMITED BY SIZE
                  WS-Detail-Reject-Count DELIMITED BY SIZE
                  INTO FeedRejectRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           CLOSE FeedRejectFile

           DISPLAY '===== CBACT04W FEED LOAD SUMMARY ====='
           DISPLAY 'PARTNER: ' WS-Partner-Id
           DISPLAY 'FEED NUMBER: ' WS-Feed-Number
           DISPLAY 'BUSINESS DATE: ' WS-Business-Date
           DISPLAY 'DETAIL RECORDS: ' WS-Detail-Count
           DISPLAY 'FEED-LEVEL REJECTS: ' WS-Feed-Reject-Count
           DISPLAY 'ADDS WRITTEN: ' WS-Add-Count
           DISPLAY 'UPDATES WRITTEN: ' WS-Update-Count
           DISPLAY 'UNCHANGED - NO CARD: ' WS-Unchanged-Count
           DISPLAY 'DETAIL REJECTS: ' WS-Detail-Reject-Count
           EVALUATE TRUE
               WHEN Feed-Accepted
                   DISPLAY 'RESULT: FEED ACCEPTED'
               WHEN Feed-Refused
                   DISPLAY 'RESULT: FEED REFUSED'
               WHEN Load-Fatal
                   DISPLAY 'RESULT: LOAD STOPPED'
           END-EVALUATE
           DISPLAY '======================================'
           EVALUATE TRUE
               WHEN Load-Fatal
                   MOVE 16 TO RETURN-CODE
               WHEN Feed-Refused
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Detail-Reject-Count > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    No prior generation (status 35) means no partner has sent
      *    a feed yet; any other failure stops the load rather than
      *    lose the sequence numbers already accepted.
       0500-Load-Feed-Control.
           OPEN INPUT OldFeedControlFile
           EVALUATE OldFeedControlStatus
               WHEN '00'
                   PERFORM UNTIL EndOfOldControl = 'Y'
                       READ OldFeedControlFile INTO FeedControlRecord
                           AT END
                               MOVE 'Y' TO EndOfOldControl
                           NOT AT END
                               PERFORM 0550-Store-Feed-Control
                       END-READ
                   END-PERFORM
                   CLOSE OldFeedControlFile
               WHEN '35'
                   DISPLAY 'No prior feed control file - first feed '
                       'from every partner is accepted at any number'
               WHEN OTHER
                   DISPLAY 'Error opening prior feed control file. '
                       'Status: ' OldFeedControlStatus
                   SET Load-Fatal TO TRUE
           END-EVALUATE.

       0550-Store-Feed-Control.
           IF FCTL-Partner-Id NOT = SPACES
               IF WS-Ctl-Count >= WS-Ctl-Max
                   DISPLAY 'Feed control table full at ' WS-Ctl-Max
                       ' partners - load stopped'
                   SET Load-Fatal TO TRUE
                   MOVE 'Y' TO EndOfOldControl
               ELSE
                   ADD 1 TO WS-Ctl-Count
                   MOVE FeedControlRecord TO WS-Ctl-Entry(WS-Ctl-Count)
               END-IF
           END-IF.

      *    First pass: nothing is written to the deck until the whole
      *    feed has been read and its header, trailer, record count,
      *    amount hash and feed number have all been proved.
       1000-Validate-Feed.
           OPEN INPUT FeedFile
           IF FeedFileStatus NOT = '00'
               DISPLAY 'Error opening upstream feed. Status: '
                   FeedFileStatus
               SET Load-Fatal TO TRUE
           ELSE
               PERFORM UNTIL EndOfFeed = 'Y'
                   READ FeedFile
                       AT END
                           MOVE 'Y' TO EndOfFeed
                       NOT AT END
                           ADD 1 TO WS-Line-Number
                           PERFORM 1100-Validate-Feed-Record
                   END-READ
               END-PERFORM
               CLOSE FeedFile
               PERFORM 1500-Check-Feed-Totals
           END-IF.

       1100-Validate-Feed-Record.
           EVALUATE TRUE
               WHEN Trailer-Seen
                   MOVE 'RECORD FOUND AFTER THE TRAILER'
                       TO WS-Reason-Text
                   PERFORM 1900-Report-Feed-Reject
               WHEN FEED-Hdr-Type = 'H'
                   IF WS-Line-Number NOT = 1
                       MOVE 'HEADER IS NOT THE FIRST RECORD'
                           TO WS-Reason-Text
                       PERFORM 1900-Report-Feed-Reject
                   ELSE
                       PERFORM 1200-Validate-Header
                   END-IF
               WHEN WS-Line-Number = 1
                   MOVE 'FIRST RECORD IS NOT A HEADER'
                       TO WS-Reason-Text
                   PERFORM 1900-Report-Feed-Reject
               WHEN FEED-Dtl-Type = 'D'
                   ADD 1 TO WS-Detail-Count
                   IF FEED-Dtl-Amount IS NUMERIC
                       ADD FEED-Dtl-Amount TO WS-Hash-Total
                   END-IF
               WHEN FEED-Trl-Type = 'T'
                   SET Trailer-Seen TO TRUE
                   IF FEED-Trl-Rec-Count IS NUMERIC
                       AND FEED-Trl-Hash-Total IS NUMERIC
                       MOVE FEED-Trl-Count-Num TO WS-Trl-Rec-Count
                       MOVE FEED-Trl-Hash-Total TO WS-Trl-Hash-Total
                   ELSE
                       MOVE 'TRAILER COUNT OR HASH IS NOT NUMERIC'
                           TO WS-Reason-Text
                       PERFORM 1900-Report-Feed-Reject
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-Reason-Text
                   STRING 'UNKNOWN RECORD TYPE [' DELIMITED BY SIZE
                          FEED-Dtl-Type DELIMITED BY SIZE
                          ']'           DELIMITED BY SIZE
                          INTO WS-Reason-Text
                   END-STRING
                   PERFORM 1900-Report-Feed-Reject
           END-EVALUATE.

       1200-Validate-Header.
           SET Header-Seen TO TRUE
           MOVE FEED-Hdr-Partner-Id TO WS-Partner-Id
           MOVE FEED-Hdr-Business-Date TO WS-Business-Date
           MOVE SPACES TO FeedRejectRecord
           STRING 'PARTNER '         DELIMITED BY SIZE
                  FEED-Hdr-Partner-Id DELIMITED BY SIZE
                  '  FEED NUMBER '   DELIMITED BY SIZE
                  FEED-Hdr-Feed-Number DELIMITED BY SIZE
                  '  BUSINESS DATE ' DELIMITED BY SIZE
                  FEED-Hdr-Business-Date DELIMITED BY SIZE
                  INTO FeedRejectRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           EVALUATE TRUE
               WHEN FEED-Hdr-Partner-Id = SPACES
                   MOVE 'HEADER PARTNER ID IS BLANK'
                       TO WS-Reason-Text
                   PERFORM 1900-Report-Feed-Reject
               WHEN FEED-Hdr-Feed-Number NOT NUMERIC
                   MOVE 'HEADER FEED NUMBER IS NOT NUMERIC'
                       TO WS-Reason-Text
                   PERFORM 1900-Report-Feed-Reject
               WHEN FEED-Hdr-Business-Date NOT NUMERIC
                   MOVE 'HEADER BUSINESS DATE IS NOT NUMERIC'
                       TO WS-Reason-Text
                   PERFORM 1900-Report-Feed-Reject
               WHEN OTHER
                   MOVE FEED-Hdr-Feed-Num TO WS-Feed-Number
                   PERFORM 1300-Check-Feed-Sequence
           END-EVALUATE.

      *    The partner numbers its feeds one up each time; the same
      *    number again is a resend, and a gap means a feed went
      *    missing and must be loaded first.
       1300-Check-Feed-Sequence.
           MOVE ZERO TO WS-Ctl-Found-Sub
           PERFORM VARYING WS-Ctl-Sub FROM 1 BY 1
                   UNTIL WS-Ctl-Sub > WS-Ctl-Count
               IF WS-Ctl-Partner-Id(WS-Ctl-Sub) = WS-Partner-Id
                   MOVE WS-Ctl-Sub TO WS-Ctl-Found-Sub
                   COMPUTE WS-Ctl-Sub = WS-Ctl-Count + 1
               END-IF
           END-PERFORM
           IF WS-Ctl-Found-Sub > ZERO
               MOVE WS-Ctl-Entry(WS-Ctl-Found-Sub)
                   TO FeedControlRecord
               COMPUTE WS-Expected-Feed-Number
                   = FCTL-Last-Feed-Number + 1
               EVALUATE TRUE
                   WHEN WS-Feed-Number = FCTL-Last-Feed-Number
                       MOVE SPACES TO WS-Reason-Text
                       STRING 'DUPLICATE FEED - NUMBER '
                                  DELIMITED BY SIZE
                              WS-Feed-Number DELIMITED BY SIZE
                              ' ALREADY LOADED ' DELIMITED BY SIZE
                              FCTL-Last-Load-Date DELIMITED BY SIZE
                              INTO WS-Reason-Text
                       END-STRING
                       PERFORM 1900-Report-Feed-Reject
                   WHEN WS-Feed-Number NOT = WS-Expected-Feed-Number
                       MOVE SPACES TO WS-Reason-Text
                       STRING 'OUT OF SEQUENCE - EXPECTED FEED '
                                  DELIMITED BY SIZE
                              WS-Expected-Feed-Number
                                  DELIMITED BY SIZE
                              INTO WS-Reason-Text
                       END-STRING
                       PERFORM 1900-Report-Feed-Reject
               END-EVALUATE
           END-IF.

       1500-Check-Feed-Totals.
           IF NOT Header-Seen AND WS-Line-Number = ZERO
               MOVE 'FEED IS EMPTY' TO WS-Reason-Text
               PERFORM 1900-Report-Feed-Reject
           END-IF
           IF WS-Line-Number > ZERO AND NOT Trailer-Seen
               MOVE 'TRAILER RECORD IS MISSING' TO WS-Reason-Text
               PERFORM 1900-Report-Feed-Reject
           END-IF
           IF Trailer-Seen
               IF WS-Trl-Rec-Count NOT = WS-Detail-Count
                   MOVE WS-Trl-Rec-Count TO WS-Count-Display
                   MOVE WS-Detail-Count TO WS-Count-Display-2
                   MOVE SPACES TO WS-Reason-Text
                   STRING 'RECORD COUNT - TRAILER ' DELIMITED BY SIZE
                          WS-Count-Display   DELIMITED BY SIZE
                          ' FEED '           DELIMITED BY SIZE
                          WS-Count-Display-2 DELIMITED BY SIZE
                          INTO WS-Reason-Text
                   END-STRING
                   PERFORM 1900-Report-Feed-Reject
               END-IF
               IF WS-Trl-Hash-Total NOT = WS-Hash-Total
                   MOVE WS-Trl-Hash-Total TO WS-Amount-Display
                   MOVE WS-Hash-Total TO WS-Amount-Display-2
                   MOVE SPACES TO WS-Reason-Text
                   STRING 'AMOUNT HASH - TRAILER ' DELIMITED BY SIZE
                          WS-Amount-Display   DELIMITED BY SIZE
                          ' FEED '            DELIMITED BY SIZE
                          WS-Amount-Display-2 DELIMITED BY SIZE
                          INTO WS-Reason-Text
                   END-STRING
                   PERFORM 1900-Report-Feed-Reject
               END-IF
           END-IF.

      *    A feed-level reject refuses the whole feed; the line
      *    number is the partner's record number in the file they
      *    sent, header included, so they can find it.
       1900-Report-Feed-Reject.
           SET Feed-Refused TO TRUE
           ADD 1 TO WS-Feed-Reject-Count
           MOVE SPACES TO FeedRejectRecord
           IF WS-Line-Number > ZERO
               MOVE WS-Line-Number TO WS-Number-Display
               STRING 'LINE '            DELIMITED BY SIZE
                      WS-Number-Display  DELIMITED BY SIZE
                      ' FEED REJECT - '  DELIMITED BY SIZE
                      WS-Reason-Text     DELIMITED BY SIZE
                      INTO FeedRejectRecord
               END-STRING
           ELSE
               STRING 'FEED REJECT - '   DELIMITED BY SIZE
                      WS-Reason-Text     DELIMITED BY SIZE
                      INTO FeedRejectRecord
               END-STRING
           END-IF
           PERFORM 8000-Write-Report-Line.

      *    Second pass: each detail is compared with the InputFile
      *    to choose add or update; an identical record needs no
      *    card at all.
       3000-Build-Maint-Deck.
           OPEN INPUT InputFile
           IF FileStatus NOT = '00'
               DISPLAY 'Error opening InputFile. Status: ' FileStatus
               SET Load-Fatal TO TRUE
           ELSE
               OPEN OUTPUT FeedTxnFile
               IF FeedTxnStatus NOT = '00'
                   DISPLAY 'Error opening feed maintenance deck. '
                       'Status: ' FeedTxnStatus
                   CLOSE InputFile
                   SET Load-Fatal TO TRUE
               ELSE
                   OPEN INPUT FeedFile
                   IF FeedFileStatus NOT = '00'
                       DISPLAY 'Error reopening feed file. Status: '
                           FeedFileStatus
                       CLOSE FeedTxnFile
                       CLOSE InputFile
                       SET Load-Fatal TO TRUE
                   ELSE
                       MOVE ZERO TO WS-Line-Number
                       MOVE 'N' TO EndOfFeed
                       PERFORM UNTIL EndOfFeed = 'Y'
                           READ FeedFile
                               AT END
                                   MOVE 'Y' TO EndOfFeed
                               NOT AT END
                                   ADD 1 TO WS-Line-Number
                                   IF FEED-Dtl-Type = 'D'
                                       PERFORM 3100-Process-Detail
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE FeedFile
                       CLOSE FeedTxnFile
                       CLOSE InputFile
                   END-IF
               END-IF
           END-IF.

       3100-Process-Detail.
           MOVE SPACES TO WS-Reason-Text
           EVALUATE TRUE
               WHEN FEED-Dtl-Field1 = SPACES
                   MOVE 'FIELD1 KEY IS BLANK' TO WS-Reason-Text
               WHEN FEED-Dtl-Amount NOT NUMERIC
                   MOVE 'AMOUNT IS NOT NUMERIC' TO WS-Reason-Text
               WHEN FEED-Dtl-Currency = SPACES
                   MOVE 'CURRENCY CODE IS BLANK' TO WS-Reason-Text
               WHEN FEED-Dtl-Effective-Date NOT = SPACES
                    AND FEED-Dtl-Effective-Date NOT NUMERIC
                   MOVE 'EFFECTIVE DATE IS NOT NUMERIC'
                       TO WS-Reason-Text
           END-EVALUATE
           IF WS-Reason-Text NOT = SPACES
               PERFORM 3900-Report-Detail-Reject
           ELSE
               MOVE SPACES TO MaintTransRecord
               MOVE FEED-Dtl-Field1 TO MT-Field1
               MOVE FEED-Dtl-Field2 TO MT-Field2
               MOVE FEED-Dtl-Effective-Date TO MT-Effective-Date
               MOVE FEED-Dtl-Field1 TO Field1
               READ InputFile
                   INVALID KEY
                       MOVE 'A' TO MT-Function
                       PERFORM 3200-Write-Maint-Card
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN Record-Deleted
                               MOVE 'KEY IS LOGICALLY DELETED ON FILE'
                                   TO WS-Reason-Text
                               PERFORM 3900-Report-Detail-Reject
                           WHEN Field2 = FEED-Dtl-Field2
                               ADD 1 TO WS-Unchanged-Count
                           WHEN OTHER
                               MOVE 'U' TO MT-Function
                               PERFORM 3200-Write-Maint-Card
                       END-EVALUATE
               END-READ
           END-IF.

       3200-Write-Maint-Card.
           MOVE MT-Function TO WS-Card-Function
           WRITE MaintTransRecord
           IF FeedTxnStatus = '00'
               IF Card-Is-Add
                   ADD 1 TO WS-Add-Count
               ELSE
                   ADD 1 TO WS-Update-Count
               END-IF
           ELSE
               DISPLAY 'Error writing feed maintenance deck. Status: '
                   FeedTxnStatus ' Key: ' FEED-Dtl-Field1
               SET Load-Fatal TO TRUE
               MOVE 'Y' TO EndOfFeed
           END-IF.

       3900-Report-Detail-Reject.
           ADD 1 TO WS-Detail-Reject-Count
           MOVE WS-Line-Number TO WS-Number-Display
           MOVE SPACES TO FeedRejectRecord
           STRING 'LINE '              DELIMITED BY SIZE
                  WS-Number-Display    DELIMITED BY SIZE
                  ' DETAIL REJECT - KEY ' DELIMITED BY SIZE
                  FEED-Dtl-Field1      DELIMITED BY SIZE
                  ' - '                DELIMITED BY SIZE
                  WS-Reason-Text       DELIMITED BY SIZE
                  INTO FeedRejectRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

      *    The feed number only moves on once the deck is built, so
      *    a refused or stopped feed can be corrected and resent
      *    under the same number.
       4000-Record-Feed-Loaded.
           IF WS-Ctl-Found-Sub = ZERO
               IF WS-Ctl-Count >= WS-Ctl-Max
                   DISPLAY 'Feed control table full at ' WS-Ctl-Max
                       ' partners - partner ' WS-Partner-Id
                       ' cannot be added'
                   SET Load-Fatal TO TRUE
               ELSE
                   ADD 1 TO WS-Ctl-Count
                   MOVE WS-Ctl-Count TO WS-Ctl-Found-Sub
               END-IF
           END-IF
           IF NOT Load-Fatal
               MOVE SPACES TO FeedControlRecord
               MOVE WS-Partner-Id TO FCTL-Partner-Id
               MOVE WS-Feed-Number TO FCTL-Last-Feed-Number
               MOVE WS-Business-Date TO FCTL-Last-Business-Date
               MOVE WS-Run-Date TO FCTL-Last-Load-Date
               MOVE WS-Detail-Count TO FCTL-Last-Rec-Count
               MOVE WS-Hash-Total TO FCTL-Last-Hash-Total
               MOVE FeedControlRecord
                   TO WS-Ctl-Entry(WS-Ctl-Found-Sub)
           END-IF.

       4500-Write-Feed-Control.
           OPEN OUTPUT NewFeedControlFile
           IF NewFeedControlStatus NOT = '00'
               DISPLAY 'Error opening new feed control file. '
                   'Status: ' NewFeedControlStatus
               SET Load-Fatal TO TRUE
           ELSE
               PERFORM VARYING WS-Ctl-Sub FROM 1 BY 1
                       UNTIL WS-Ctl-Sub > WS-Ctl-Count
                   MOVE WS-Ctl-Entry(WS-Ctl-Sub)
                       TO NewFeedControlRecord
                   WRITE NewFeedControlRecord
                   IF NewFeedControlStatus NOT = '00'
                       DISPLAY 'Error writing new feed control file. '
                           'Status: ' NewFeedControlStatus
                       SET Load-Fatal TO TRUE
                   END-IF
               END-PERFORM
               CLOSE NewFeedControlFile
           END-IF.

       8000-Write-Report-Line.
           WRITE FeedRejectRecord
           MOVE SPACES TO FeedRejectRecord.
