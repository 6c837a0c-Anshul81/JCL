       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT04X.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PostingRuleFile ASSIGN TO "GLRULES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PostingRuleStatus.

           SELECT JournalFile ASSIGN TO "JRNLFILE"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS JournalFileStatus.

           SELECT AccrualGLFile ASSIGN TO "ACRGLEX"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AccrualGLStatus.

           SELECT GLPostingFile ASSIGN TO "GLPOST"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GLPostingStatus.

           SELECT PostingReportFile ASSIGN TO "GLPSRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PostingReportStatus.

           SELECT PostingSortFile ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PostingRuleFile.
           COPY CB04GLRL.

       FD  JournalFile.
           COPY CB04JRNL.

       FD  AccrualGLFile.
           COPY CB04GLEX.

       FD  GLPostingFile.
           COPY CB04GLPS.

       FD  PostingReportFile.
       01  PostingReportRecord         PIC X(132).

      *    Posting lines are built in the GLPostingLine layout and
      *    sorted on currency and entry number, debit before credit,
      *    so each currency's trailer is written at its control break
      *    with no limit on the number of currencies or lines.
       SD  PostingSortFile.
       01  PostingSortRecord.
           05  FILLER                  PIC X.
           05  PS-Currency             PIC X(3).
           05  PS-Entry-No             PIC 9(9).
           05  PS-Dr-Cr                PIC X.
           05  FILLER                  PIC X(66).

       WORKING-STORAGE SECTION.
       01  PostingRuleStatus           PIC XX.
       01  JournalFileStatus           PIC XX.
       01  AccrualGLStatus             PIC XX.
       01  GLPostingStatus             PIC XX.
       01  PostingReportStatus         PIC XX.

       01  EndOfRules                  PIC X VALUE 'N'.
       01  EndOfJournal                PIC X VALUE 'N'.
       01  EndOfAccruals               PIC X VALUE 'N'.

       01  WS-Program-Name             PIC X(8) VALUE 'CBACT04X'.
       01  WS-Run-Id                   PIC X(8) VALUE 'GLP0001'.
       01  WS-Run-Date                 PIC X(8) VALUE SPACES.
       01  WS-Suspense-Account         PIC X(10) VALUE '9999999999'.
       01  WS-Suspense-Cost-Centre     PIC X(6) VALUE '000000'.

       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

       01  WS-Accrual-Open-Sw          PIC X VALUE 'N'.
           88  Accrual-Batch-Open      VALUE 'Y'.
       01  WS-Accrual-Date-Sw          PIC X VALUE 'Y'.
           88  Accrual-Batch-Due       VALUE 'Y'.
       01  WS-Sort-Failed-Sw           PIC X VALUE 'N'.
           88  Sort-Failed             VALUE 'Y'.
       01  WS-Out-Of-Balance-Sw        PIC X VALUE 'N'.
           88  Posting-Out-Of-Balance  VALUE 'Y'.
       01  WS-Rule-Table-Full-Sw       PIC X VALUE 'N'.
           88  Rule-Table-Full         VALUE 'Y'.

      *    The posting rules in force for the run, first card for a
      *    currency, record type and direction wins.
       01  WS-Rule-Max                 PIC 9(3) VALUE 500.
       01  WS-Rule-Count               PIC 9(3) VALUE ZERO.
       01  WS-Rule-Found-Sub           PIC 9(3) VALUE ZERO.
       01  WS-Posting-Rule-Table.
           05  WS-Rule-Entry OCCURS 500 TIMES
                   INDEXED BY WS-Rule-Idx.
               10  WS-Rule-Currency    PIC X(3).
               10  WS-Rule-Type        PIC X(4).
               10  WS-Rule-Direction   PIC X.
               10  WS-Rule-Debit       PIC X(10).
               10  WS-Rule-Credit      PIC X(10).
               10  WS-Rule-Cost-Centre PIC X(6).

       01  WS-Card-Read-Count          PIC 9(5) VALUE ZERO.
       01  WS-Card-Rejected-Count      PIC 9(5) VALUE ZERO.
       01  WS-Journal-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-Journal-Day-Count        PIC 9(9) VALUE ZERO.
       01  WS-No-Movement-Count        PIC 9(9) VALUE ZERO.
       01  WS-Accrual-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-Unreadable-Count         PIC 9(9) VALUE ZERO.
       01  WS-Entry-Count              PIC 9(9) VALUE ZERO.
       01  WS-Suspense-Entry-Count     PIC 9(9) VALUE ZERO.
       01  WS-Line-Count               PIC 9(9) VALUE ZERO.
       01  WS-Suspense-Line-Count      PIC 9(9) VALUE ZERO.
       01  WS-Currency-Count           PIC 9(5) VALUE ZERO.

      *    Record images in the CB04REC layout either side of a
      *    journal entry, with Field2 broken into amount, currency
      *    and record type.
       01  WS-Bef-Image.
           05  WS-Bef-Field1           PIC X(20).
           05  WS-Bef-Field2           PIC X(30).
           05  WS-Bef-Field2-Detail REDEFINES WS-Bef-Field2.
               10  WS-Bef-Amount       PIC S9(13)V99 SIGN IS TRAILING.
               10  WS-Bef-Currency     PIC X(3).
               10  WS-Bef-Type         PIC X(4).
               10  FILLER              PIC X(8).
           05  WS-Bef-Status           PIC X.
           05  WS-Bef-Maint-Date       PIC X(8).

       01  WS-Aft-Image.
           05  WS-Aft-Field1           PIC X(20).
           05  WS-Aft-Field2           PIC X(30).
           05  WS-Aft-Field2-Detail REDEFINES WS-Aft-Field2.
               10  WS-Aft-Amount       PIC S9(13)V99 SIGN IS TRAILING.
               10  WS-Aft-Currency     PIC X(3).
               10  WS-Aft-Type         PIC X(4).
               10  FILLER              PIC X(8).
           05  WS-Aft-Status           PIC X.
           05  WS-Aft-Maint-Date       PIC X(8).

       01  WS-Accrual-Field2           PIC X(30).
       01  WS-Accrual-Field2-Detail REDEFINES WS-Accrual-Field2.
           05  WS-Accrual-Amount       PIC S9(13)V99 SIGN IS TRAILING.
           05  WS-Accrual-Currency     PIC X(3).
           05  WS-Accrual-Type         PIC X(4).
           05  FILLER                  PIC X(8).

      *    The movement being posted: a signed amount, so a negative
      *    new balance or reversal posts with the sides swapped.
       01  WS-Post-Key                 PIC X(20) VALUE SPACES.
       01  WS-Post-Currency            PIC X(3) VALUE SPACES.
       01  WS-Post-Type                PIC X(4) VALUE SPACES.
       01  WS-Post-Direction           PIC X VALUE SPACE.
       01  WS-Post-Amount              PIC S9(15)V99 VALUE ZERO.
       01  WS-Post-Debit               PIC X(10) VALUE SPACES.
       01  WS-Post-Credit              PIC X(10) VALUE SPACES.
       01  WS-Post-Cost-Centre         PIC X(6) VALUE SPACES.
       01  WS-Post-Swap                PIC X(10) VALUE SPACES.
       01  WS-Post-Suspense-Sw         PIC X VALUE 'N'.
           88  Post-To-Suspense        VALUE 'Y'.
       01  WS-Direction-Text           PIC X(11) VALUE SPACES.
       01  WS-Balance-Text             PIC X(22) VALUE SPACES.
       01  WS-Unreadable-Source        PIC X(8) VALUE SPACES.

      *    Currency control break on the sorted lines.
       01  WS-Ret-Currency             PIC X(3) VALUE SPACES.
       01  WS-Cur-Currency             PIC X(3) VALUE SPACES.
       01  WS-Cur-Line-Count           PIC 9(9) VALUE ZERO.
       01  WS-Cur-Balanced-Sw          PIC X VALUE 'N'.
           88  Currency-Balanced       VALUE 'Y'.
       01  WS-Write-Key                PIC X(20) VALUE SPACES.
       01  WS-Cur-Debit-Total          PIC 9(15)V99 VALUE ZERO.
       01  WS-Cur-Credit-Total         PIC 9(15)V99 VALUE ZERO.

       01  WS-Amt-Display-1            PIC -(14)9.99.
       01  WS-Amt-Display-2            PIC -(14)9.99.

       COPY CB04ELAP.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
           05  LS-Parm-Data        PIC X(76).

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 8
               AND LS-Parm-Data(1:8) IS NUMERIC
               MOVE LS-Parm-Data(1:8) TO WS-Run-Date
           END-IF
           IF LS-Parm-Length >= 16
               AND LS-Parm-Data(9:8) NOT = SPACES
               MOVE LS-Parm-Data(9:8) TO WS-Run-Id
           END-IF
      *    The suspense account and its cost centre belong to the GL
      *    team and can change without a program change.
           IF LS-Parm-Length >= 26
               AND LS-Parm-Data(17:10) NOT = SPACES
               MOVE LS-Parm-Data(17:10) TO WS-Suspense-Account
           END-IF
           IF LS-Parm-Length >= 32
               AND LS-Parm-Data(27:6) NOT = SPACES
               MOVE LS-Parm-Data(27:6) TO WS-Suspense-Cost-Centre
           END-IF

           OPEN OUTPUT PostingReportFile
           IF PostingReportStatus NOT = '00'
               DISPLAY 'Error opening GL posting report file. Status: '
                   PostingReportStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO PostingReportRecord
           STRING '===== CBACT04X GL POSTING - RUN DATE '
                      DELIMITED BY SIZE
                  WS-Run-Date      DELIMITED BY SIZE
                  ' RUN ID '       DELIMITED BY SIZE
                  WS-Run-Id        DELIMITED BY SIZE
                  ' SUSPENSE '     DELIMITED BY SIZE
                  WS-Suspense-Account DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-Suspense-Cost-Centre DELIMITED BY SIZE
                  ' ====='         DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0100-Load-Posting-Rules
           IF PostingRuleStatus NOT = '00' OR Rule-Table-Full
               CLOSE PostingReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT JournalFile
           IF JournalFileStatus NOT = '00'
               DISPLAY 'Error opening journal file. Status: '
                   JournalFileStatus
               CLOSE PostingReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0300-Open-Accrual-Batch

           OPEN OUTPUT GLPostingFile
           IF GLPostingStatus NOT = '00'
               DISPLAY 'Error opening GL posting file. Status: '
                   GLPostingStatus
               CLOSE JournalFile
               IF Accrual-Batch-Open
                   CLOSE AccrualGLFile
               END-IF
               CLOSE PostingReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO GLPostingHeader
           MOVE 'H' TO GLPS-Hdr-Type
           MOVE WS-Run-Date TO GLPS-Hdr-Run-Date
           MOVE WS-Run-Id TO GLPS-Hdr-Run-Id
           MOVE WS-Program-Name TO GLPS-Hdr-Source-Pgm
           MOVE WS-Suspense-Account TO GLPS-Hdr-Suspense-Account
           WRITE GLPostingHeader

           SORT PostingSortFile
               ON ASCENDING KEY PS-Currency PS-Entry-No
               ON DESCENDING KEY PS-Dr-Cr
               INPUT PROCEDURE IS 1000-Build-Postings
               OUTPUT PROCEDURE IS 3000-Write-Posting-File
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'Posting sort failed - SORT-RETURN '
                   SORT-RETURN ' - GLPOST is incomplete'
               SET Sort-Failed TO TRUE
               MOVE SPACES TO PostingReportRecord
               STRING '*** POSTING SORT FAILED - GLPOST IS INCOMPLETE'
                          DELIMITED BY SIZE
                      ' - DO NOT SEND - RERUN ***' DELIMITED BY SIZE
                      INTO PostingReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF

           MOVE SPACES TO GLPostingControl
           MOVE 'Z' TO GLPS-Ctl-Type
           MOVE WS-Currency-Count TO GLPS-Ctl-Currency-Count
           MOVE WS-Line-Count TO GLPS-Ctl-Line-Count
           MOVE WS-Suspense-Line-Count TO GLPS-Ctl-Suspense-Count
           WRITE GLPostingControl
           IF GLPostingStatus NOT = '00'
               DISPLAY 'Error writing GL posting control record. '
                   'Status: ' GLPostingStatus
               SET Posting-Out-Of-Balance TO TRUE
           END-IF

           PERFORM 9000-Write-Posting-Totals
           PERFORM 7800-Write-Run-Statistics

           CLOSE JournalFile
           IF Accrual-Batch-Open
               CLOSE AccrualGLFile
           END-IF
           CLOSE GLPostingFile
           CLOSE PostingReportFile

           DISPLAY '===== CBACT04X GL POSTING SUMMARY ====='
           DISPLAY 'RUN DATE: ' WS-Run-Date ' RUN ID: ' WS-Run-Id
           DISPLAY 'RULE CARDS READ: ' WS-Card-Read-Count
               ' LOADED: ' WS-Rule-Count
               ' REJECTED: ' WS-Card-Rejected-Count
           DISPLAY 'JOURNAL RECORDS READ: ' WS-Journal-Read-Count
           DISPLAY 'JOURNAL ENTRIES FOR THE DAY: '
               WS-Journal-Day-Count
           DISPLAY 'ENTRIES WITH NO MOVEMENT: ' WS-No-Movement-Count
           DISPLAY 'ACCRUAL DETAILS READ: ' WS-Accrual-Read-Count
           DISPLAY 'UNREADABLE AMOUNTS: ' WS-Unreadable-Count
           DISPLAY 'ENTRIES POSTED: ' WS-Entry-Count
           DISPLAY 'ENTRIES TO SUSPENSE: ' WS-Suspense-Entry-Count
           DISPLAY 'LINES WRITTEN: ' WS-Line-Count
           DISPLAY 'CURRENCIES: ' WS-Currency-Count
           DISPLAY 'ELAPSED TIME: ' WS-EL-Elapsed-Display
           DISPLAY '======================================='
           EVALUATE TRUE
               WHEN Sort-Failed
               WHEN Posting-Out-Of-Balance
                   MOVE 16 TO RETURN-CODE
               WHEN WS-Suspense-Entry-Count > ZERO
               WHEN WS-Unreadable-Count > ZERO
               WHEN WS-Card-Rejected-Count > ZERO
               WHEN NOT Accrual-Batch-Due
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0100-Load-Posting-Rules.
           OPEN INPUT PostingRuleFile
           IF PostingRuleStatus NOT = '00'
               DISPLAY 'Error opening GL posting rules file. Status: '
                   PostingRuleStatus
           ELSE
               PERFORM UNTIL EndOfRules = 'Y'
                   READ PostingRuleFile
                       AT END
                           MOVE 'Y' TO EndOfRules
                       NOT AT END
                           ADD 1 TO WS-Card-Read-Count
                           PERFORM 0150-Store-Posting-Rule
                   END-READ
               END-PERFORM
               CLOSE PostingRuleFile
               MOVE '00' TO PostingRuleStatus
               DISPLAY 'Posting rule cards read: ' WS-Card-Read-Count
                   ' rules in force: ' WS-Rule-Count
           END-IF.

      *    A rule that cannot be applied is listed and left out, so
      *    its movements go to suspense rather than to a blank
      *    account.  A full table stops the run: dropping rules
      *    would quietly send good movements to suspense.
       0150-Store-Posting-Rule.
           EVALUATE TRUE
               WHEN GLRL-Currency-Code = SPACES
               WHEN NOT GLRL-Valid-Direction
               WHEN GLRL-Debit-Account = SPACES
               WHEN GLRL-Credit-Account = SPACES
                   ADD 1 TO WS-Card-Rejected-Count
                   MOVE SPACES TO PostingReportRecord
                   STRING 'RULE CARD REJECTED - ['  DELIMITED BY SIZE
                          PostingRuleRecord(1:34)   DELIMITED BY SIZE
                          '] - BLANK CURRENCY OR ACCOUNT, OR '
                              DELIMITED BY SIZE
                          'DIRECTION NOT N/I/D/R'  DELIMITED BY SIZE
                          INTO PostingReportRecord
                   END-STRING
                   PERFORM 8000-Write-Report-Line
               WHEN OTHER
                   MOVE GLRL-Currency-Code TO WS-Post-Currency
                   MOVE GLRL-Record-Type TO WS-Post-Type
                   MOVE GLRL-Direction TO WS-Post-Direction
                   PERFORM 2100-Find-Posting-Rule
                   EVALUATE TRUE
                       WHEN WS-Rule-Found-Sub > ZERO
                           ADD 1 TO WS-Card-Rejected-Count
                           MOVE SPACES TO PostingReportRecord
                           STRING 'RULE CARD REJECTED - ['
                                      DELIMITED BY SIZE
                                  PostingRuleRecord(1:34)
                                      DELIMITED BY SIZE
                                  '] - DUPLICATE OF AN EARLIER CARD'
                                      DELIMITED BY SIZE
                                  INTO PostingReportRecord
                           END-STRING
                           PERFORM 8000-Write-Report-Line
                       WHEN WS-Rule-Count >= WS-Rule-Max
                           DISPLAY 'Posting rule table full at '
                               WS-Rule-Max ' rules - run stopped'
                           SET Rule-Table-Full TO TRUE
                           MOVE 'Y' TO EndOfRules
                       WHEN OTHER
                           ADD 1 TO WS-Rule-Count
                           MOVE GLRL-Currency-Code
                               TO WS-Rule-Currency(WS-Rule-Count)
                           MOVE GLRL-Record-Type
                               TO WS-Rule-Type(WS-Rule-Count)
                           MOVE GLRL-Direction
                               TO WS-Rule-Direction(WS-Rule-Count)
                           MOVE GLRL-Debit-Account
                               TO WS-Rule-Debit(WS-Rule-Count)
                           MOVE GLRL-Credit-Account
                               TO WS-Rule-Credit(WS-Rule-Count)
                           MOVE GLRL-Cost-Centre
                               TO WS-Rule-Cost-Centre(WS-Rule-Count)
                   END-EVALUATE
           END-EVALUATE.

      *    The CBACT04I accrual batch is optional - no batch means no
      *    accrual to post.  A batch dated for another day is not
      *    posted, so a rerun or a stale generation cannot post the
      *    same accrual twice.
       0300-Open-Accrual-Batch.
           OPEN INPUT AccrualGLFile
           IF AccrualGLStatus NOT = '00'
               DISPLAY 'No accrual GL batch - nothing accrued to '
                   'post. Status: ' AccrualGLStatus
           ELSE
               SET Accrual-Batch-Open TO TRUE
               READ AccrualGLFile
                   AT END
                       MOVE 'Y' TO EndOfAccruals
               END-READ
               IF EndOfAccruals NOT = 'Y'
                   IF GLEX-Hdr-Type NOT = 'H'
                       OR GLEX-Hdr-Run-Date NOT = WS-Run-Date
                       MOVE 'N' TO WS-Accrual-Date-Sw
                       MOVE 'Y' TO EndOfAccruals
                       MOVE SPACES TO PostingReportRecord
                       STRING '*** ACCRUAL BATCH HEADER ['
                                  DELIMITED BY SIZE
                              GLExtractHeader(1:25) DELIMITED BY SIZE
                              '] IS NOT FOR RUN DATE '
                                  DELIMITED BY SIZE
                              WS-Run-Date DELIMITED BY SIZE
                              ' - ACCRUALS NOT POSTED ***'
                                  DELIMITED BY SIZE
                              INTO PostingReportRecord
                       END-STRING
                       PERFORM 8000-Write-Report-Line
                   END-IF
               END-IF
           END-IF.

       1000-Build-Postings.
           PERFORM UNTIL EndOfJournal = 'Y'
               READ JournalFile
                   AT END
                       MOVE 'Y' TO EndOfJournal
                   NOT AT END
                       ADD 1 TO WS-Journal-Read-Count
                       IF JRNL-Timestamp(1:8) = WS-Run-Date
                           ADD 1 TO WS-Journal-Day-Count
                           PERFORM 1100-Take-Journal-Entry
                       END-IF
               END-READ
           END-PERFORM

           IF Accrual-Batch-Open
               PERFORM UNTIL EndOfAccruals = 'Y'
                   READ AccrualGLFile
                       AT END
                           MOVE 'Y' TO EndOfAccruals
                       NOT AT END
                           IF GLEX-Dtl-Type = 'D'
                               ADD 1 TO WS-Accrual-Read-Count
                               PERFORM 1200-Take-Accrual-Detail
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    An add or a restore is a new balance and a delete reverses
      *    the balance the record had.  An update moves the balance
      *    by the difference; one that changes the currency or record
      *    type takes the old balance out under the old rule and
      *    brings the new one in as a new balance.  Holds and
      *    releases leave the balance alone.
       1100-Take-Journal-Entry.
           MOVE JRNL-Before-Image TO WS-Bef-Image
           MOVE JRNL-After-Image TO WS-Aft-Image
           MOVE JRNL-Key TO WS-Post-Key
           EVALUATE TRUE
               WHEN JRNL-Func-Add
               WHEN JRNL-Func-Restore
                   IF WS-Aft-Amount NOT NUMERIC
                       MOVE 'JOURNAL' TO WS-Unreadable-Source
                       PERFORM 2400-Write-Unreadable-Line
                   ELSE
                       MOVE 'N' TO WS-Post-Direction
                       PERFORM 1150-Post-After-Balance
                   END-IF
               WHEN JRNL-Func-Delete
                   IF WS-Bef-Amount NOT NUMERIC
                       MOVE 'JOURNAL' TO WS-Unreadable-Source
                       PERFORM 2400-Write-Unreadable-Line
                   ELSE
                       MOVE 'R' TO WS-Post-Direction
                       MOVE WS-Bef-Currency TO WS-Post-Currency
                       MOVE WS-Bef-Type TO WS-Post-Type
                       MOVE WS-Bef-Amount TO WS-Post-Amount
                       PERFORM 2000-Post-Movement
                   END-IF
               WHEN JRNL-Func-Update
                   IF WS-Bef-Amount NOT NUMERIC
                       OR WS-Aft-Amount NOT NUMERIC
                       MOVE 'JOURNAL' TO WS-Unreadable-Source
                       PERFORM 2400-Write-Unreadable-Line
                   ELSE
                       PERFORM 1160-Post-Update
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-No-Movement-Count
           END-EVALUATE.

       1150-Post-After-Balance.
           MOVE WS-Aft-Currency TO WS-Post-Currency
           MOVE WS-Aft-Type TO WS-Post-Type
           MOVE WS-Aft-Amount TO WS-Post-Amount
           PERFORM 2000-Post-Movement.

       1160-Post-Update.
           IF WS-Bef-Currency = WS-Aft-Currency
               AND WS-Bef-Type = WS-Aft-Type
               COMPUTE WS-Post-Amount = WS-Aft-Amount - WS-Bef-Amount
               EVALUATE TRUE
                   WHEN WS-Post-Amount > ZERO
                       MOVE 'I' TO WS-Post-Direction
                   WHEN WS-Post-Amount < ZERO
                       MOVE 'D' TO WS-Post-Direction
                       COMPUTE WS-Post-Amount = ZERO - WS-Post-Amount
                   WHEN OTHER
                       ADD 1 TO WS-No-Movement-Count
               END-EVALUATE
               IF WS-Post-Amount NOT = ZERO
                   MOVE WS-Aft-Currency TO WS-Post-Currency
                   MOVE WS-Aft-Type TO WS-Post-Type
                   PERFORM 2000-Post-Movement
               END-IF
           ELSE
               MOVE 'D' TO WS-Post-Direction
               MOVE WS-Bef-Currency TO WS-Post-Currency
               MOVE WS-Bef-Type TO WS-Post-Type
               MOVE WS-Bef-Amount TO WS-Post-Amount
               PERFORM 2000-Post-Movement
               MOVE 'N' TO WS-Post-Direction
               PERFORM 1150-Post-After-Balance
           END-IF.

      *    An accrual credited to the account is an increase of its
      *    record type and one charged against it (a fee, or interest
      *    owed on a debit balance) a decrease.
       1200-Take-Accrual-Detail.
           MOVE GLEX-Dtl-Field1 TO WS-Post-Key
           MOVE GLEX-Dtl-Field2 TO WS-Accrual-Field2
           IF WS-Accrual-Amount NOT NUMERIC
               MOVE 'ACRGLEX' TO WS-Unreadable-Source
               MOVE WS-Accrual-Currency TO WS-Post-Currency
               MOVE WS-Accrual-Type TO WS-Post-Type
               PERFORM 2400-Write-Unreadable-Line
           ELSE
               MOVE WS-Accrual-Currency TO WS-Post-Currency
               MOVE WS-Accrual-Type TO WS-Post-Type
               IF WS-Accrual-Amount < ZERO
                   MOVE 'D' TO WS-Post-Direction
                   COMPUTE WS-Post-Amount = ZERO - WS-Accrual-Amount
               ELSE
                   MOVE 'I' TO WS-Post-Direction
                   MOVE WS-Accrual-Amount TO WS-Post-Amount
               END-IF
               PERFORM 2000-Post-Movement
           END-IF.

      *    One entry, two lines.  With no rule both lines go to the
      *    suspense account so the batch still balances and the
      *    amount sits in suspense until the GL team maps it.  A
      *    negative amount swaps the sides.
       2000-Post-Movement.
           IF WS-Post-Amount = ZERO
               ADD 1 TO WS-No-Movement-Count
           ELSE
               PERFORM 2100-Find-Posting-Rule
               IF WS-Rule-Found-Sub = ZERO
                   SET Post-To-Suspense TO TRUE
                   MOVE WS-Suspense-Account TO WS-Post-Debit
                   MOVE WS-Suspense-Account TO WS-Post-Credit
                   MOVE WS-Suspense-Cost-Centre TO WS-Post-Cost-Centre
               ELSE
                   MOVE 'N' TO WS-Post-Suspense-Sw
                   MOVE WS-Rule-Debit(WS-Rule-Found-Sub)
                       TO WS-Post-Debit
                   MOVE WS-Rule-Credit(WS-Rule-Found-Sub)
                       TO WS-Post-Credit
                   MOVE WS-Rule-Cost-Centre(WS-Rule-Found-Sub)
                       TO WS-Post-Cost-Centre
               END-IF
               IF WS-Post-Amount < ZERO
                   COMPUTE WS-Post-Amount = ZERO - WS-Post-Amount
                   MOVE WS-Post-Debit TO WS-Post-Swap
                   MOVE WS-Post-Credit TO WS-Post-Debit
                   MOVE WS-Post-Swap TO WS-Post-Credit
               END-IF
               ADD 1 TO WS-Entry-Count
               MOVE SPACES TO GLPostingLine
               MOVE 'D' TO GLPS-Dtl-Type
               MOVE WS-Post-Currency TO GLPS-Dtl-Currency
               MOVE WS-Entry-Count TO GLPS-Dtl-Entry-No
               MOVE WS-Post-Cost-Centre TO GLPS-Dtl-Cost-Centre
               MOVE WS-Post-Amount TO GLPS-Dtl-Amount
               MOVE WS-Post-Key TO GLPS-Dtl-Field1
               MOVE WS-Post-Type TO GLPS-Dtl-Record-Type
               MOVE WS-Post-Direction TO GLPS-Dtl-Direction
               IF Post-To-Suspense
                   SET GLPS-Dtl-Suspense TO TRUE
                   ADD 1 TO WS-Suspense-Entry-Count
                   PERFORM 2300-Write-Suspense-Line
               END-IF
               SET GLPS-Dtl-Debit TO TRUE
               MOVE WS-Post-Debit TO GLPS-Dtl-Account
               RELEASE PostingSortRecord FROM GLPostingLine
               SET GLPS-Dtl-Credit TO TRUE
               MOVE WS-Post-Credit TO GLPS-Dtl-Account
               RELEASE PostingSortRecord FROM GLPostingLine
           END-IF.

       2100-Find-Posting-Rule.
           MOVE ZERO TO WS-Rule-Found-Sub
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
               IF WS-Rule-Currency(WS-Rule-Idx) = WS-Post-Currency
                   AND WS-Rule-Type(WS-Rule-Idx) = WS-Post-Type
                   AND WS-Rule-Direction(WS-Rule-Idx)
                       = WS-Post-Direction
                   SET WS-Rule-Found-Sub TO WS-Rule-Idx
                   SET WS-Rule-Idx TO WS-Rule-Count
                   SET WS-Rule-Idx UP BY 1
               END-IF
           END-PERFORM.

       2200-Set-Direction-Text.
           EVALUATE WS-Post-Direction
               WHEN 'N'
                   MOVE 'NEW BALANCE' TO WS-Direction-Text
               WHEN 'I'
                   MOVE 'INCREASE' TO WS-Direction-Text
               WHEN 'D'
                   MOVE 'DECREASE' TO WS-Direction-Text
               WHEN 'R'
                   MOVE 'REVERSAL' TO WS-Direction-Text
               WHEN OTHER
                   MOVE SPACES TO WS-Direction-Text
           END-EVALUATE.

       2300-Write-Suspense-Line.
           PERFORM 2200-Set-Direction-Text
           MOVE WS-Post-Amount TO WS-Amt-Display-1
           MOVE SPACES TO PostingReportRecord
           STRING 'NO RULE - TO SUSPENSE - ENTRY ' DELIMITED BY SIZE
                  WS-Entry-Count    DELIMITED BY SIZE
                  ' KEY '           DELIMITED BY SIZE
                  WS-Post-Key       DELIMITED BY SIZE
                  ' CCY '           DELIMITED BY SIZE
                  WS-Post-Currency  DELIMITED BY SIZE
                  ' TYPE ['         DELIMITED BY SIZE
                  WS-Post-Type      DELIMITED BY SIZE
                  '] '              DELIMITED BY SIZE
                  WS-Direction-Text DELIMITED BY SIZE
                  ' AMOUNT '        DELIMITED BY SIZE
                  WS-Amt-Display-1  DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       2400-Write-Unreadable-Line.
           ADD 1 TO WS-Unreadable-Count
           MOVE SPACES TO PostingReportRecord
           STRING 'AMOUNT NOT NUMERIC - NOT POSTED - '
                      DELIMITED BY SIZE
                  WS-Unreadable-Source DELIMITED BY SPACE
                  ' KEY '              DELIMITED BY SIZE
                  WS-Post-Key          DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       3000-Write-Posting-File.
           MOVE SPACES TO WS-Cur-Currency
           PERFORM 3050-Return-Line
           PERFORM UNTIL WS-Ret-Currency = HIGH-VALUES
               IF WS-Ret-Currency NOT = WS-Cur-Currency
                   IF WS-Cur-Currency NOT = SPACES
                       PERFORM 3100-Finish-Currency
                   END-IF
                   MOVE WS-Ret-Currency TO WS-Cur-Currency
                   ADD 1 TO WS-Currency-Count
                   MOVE ZERO TO WS-Cur-Line-Count
                   MOVE ZERO TO WS-Cur-Debit-Total
                   MOVE ZERO TO WS-Cur-Credit-Total
               END-IF
               MOVE PostingSortRecord TO GLPostingLine
               MOVE GLPS-Dtl-Field1 TO WS-Write-Key
               ADD 1 TO WS-Line-Count
               ADD 1 TO WS-Cur-Line-Count
               IF GLPS-Dtl-Suspense
                   ADD 1 TO WS-Suspense-Line-Count
               END-IF
               IF GLPS-Dtl-Debit
                   ADD GLPS-Dtl-Amount TO WS-Cur-Debit-Total
               ELSE
                   ADD GLPS-Dtl-Amount TO WS-Cur-Credit-Total
               END-IF
               WRITE GLPostingLine
               IF GLPostingStatus NOT = '00'
                   DISPLAY 'Error writing GL posting line. Status: '
                       GLPostingStatus ' Key: ' WS-Write-Key
                   SET Posting-Out-Of-Balance TO TRUE
               END-IF
               PERFORM 3050-Return-Line
           END-PERFORM
           IF WS-Cur-Currency NOT = SPACES
               PERFORM 3100-Finish-Currency
           END-IF.

       3050-Return-Line.
           RETURN PostingSortFile
               AT END
                   MOVE HIGH-VALUES TO WS-Ret-Currency
               NOT AT END
                   MOVE PS-Currency TO WS-Ret-Currency
           END-RETURN.

      *    The trailer shares the GLPOST record area, so the line
      *    waiting in the sort record is not moved there until after
      *    it.  Nothing is taken from the record area once written.
      *    The trailer is the proof the GL team checks before taking
      *    the file: a currency whose debits and credits differ is
      *    flagged on the trailer and stops the run.
       3100-Finish-Currency.
           MOVE SPACES TO GLPostingTrailer
           MOVE 'T' TO GLPS-Trl-Type
           MOVE WS-Cur-Currency TO GLPS-Trl-Currency
           MOVE WS-Cur-Line-Count TO GLPS-Trl-Line-Count
           MOVE WS-Cur-Debit-Total TO GLPS-Trl-Debit-Total
           MOVE WS-Cur-Credit-Total TO GLPS-Trl-Credit-Total
           IF WS-Cur-Debit-Total = WS-Cur-Credit-Total
               SET GLPS-Trl-Balanced TO TRUE
               SET Currency-Balanced TO TRUE
           ELSE
               MOVE 'N' TO GLPS-Trl-Balanced-Flag
               MOVE 'N' TO WS-Cur-Balanced-Sw
               SET Posting-Out-Of-Balance TO TRUE
           END-IF
           WRITE GLPostingTrailer
           IF GLPostingStatus NOT = '00'
               DISPLAY 'Error writing GL posting trailer. Status: '
                   GLPostingStatus ' Currency: ' WS-Cur-Currency
               SET Posting-Out-Of-Balance TO TRUE
           END-IF

           MOVE WS-Cur-Debit-Total TO WS-Amt-Display-1
           MOVE WS-Cur-Credit-Total TO WS-Amt-Display-2
           IF Currency-Balanced
               MOVE 'BALANCED' TO WS-Balance-Text
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO WS-Balance-Text
           END-IF
           MOVE SPACES TO PostingReportRecord
           STRING 'CURRENCY '       DELIMITED BY SIZE
                  WS-Cur-Currency   DELIMITED BY SIZE
                  ' LINES: '        DELIMITED BY SIZE
                  WS-Cur-Line-Count DELIMITED BY SIZE
                  '  DEBITS: '      DELIMITED BY SIZE
                  WS-Amt-Display-1  DELIMITED BY SIZE
                  '  CREDITS: '     DELIMITED BY SIZE
                  WS-Amt-Display-2  DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-Balance-Text   DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       9000-Write-Posting-Totals.
           MOVE SPACES TO PostingReportRecord
           STRING 'RULE CARDS READ: '   DELIMITED BY SIZE
                  WS-Card-Read-Count    DELIMITED BY SIZE
                  '  IN FORCE: '        DELIMITED BY SIZE
                  WS-Rule-Count         DELIMITED BY SIZE
                  '  REJECTED: '        DELIMITED BY SIZE
                  WS-Card-Rejected-Count DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           STRING 'JOURNAL ENTRIES FOR THE DAY: ' DELIMITED BY SIZE
                  WS-Journal-Day-Count  DELIMITED BY SIZE
                  '  ACCRUAL DETAILS: ' DELIMITED BY SIZE
                  WS-Accrual-Read-Count DELIMITED BY SIZE
                  '  NO MOVEMENT: '     DELIMITED BY SIZE
                  WS-No-Movement-Count  DELIMITED BY SIZE
                  '  AMOUNT NOT NUMERIC: ' DELIMITED BY SIZE
                  WS-Unreadable-Count   DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           STRING 'ENTRIES POSTED: '    DELIMITED BY SIZE
                  WS-Entry-Count        DELIMITED BY SIZE
                  '  TO SUSPENSE: '     DELIMITED BY SIZE
                  WS-Suspense-Entry-Count DELIMITED BY SIZE
                  '  LINES: '           DELIMITED BY SIZE
                  WS-Line-Count         DELIMITED BY SIZE
                  '  CURRENCIES: '      DELIMITED BY SIZE
                  WS-Currency-Count     DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           IF Posting-Out-Of-Balance
               STRING '*** GLPOST IS NOT IN BALANCE OR NOT COMPLETE - '
                          DELIMITED BY SIZE
                      'DO NOT SEND ***' DELIMITED BY SIZE
                      INTO PostingReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF.

       7800-Write-Run-Statistics.
           PERFORM 7900-Compute-Elapsed-Time
           MOVE SPACES TO PostingReportRecord
           STRING 'VOLUMES - JOURNAL READ: ' DELIMITED BY SIZE
                  WS-Journal-Read-Count  DELIMITED BY SIZE
                  '  ACCRUALS READ: '    DELIMITED BY SIZE
                  WS-Accrual-Read-Count  DELIMITED BY SIZE
                  '  LINES WRITTEN: '    DELIMITED BY SIZE
                  WS-Line-Count          DELIMITED BY SIZE
                  '  ELAPSED: '          DELIMITED BY SIZE
                  WS-EL-Elapsed-Display  DELIMITED BY SIZE
                  INTO PostingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       7900-Compute-Elapsed-Time.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-End-Stamp
           COMPUTE WS-EL-Start-Clock
               = ((WS-EL-Start-Hour * 60 + WS-EL-Start-Minute) * 60
                 + WS-EL-Start-Second) * 100 + WS-EL-Start-Hundredths
           COMPUTE WS-EL-End-Clock
               = ((WS-EL-End-Hour * 60 + WS-EL-End-Minute) * 60
                 + WS-EL-End-Second) * 100 + WS-EL-End-Hundredths
           IF WS-EL-End-Date NOT = WS-EL-Start-Date
               COMPUTE WS-EL-End-Clock = WS-EL-End-Clock
                   + (FUNCTION INTEGER-OF-DATE(WS-EL-End-Date)
                    - FUNCTION INTEGER-OF-DATE(WS-EL-Start-Date))
                   * 8640000
           END-IF
           COMPUTE WS-EL-Elapsed = WS-EL-End-Clock - WS-EL-Start-Clock
           DIVIDE WS-EL-Elapsed BY 360000 GIVING WS-EL-Disp-Hours
               REMAINDER WS-EL-Remainder
           DIVIDE WS-EL-Remainder BY 6000 GIVING WS-EL-Disp-Minutes
               REMAINDER WS-EL-Elapsed
           DIVIDE WS-EL-Elapsed BY 100 GIVING WS-EL-Disp-Seconds
               REMAINDER WS-EL-Disp-Hundredths.

       8000-Write-Report-Line.
           WRITE PostingReportRecord
           MOVE SPACES TO PostingReportRecord.
