       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT04H.

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

           SELECT OldPeriodFile ASSIGN TO "PERDOLD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OldPeriodStatus.

           SELECT NewPeriodFile ASSIGN TO "PERDNEW"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS NewPeriodStatus.

           SELECT PeriodJournalFile ASSIGN TO "PERDJRNL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PeriodJournalStatus.

           SELECT SnapshotFile ASSIGN TO "CLOSSNAP"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SnapshotStatus.

           SELECT BalanceHistFile ASSIGN TO "BALHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BalanceHistStatus.

           SELECT CurrencyMasterFile ASSIGN TO "CURRMAST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CurrencyMasterStatus.

           SELECT CloseReportFile ASSIGN TO "CLOSRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CloseReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
           COPY CB04REC.

       FD  OldPeriodFile.
           COPY CB04PCTL.

       FD  NewPeriodFile.
       01  NewPeriodRecord             PIC X(106).

       FD  PeriodJournalFile.
           COPY CB04PJRN.

       FD  SnapshotFile.
           COPY CB04SNAP.

       FD  BalanceHistFile.
           COPY CB04BHST.

       FD  CurrencyMasterFile.
           COPY CB04CURR.

       FD  CloseReportFile.
       01  CloseReportRecord           PIC X(120).

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  OldPeriodStatus             PIC XX.
       01  NewPeriodStatus             PIC XX.
       01  PeriodJournalStatus         PIC XX.
       01  SnapshotStatus              PIC XX.
       01  BalanceHistStatus           PIC XX.
       01  CurrencyMasterStatus        PIC XX.
       01  CloseReportStatus           PIC XX.

       01  EndOfFile                   PIC X VALUE 'N'.
       01  EndOfOldPeriods             PIC X VALUE 'N'.
       01  EndOfBalanceHist            PIC X VALUE 'N'.
       01  EndOfCurrencyMaster         PIC X VALUE 'N'.

       01  WS-Input-Dataset-Name       PIC X(80) VALUE 'INFILE'.

       01  WS-Function-Sw              PIC X VALUE SPACE.
           88  Close-Function          VALUE 'C'.
           88  Force-Close-Function    VALUE 'F'.
           88  Reopen-Function         VALUE 'R'.
       01  WS-Close-Period             PIC X(6) VALUE SPACES.
       01  WS-Close-Period-Num REDEFINES WS-Close-Period.
           05  WS-Close-Year           PIC 9(4).
           05  WS-Close-Month          PIC 9(2).
       01  WS-Operator-Id              PIC X(8) VALUE SPACES.
       01  WS-Reason                   PIC X(30) VALUE SPACES.
       01  WS-Function-Text            PIC X(12) VALUE SPACES.

       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).
       01  WS-Run-Date                 PIC X(8) VALUE SPACES.

       01  WS-Outcome-Sw               PIC X VALUE SPACE.
           88  Outcome-Closed          VALUE 'C'.
           88  Outcome-Forced          VALUE 'F'.
           88  Outcome-Reopened        VALUE 'R'.
           88  Outcome-Refused         VALUE 'X'.
           88  Outcome-Fatal           VALUE 'Z'.
       01  WS-Refusal-Text             PIC X(60) VALUE SPACES.

      *    Prior generation of the period control file, held whole
      *    so the new generation is written back in period order.
       01  WS-Period-Max               PIC 9(3) VALUE 600.
       01  WS-Period-Count             PIC 9(3) VALUE ZERO.
       01  WS-Period-Sub               PIC 9(3) VALUE ZERO.
       01  WS-Period-Slot-Sub          PIC 9(3) VALUE ZERO.
       01  WS-Period-Move-Sub          PIC 9(3) VALUE ZERO.
       01  WS-Period-Table.
           05  WS-Period-Entry OCCURS 600 TIMES
                   INDEXED BY WS-Period-Idx.
               10  WS-Period-Key       PIC X(6).
               10  WS-Period-Rest      PIC X(100).
       01  WS-Before-Image             PIC X(106) VALUE SPACES.

      *    The period's last completed CBACT04C run, found from the
      *    BALHIST lines it appended, is the control report the
      *    snapshot totals must agree with.
       01  WS-Tie-Run-Date             PIC X(8) VALUE SPACES.
       01  WS-Tie-Run-Id               PIC X(8) VALUE SPACES.
       01  WS-Tie-Found-Sw             PIC X VALUE 'N'.
           88  Tie-Run-Found           VALUE 'Y'.
       01  WS-Tie-Out-Sw               PIC X VALUE 'N'.
           88  Totals-Out-Of-Tie       VALUE 'Y'.

       01  WS-Close-Curr-Max           PIC 9(3) VALUE 100.
       01  WS-Close-Curr-Count         PIC 9(3) VALUE ZERO.
       01  WS-Close-Curr-Sub           PIC 9(3) VALUE ZERO.
       01  WS-Close-Curr-Slot-Sub      PIC 9(3) VALUE ZERO.
       01  WS-Close-Curr-Code-Key      PIC X(3) VALUE SPACES.
       01  WS-Close-Currency-Table.
           05  WS-CC-Entry OCCURS 100 TIMES
                   INDEXED BY WS-CC-Idx.
               10  WS-CC-Code          PIC X(3).
               10  WS-CC-Snap-Count    PIC 9(9).
               10  WS-CC-Snap-Amount   PIC S9(15)V99.
               10  WS-CC-Held-Count    PIC 9(9).
               10  WS-CC-Held-Amount   PIC S9(15)V99.
               10  WS-CC-Ctl-Count     PIC 9(9).
               10  WS-CC-Ctl-Amount    PIC S9(15)V99.

       01  WS-Snap-Read-Count          PIC 9(9) VALUE ZERO.
       01  WS-Snap-Written-Count       PIC 9(9) VALUE ZERO.
       01  WS-Snap-Valid-Count         PIC 9(9) VALUE ZERO.
       01  WS-Snap-Held-Count          PIC 9(9) VALUE ZERO.
       01  WS-Snap-Excluded-Count      PIC 9(9) VALUE ZERO.
       01  WS-Diff-Count               PIC S9(9) VALUE ZERO.
       01  WS-Diff-Amount              PIC S9(15)V99 VALUE ZERO.

       01  WS-Count-Display            PIC Z(8)9.
       01  WS-Count-Display-2          PIC Z(8)9.
       01  WS-Amount-Display           PIC -(14)9.99.
       01  WS-Amount-Display-2         PIC -(14)9.99.
       01  WS-Diff-Display             PIC -(14)9.99.

       COPY CB04CTBL.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
           05  LS-Parm-Data        PIC X(76).

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 1
               MOVE LS-Parm-Data(1:1) TO WS-Function-Sw
           END-IF
           IF LS-Parm-Length >= 7
               MOVE LS-Parm-Data(2:6) TO WS-Close-Period
           END-IF
           IF LS-Parm-Length >= 15
               MOVE LS-Parm-Data(8:8) TO WS-Operator-Id
           END-IF
           IF LS-Parm-Length >= 16
               MOVE LS-Parm-Data(16:30) TO WS-Reason
           END-IF
           IF NOT Close-Function
               AND NOT Force-Close-Function
               AND NOT Reopen-Function
               DISPLAY 'Parm must be C (close), F (force close out '
                   'of tie) or R (reopen), then the period (YYYYMM), '
                   'the operator id and, for F and R, the reason'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Close-Period NOT NUMERIC
               OR WS-Close-Month < 1 OR WS-Close-Month > 12
               DISPLAY 'Period [' WS-Close-Period
                   '] is not a valid YYYYMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Operator-Id = SPACES
               DISPLAY 'Operator id is required for a period close '
                   'or reopen'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF (Force-Close-Function OR Reopen-Function)
               AND WS-Reason = SPACES
               DISPLAY 'A forced close or a reopen must give the '
                   'reason in the parm'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN Close-Function
                   MOVE 'CLOSE' TO WS-Function-Text
               WHEN Force-Close-Function
                   MOVE 'FORCED CLOSE' TO WS-Function-Text
               WHEN Reopen-Function
                   MOVE 'REOPEN' TO WS-Function-Text
           END-EVALUATE

           OPEN OUTPUT CloseReportFile
           IF CloseReportStatus NOT = '00'
               DISPLAY 'Error opening close report file. Status: '
                   CloseReportStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO CloseReportRecord
           STRING '===== CBACT04H PERIOD ' DELIMITED BY SIZE
                  WS-Function-Text DELIMITED BY '  '
                  ' - PERIOD '     DELIMITED BY SIZE
                  WS-Close-Period  DELIMITED BY SIZE
                  ' - RUN DATE '   DELIMITED BY SIZE
                  WS-Run-Date      DELIMITED BY SIZE
                  ' OPERATOR '     DELIMITED BY SIZE
                  WS-Operator-Id   DELIMITED BY SIZE
                  ' ====='         DELIMITED BY SIZE
                  INTO CloseReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           IF WS-Reason NOT = SPACES
               MOVE SPACES TO CloseReportRecord
               STRING 'REASON: ' DELIMITED BY SIZE
                      WS-Reason  DELIMITED BY SIZE
                      INTO CloseReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF

           PERFORM 1000-Load-Old-Periods
           IF Outcome-Fatal
               CLOSE CloseReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-Find-Period

           IF Reopen-Function
               PERFORM 5000-Reopen-Period
           ELSE
               PERFORM 2000-Close-Period
           END-IF

           IF NOT Outcome-Fatal
               PERFORM 7000-Write-New-Periods
           END-IF

           MOVE SPACES TO CloseReportRecord
           EVALUATE TRUE
               WHEN Outcome-Closed
                   STRING '** PERIOD ' DELIMITED BY SIZE
                          WS-Close-Period DELIMITED BY SIZE
                          ' CLOSED - TIED TO CBACT04C RUN '
                              DELIMITED BY SIZE
                          WS-Tie-Run-Date DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          WS-Tie-Run-Id   DELIMITED BY SIZE
                          ' **'           DELIMITED BY SIZE
                          INTO CloseReportRecord
                   END-STRING
               WHEN Outcome-Forced
                   STRING '** PERIOD ' DELIMITED BY SIZE
                          WS-Close-Period DELIMITED BY SIZE
                          ' CLOSED BY FORCE - OUT OF TIE WITH THE '
                              DELIMITED BY SIZE
                          'CONTROL REPORT **' DELIMITED BY SIZE
                          INTO CloseReportRecord
                   END-STRING
               WHEN Outcome-Reopened
                   STRING '** PERIOD ' DELIMITED BY SIZE
                          WS-Close-Period DELIMITED BY SIZE
                          ' REOPENED - CHANGES DATED IN IT ARE '
                              DELIMITED BY SIZE
                          'ACCEPTED AGAIN **' DELIMITED BY SIZE
                          INTO CloseReportRecord
                   END-STRING
               WHEN Outcome-Refused
                   STRING '** ' DELIMITED BY SIZE
                          WS-Function-Text DELIMITED BY '  '
                          ' REFUSED - ' DELIMITED BY SIZE
                          WS-Refusal-Text DELIMITED BY SIZE
                          INTO CloseReportRecord
                   END-STRING
               WHEN Outcome-Fatal
                   STRING '** RUN STOPPED - ' DELIMITED BY SIZE
                          WS-Refusal-Text DELIMITED BY SIZE
                          INTO CloseReportRecord
                   END-STRING
           END-EVALUATE
           PERFORM 8000-Write-Report-Line
           CLOSE CloseReportFile

           DISPLAY '===== CBACT04H PERIOD CONTROL SUMMARY ====='
           DISPLAY 'FUNCTION: ' WS-Function-Text
           DISPLAY 'PERIOD: ' WS-Close-Period
           DISPLAY 'OPERATOR: ' WS-Operator-Id
           IF NOT Reopen-Function
               DISPLAY 'TIED TO CBACT04C RUN: ' WS-Tie-Run-Date ' '
                   WS-Tie-Run-Id
               DISPLAY 'RECORDS SNAPSHOT: ' WS-Snap-Written-Count
               DISPLAY 'IN CONTROL TOTALS: ' WS-Snap-Valid-Count
               DISPLAY 'HELD: ' WS-Snap-Held-Count
               DISPLAY 'EXCLUDED: ' WS-Snap-Excluded-Count
           END-IF
           EVALUATE TRUE
               WHEN Outcome-Closed
                   DISPLAY 'RESULT: PERIOD CLOSED'
               WHEN Outcome-Forced
                   DISPLAY 'RESULT: PERIOD CLOSED BY FORCE'
               WHEN Outcome-Reopened
                   DISPLAY 'RESULT: PERIOD REOPENED'
               WHEN OTHER
                   DISPLAY 'RESULT: ' WS-Refusal-Text
           END-EVALUATE
           DISPLAY '==========================================='
           EVALUATE TRUE
               WHEN Outcome-Fatal
                   MOVE 16 TO RETURN-CODE
               WHEN Outcome-Refused
                   MOVE 8 TO RETURN-CODE
               WHEN Outcome-Forced
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    No prior generation (status 35) means no period has ever
      *    been closed; any other open failure stops the run rather
      *    than write a control file that has lost its closed months.
       1000-Load-Old-Periods.
           OPEN INPUT OldPeriodFile
           EVALUATE OldPeriodStatus
               WHEN '00'
                   PERFORM UNTIL EndOfOldPeriods = 'Y'
                       READ OldPeriodFile INTO PeriodControlRecord
                           AT END
                               MOVE 'Y' TO EndOfOldPeriods
                           NOT AT END
                               PERFORM 1100-Store-Old-Period
                       END-READ
                   END-PERFORM
                   CLOSE OldPeriodFile
                   DISPLAY 'Period control entries loaded: '
                       WS-Period-Count
               WHEN '35'
                   DISPLAY 'No prior period control file - no period '
                       'has been closed yet'
               WHEN OTHER
                   DISPLAY 'Error opening prior period control file. '
                       'Status: ' OldPeriodStatus
                   SET Outcome-Fatal TO TRUE
                   MOVE 'PRIOR PERIOD CONTROL FILE CANNOT BE READ'
                       TO WS-Refusal-Text
           END-EVALUATE.

       1100-Store-Old-Period.
           IF PCTL-Period NOT = SPACES
               IF WS-Period-Count >= WS-Period-Max
                   DISPLAY 'Period control table full at '
                       WS-Period-Max ' entries - run stopped'
                   SET Outcome-Fatal TO TRUE
                   MOVE 'PERIOD CONTROL TABLE IS FULL'
                       TO WS-Refusal-Text
                   MOVE 'Y' TO EndOfOldPeriods
               ELSE
                   ADD 1 TO WS-Period-Count
                   MOVE PeriodControlRecord
                       TO WS-Period-Entry(WS-Period-Count)
               END-IF
           END-IF.

       1200-Find-Period.
           MOVE ZERO TO WS-Period-Slot-Sub
           PERFORM VARYING WS-Period-Sub FROM 1 BY 1
                   UNTIL WS-Period-Sub > WS-Period-Count
               IF WS-Period-Key(WS-Period-Sub) = WS-Close-Period
                   MOVE WS-Period-Sub TO WS-Period-Slot-Sub
                   COMPUTE WS-Period-Sub = WS-Period-Count + 1
               END-IF
           END-PERFORM
           IF WS-Period-Slot-Sub > ZERO
               MOVE WS-Period-Entry(WS-Period-Slot-Sub)
                   TO PeriodControlRecord
               MOVE PeriodControlRecord TO WS-Before-Image
           ELSE
               MOVE SPACES TO PeriodControlRecord
               MOVE SPACES TO WS-Before-Image
           END-IF.

       2000-Close-Period.
           EVALUATE TRUE
               WHEN WS-Period-Slot-Sub > ZERO AND PCTL-Closed
                   SET Outcome-Refused TO TRUE
                   MOVE 'PERIOD IS ALREADY CLOSED'
                       TO WS-Refusal-Text
               WHEN WS-Close-Period > WS-Run-Date(1:6)
                   SET Outcome-Refused TO TRUE
                   MOVE 'PERIOD HAS NOT STARTED YET'
                       TO WS-Refusal-Text
               WHEN WS-Period-Slot-Sub = ZERO
                    AND WS-Period-Count >= WS-Period-Max
                   SET Outcome-Refused TO TRUE
                   MOVE 'PERIOD CONTROL TABLE IS FULL'
                       TO WS-Refusal-Text
           END-EVALUATE
           IF NOT Outcome-Refused
               PERFORM 0610-Load-Currency-Master
               PERFORM 2100-Find-Tie-Run
               IF NOT Tie-Run-Found AND Close-Function
                   AND NOT Outcome-Fatal
                   SET Outcome-Refused TO TRUE
                   MOVE 'NO COMPLETED CBACT04C RUN IN THE PERIOD'
                       TO WS-Refusal-Text
               END-IF
           END-IF
           IF NOT Outcome-Refused AND NOT Outcome-Fatal
               PERFORM 3000-Take-Snapshot
           END-IF
           IF NOT Outcome-Refused AND NOT Outcome-Fatal
               PERFORM 4000-Compare-To-Control
               IF Totals-Out-Of-Tie AND Close-Function
                   SET Outcome-Refused TO TRUE
                   MOVE 'SNAPSHOT OUT OF TIE WITH THE CONTROL REPORT'
                       TO WS-Refusal-Text
               ELSE
                   PERFORM 4500-Mark-Period-Closed
               END-IF
           END-IF.

      *    BALHIST is appended in run order, so the last 'B' or 'C'
      *    line dated in the period belongs to its last completed
      *    CBACT04C run; a later run's lines replace an earlier one's.
       2100-Find-Tie-Run.
           OPEN INPUT BalanceHistFile
           IF BalanceHistStatus NOT = '00'
               DISPLAY 'No balance history file - the close cannot be '
                   'tied to a control report. Status: '
                   BalanceHistStatus
           ELSE
               PERFORM UNTIL EndOfBalanceHist = 'Y'
                   READ BalanceHistFile INTO BalanceHistRecord
                       AT END
                           MOVE 'Y' TO EndOfBalanceHist
                       NOT AT END
                           PERFORM 2200-Select-Tie-Line
                   END-READ
               END-PERFORM
               CLOSE BalanceHistFile
           END-IF
           MOVE SPACES TO CloseReportRecord
           IF Tie-Run-Found
               STRING 'TIED TO CBACT04C CONTROL REPORT - RUN DATE '
                          DELIMITED BY SIZE
                      WS-Tie-Run-Date DELIMITED BY SIZE
                      ' RUN ID '      DELIMITED BY SIZE
                      WS-Tie-Run-Id   DELIMITED BY SIZE
                      INTO CloseReportRecord
               END-STRING
           ELSE
               STRING 'NO COMPLETED CBACT04C RUN FOUND IN BALHIST '
                          DELIMITED BY SIZE
                      'FOR PERIOD ' DELIMITED BY SIZE
                      WS-Close-Period DELIMITED BY SIZE
                      INTO CloseReportRecord
               END-STRING
           END-IF
           PERFORM 8000-Write-Report-Line.

       2200-Select-Tie-Line.
           IF BHST-Run-Date(1:6) = WS-Close-Period
               AND (BHST-Currency-Line OR BHST-Base-Line)
               IF BHST-Run-Date NOT = WS-Tie-Run-Date
                   OR BHST-Run-Id NOT = WS-Tie-Run-Id
                   IF BHST-Run-Date >= WS-Tie-Run-Date
                       OR NOT Tie-Run-Found
                       SET Tie-Run-Found TO TRUE
                       MOVE BHST-Run-Date TO WS-Tie-Run-Date
                       MOVE BHST-Run-Id TO WS-Tie-Run-Id
                       PERFORM VARYING WS-Close-Curr-Sub FROM 1 BY 1
                               UNTIL WS-Close-Curr-Sub
                                   > WS-Close-Curr-Count
                           MOVE ZERO
                               TO WS-CC-Ctl-Count(WS-Close-Curr-Sub)
                           MOVE ZERO
                               TO WS-CC-Ctl-Amount(WS-Close-Curr-Sub)
                       END-PERFORM
                   END-IF
               END-IF
               IF BHST-Run-Date = WS-Tie-Run-Date
                   AND BHST-Run-Id = WS-Tie-Run-Id
                   AND BHST-Currency-Line
                   MOVE BHST-Currency TO WS-Close-Curr-Code-Key
                   PERFORM 3500-Find-Close-Currency
                   IF WS-Close-Curr-Slot-Sub > ZERO
                       MOVE BHST-Rec-Count
                           TO WS-CC-Ctl-Count(WS-Close-Curr-Slot-Sub)
                       MOVE BHST-Amount
                           TO WS-CC-Ctl-Amount(WS-Close-Curr-Slot-Sub)
                   END-IF
               END-IF
           END-IF.

      *    Every record goes to the snapshot as it stands; only the
      *    ones CBACT04C itself would extract are counted into the
      *    currency totals that must tie to its control report.
       3000-Take-Snapshot.
           OPEN INPUT InputFile
           IF FileStatus NOT = '00'
               DISPLAY 'Error opening InputFile. Status: ' FileStatus
               SET Outcome-Fatal TO TRUE
               MOVE 'INPUTFILE CANNOT BE OPENED FOR THE SNAPSHOT'
                   TO WS-Refusal-Text
           ELSE
               OPEN OUTPUT SnapshotFile
               IF SnapshotStatus NOT = '00'
                   DISPLAY 'Error opening closing snapshot file. '
                       'Status: ' SnapshotStatus
                   CLOSE InputFile
                   SET Outcome-Fatal TO TRUE
                   MOVE 'CLOSING SNAPSHOT FILE CANNOT BE OPENED'
                       TO WS-Refusal-Text
               ELSE
                   PERFORM UNTIL EndOfFile = 'Y'
                       READ InputFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EndOfFile
                           NOT AT END
                               ADD 1 TO WS-Snap-Read-Count
                               PERFORM 3100-Snapshot-Record
                       END-READ
                   END-PERFORM
                   PERFORM 3800-Write-Snapshot-Totals
                   CLOSE InputFile
                   CLOSE SnapshotFile
               END-IF
           END-IF.

       3100-Snapshot-Record.
           MOVE SPACES TO ClosingSnapshotRecord
           MOVE 'D' TO SNAP-Type
           MOVE WS-Close-Period TO SNAP-Period
           MOVE InputRecord TO SNAP-Record-Image
           WRITE ClosingSnapshotRecord
           IF SnapshotStatus = '00'
               ADD 1 TO WS-Snap-Written-Count
           ELSE
               DISPLAY 'Error writing closing snapshot. Status: '
                   SnapshotStatus ' Key: ' Field1
               SET Outcome-Fatal TO TRUE
               MOVE 'CLOSING SNAPSHOT WRITE FAILED'
                   TO WS-Refusal-Text
               MOVE 'Y' TO EndOfFile
           END-IF
           EVALUATE TRUE
               WHEN Field1 = SPACES
                   ADD 1 TO WS-Snap-Excluded-Count
               WHEN Record-Held
                   ADD 1 TO WS-Snap-Held-Count
                   IF Field2-Amount IS NUMERIC
                       MOVE Field2-Currency-Code
                           TO WS-Close-Curr-Code-Key
                       PERFORM 3500-Find-Close-Currency
                       IF WS-Close-Curr-Slot-Sub > ZERO
                           ADD 1 TO
                               WS-CC-Held-Count(WS-Close-Curr-Slot-Sub)
                           ADD Field2-Amount TO
                               WS-CC-Held-Amount(WS-Close-Curr-Slot-Sub)
                       END-IF
                   END-IF
               WHEN Record-Deleted
                   ADD 1 TO WS-Snap-Excluded-Count
               WHEN Field2-Amount NOT NUMERIC
                   ADD 1 TO WS-Snap-Excluded-Count
               WHEN Field2-Currency-Code = SPACES
                   ADD 1 TO WS-Snap-Excluded-Count
               WHEN OTHER
                   MOVE Field2-Currency-Code TO WS-CM-Lookup-Code
                   PERFORM 0630-Look-Up-Currency
                   IF WS-CM-Count > ZERO
                       AND NOT Currency-On-Master
                       ADD 1 TO WS-Snap-Excluded-Count
                   ELSE
                       ADD 1 TO WS-Snap-Valid-Count
                       MOVE Field2-Currency-Code
                           TO WS-Close-Curr-Code-Key
                       PERFORM 3500-Find-Close-Currency
                       IF WS-Close-Curr-Slot-Sub > ZERO
                           ADD 1 TO
                               WS-CC-Snap-Count(WS-Close-Curr-Slot-Sub)
                           ADD Field2-Amount TO
                               WS-CC-Snap-Amount(WS-Close-Curr-Slot-Sub)
                       END-IF
                   END-IF
           END-EVALUATE.

      *    A currency the table cannot hold would leave the closing
      *    totals short, so a full table stops the close outright.
       3500-Find-Close-Currency.
           MOVE ZERO TO WS-Close-Curr-Slot-Sub
           PERFORM VARYING WS-Close-Curr-Sub FROM 1 BY 1
                   UNTIL WS-Close-Curr-Sub > WS-Close-Curr-Count
               IF WS-CC-Code(WS-Close-Curr-Sub)
                   = WS-Close-Curr-Code-Key
                   MOVE WS-Close-Curr-Sub TO WS-Close-Curr-Slot-Sub
                   COMPUTE WS-Close-Curr-Sub
                       = WS-Close-Curr-Count + 1
               END-IF
           END-PERFORM
           IF WS-Close-Curr-Slot-Sub = ZERO
               IF WS-Close-Curr-Count >= WS-Close-Curr-Max
                   IF NOT Outcome-Fatal
                       DISPLAY 'Closing currency table full at '
                           WS-Close-Curr-Max ' currencies - close '
                           'stopped at currency '
                           WS-Close-Curr-Code-Key
                   END-IF
                   SET Outcome-Fatal TO TRUE
                   MOVE 'CLOSING CURRENCY TABLE IS FULL'
                       TO WS-Refusal-Text
                   MOVE 'Y' TO EndOfFile
               ELSE
                   ADD 1 TO WS-Close-Curr-Count
                   MOVE WS-Close-Curr-Count TO WS-Close-Curr-Slot-Sub
                   MOVE WS-Close-Curr-Code-Key
                       TO WS-CC-Code(WS-Close-Curr-Slot-Sub)
                   MOVE ZERO TO WS-CC-Snap-Count(WS-Close-Curr-Slot-Sub)
                   MOVE ZERO
                       TO WS-CC-Snap-Amount(WS-Close-Curr-Slot-Sub)
                   MOVE ZERO TO WS-CC-Held-Count(WS-Close-Curr-Slot-Sub)
                   MOVE ZERO
                       TO WS-CC-Held-Amount(WS-Close-Curr-Slot-Sub)
                   MOVE ZERO TO WS-CC-Ctl-Count(WS-Close-Curr-Slot-Sub)
                   MOVE ZERO
                       TO WS-CC-Ctl-Amount(WS-Close-Curr-Slot-Sub)
               END-IF
           END-IF.

       3800-Write-Snapshot-Totals.
           PERFORM VARYING WS-Close-Curr-Sub FROM 1 BY 1
                   UNTIL WS-Close-Curr-Sub > WS-Close-Curr-Count
               MOVE SPACES TO ClosingSnapshotRecord
               MOVE 'T' TO SNAP-Type
               MOVE WS-Close-Period TO SNAP-Period
               MOVE WS-CC-Code(WS-Close-Curr-Sub) TO SNAP-Currency
               MOVE WS-CC-Snap-Count(WS-Close-Curr-Sub)
                   TO SNAP-Rec-Count
               MOVE WS-CC-Snap-Amount(WS-Close-Curr-Sub)
                   TO SNAP-Amount
               MOVE WS-CC-Held-Count(WS-Close-Curr-Sub)
                   TO SNAP-Held-Count
               MOVE WS-CC-Held-Amount(WS-Close-Curr-Sub)
                   TO SNAP-Held-Amount
               WRITE ClosingSnapshotRecord
               IF SnapshotStatus NOT = '00'
                   DISPLAY 'Error writing snapshot totals. Status: '
                       SnapshotStatus
                   SET Outcome-Fatal TO TRUE
                   MOVE 'CLOSING SNAPSHOT WRITE FAILED'
                       TO WS-Refusal-Text
               END-IF
           END-PERFORM.

      *    One line per currency on either side: snapshot count and
      *    amount against the control report's, and the difference.
       4000-Compare-To-Control.
           MOVE SPACES TO CloseReportRecord
           MOVE 'CUR   SNAPSHOT COUNT     SNAPSHOT AMOUNT   CONTROL '
               TO CloseReportRecord(1:51)
           MOVE 'COUNT      CONTROL AMOUNT          DIFFERENCE'
               TO CloseReportRecord(52:46)
           PERFORM 8000-Write-Report-Line
           PERFORM VARYING WS-Close-Curr-Sub FROM 1 BY 1
                   UNTIL WS-Close-Curr-Sub > WS-Close-Curr-Count
               COMPUTE WS-Diff-Count
                   = WS-CC-Snap-Count(WS-Close-Curr-Sub)
                   - WS-CC-Ctl-Count(WS-Close-Curr-Sub)
               COMPUTE WS-Diff-Amount
                   = WS-CC-Snap-Amount(WS-Close-Curr-Sub)
                   - WS-CC-Ctl-Amount(WS-Close-Curr-Sub)
               IF WS-Diff-Count NOT = ZERO
                   OR WS-Diff-Amount NOT = ZERO
                   SET Totals-Out-Of-Tie TO TRUE
               END-IF
               MOVE WS-CC-Snap-Count(WS-Close-Curr-Sub)
                   TO WS-Count-Display
               MOVE WS-CC-Snap-Amount(WS-Close-Curr-Sub)
                   TO WS-Amount-Display
               MOVE WS-CC-Ctl-Count(WS-Close-Curr-Sub)
                   TO WS-Count-Display-2
               MOVE WS-CC-Ctl-Amount(WS-Close-Curr-Sub)
                   TO WS-Amount-Display-2
               MOVE WS-Diff-Amount TO WS-Diff-Display
               MOVE SPACES TO CloseReportRecord
               STRING WS-CC-Code(WS-Close-Curr-Sub) DELIMITED BY SIZE
                      '   '               DELIMITED BY SIZE
                      WS-Count-Display    DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-Amount-Display   DELIMITED BY SIZE
                      '   '               DELIMITED BY SIZE
                      WS-Count-Display-2  DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-Amount-Display-2 DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-Diff-Display     DELIMITED BY SIZE
                      INTO CloseReportRecord
               END-STRING
               IF WS-Diff-Count NOT = ZERO
                   OR WS-Diff-Amount NOT = ZERO
                   MOVE '*OUT OF TIE' TO CloseReportRecord(108:11)
               END-IF
               PERFORM 8000-Write-Report-Line
           END-PERFORM
           MOVE WS-Snap-Written-Count TO WS-Count-Display
           MOVE SPACES TO CloseReportRecord
           STRING 'RECORDS SNAPSHOT: ' DELIMITED BY SIZE
                  WS-Count-Display     DELIMITED BY SIZE
                  '  IN CONTROL TOTALS: ' DELIMITED BY SIZE
                  WS-Snap-Valid-Count  DELIMITED BY SIZE
                  '  HELD: '           DELIMITED BY SIZE
                  WS-Snap-Held-Count   DELIMITED BY SIZE
                  '  EXCLUDED: '       DELIMITED BY SIZE
                  WS-Snap-Excluded-Count DELIMITED BY SIZE
                  INTO CloseReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       4500-Mark-Period-Closed.
           IF WS-Period-Slot-Sub = ZERO
               MOVE SPACES TO PeriodControlRecord
               MOVE WS-Close-Period TO PCTL-Period
               MOVE ZERO TO PCTL-Reopen-Count
           END-IF
           MOVE 'C' TO PCTL-Status
           MOVE WS-Run-Date TO PCTL-Closed-Date
           MOVE WS-Operator-Id TO PCTL-Closed-By
           MOVE WS-Tie-Run-Date TO PCTL-Tie-Run-Date
           MOVE WS-Tie-Run-Id TO PCTL-Tie-Run-Id
           MOVE WS-Snap-Written-Count TO PCTL-Snap-Count
           IF Totals-Out-Of-Tie OR NOT Tie-Run-Found
               MOVE 'F' TO PCTL-Close-Type
               SET Outcome-Forced TO TRUE
           ELSE
               MOVE 'T' TO PCTL-Close-Type
               SET Outcome-Closed TO TRUE
           END-IF
           PERFORM 4600-Store-Period-Entry
           PERFORM 6000-Write-Period-Journal.

      *    A new period goes in at its place in period order.
       4600-Store-Period-Entry.
           IF WS-Period-Slot-Sub > ZERO
               MOVE PeriodControlRecord
                   TO WS-Period-Entry(WS-Period-Slot-Sub)
           ELSE
               MOVE 1 TO WS-Period-Slot-Sub
               PERFORM VARYING WS-Period-Sub FROM 1 BY 1
                       UNTIL WS-Period-Sub > WS-Period-Count
                   IF WS-Period-Key(WS-Period-Sub) < WS-Close-Period
                       COMPUTE WS-Period-Slot-Sub = WS-Period-Sub + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-Period-Move-Sub
                       FROM WS-Period-Count BY -1
                       UNTIL WS-Period-Move-Sub < WS-Period-Slot-Sub
                   MOVE WS-Period-Entry(WS-Period-Move-Sub)
                       TO WS-Period-Entry(WS-Period-Move-Sub + 1)
               END-PERFORM
               ADD 1 TO WS-Period-Count
               MOVE PeriodControlRecord
                   TO WS-Period-Entry(WS-Period-Slot-Sub)
           END-IF.

       5000-Reopen-Period.
           EVALUATE TRUE
               WHEN WS-Period-Slot-Sub = ZERO
                   SET Outcome-Refused TO TRUE
                   MOVE 'PERIOD HAS NEVER BEEN CLOSED'
                       TO WS-Refusal-Text
               WHEN NOT PCTL-Closed
                   SET Outcome-Refused TO TRUE
                   MOVE 'PERIOD IS ALREADY OPEN' TO WS-Refusal-Text
               WHEN OTHER
                   MOVE 'O' TO PCTL-Status
                   ADD 1 TO PCTL-Reopen-Count
                   MOVE WS-Run-Date TO PCTL-Reopened-Date
                   MOVE WS-Operator-Id TO PCTL-Reopened-By
                   MOVE WS-Reason TO PCTL-Reopen-Reason
                   SET Outcome-Reopened TO TRUE
                   PERFORM 4600-Store-Period-Entry
                   PERFORM 6000-Write-Period-Journal
           END-EVALUATE.

      *    The journal entry is the record of who changed the lock
      *    and why; if it cannot be written the change is not kept.
       6000-Write-Period-Journal.
           OPEN EXTEND PeriodJournalFile
           IF PeriodJournalStatus = '35'
               OPEN OUTPUT PeriodJournalFile
           END-IF
           IF PeriodJournalStatus NOT = '00'
               DISPLAY 'Error opening period journal. Status: '
                   PeriodJournalStatus
               SET Outcome-Fatal TO TRUE
               MOVE 'PERIOD JOURNAL CANNOT BE OPENED - NOT APPLIED'
                   TO WS-Refusal-Text
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
               MOVE SPACES TO PeriodJournalRecord
               MOVE WS-Current-Date-Time TO PJRN-Timestamp
               EVALUATE TRUE
                   WHEN Outcome-Reopened
                       MOVE 'R' TO PJRN-Function
                   WHEN Outcome-Forced
                       MOVE 'F' TO PJRN-Function
                   WHEN OTHER
                       MOVE 'C' TO PJRN-Function
               END-EVALUATE
               MOVE WS-Close-Period TO PJRN-Period
               MOVE WS-Operator-Id TO PJRN-Operator
               MOVE WS-Before-Image TO PJRN-Before-Image
               MOVE PeriodControlRecord TO PJRN-After-Image
               WRITE PeriodJournalRecord
               IF PeriodJournalStatus NOT = '00'
                   DISPLAY 'Error writing period journal. Status: '
                       PeriodJournalStatus
                   SET Outcome-Fatal TO TRUE
                   MOVE 'PERIOD JOURNAL WRITE FAILED - NOT APPLIED'
                       TO WS-Refusal-Text
               END-IF
               CLOSE PeriodJournalFile
           END-IF.

       7000-Write-New-Periods.
           OPEN OUTPUT NewPeriodFile
           IF NewPeriodStatus NOT = '00'
               DISPLAY 'Error opening new period control file. '
                   'Status: ' NewPeriodStatus
               SET Outcome-Fatal TO TRUE
               MOVE 'NEW PERIOD CONTROL FILE CANNOT BE OPENED'
                   TO WS-Refusal-Text
           ELSE
               PERFORM VARYING WS-Period-Sub FROM 1 BY 1
                       UNTIL WS-Period-Sub > WS-Period-Count
                   MOVE WS-Period-Entry(WS-Period-Sub)
                       TO NewPeriodRecord
                   WRITE NewPeriodRecord
                   IF NewPeriodStatus NOT = '00'
                       DISPLAY 'Error writing new period control '
                           'file. Status: ' NewPeriodStatus
                       SET Outcome-Fatal TO TRUE
                       MOVE 'NEW PERIOD CONTROL FILE WRITE FAILED'
                           TO WS-Refusal-Text
                   END-IF
               END-PERFORM
               CLOSE NewPeriodFile
           END-IF.

       0610-Load-Currency-Master.
           OPEN INPUT CurrencyMasterFile
           IF CurrencyMasterStatus NOT = '00'
               DISPLAY 'No currency master file - currency codes are '
                   'only checked for blanks. Status: '
                   CurrencyMasterStatus
           ELSE
               PERFORM UNTIL EndOfCurrencyMaster = 'Y'
                   READ CurrencyMasterFile INTO CurrencyMasterRecord
                       AT END
                           MOVE 'Y' TO EndOfCurrencyMaster
                       NOT AT END
                           PERFORM 0620-Store-Currency
                   END-READ
               END-PERFORM
               CLOSE CurrencyMasterFile
               DISPLAY 'Currency master codes loaded: ' WS-CM-Count
           END-IF.

       0620-Store-Currency.
           IF CURR-Code NOT = SPACES
               IF WS-CM-Count >= WS-CM-Max
                   DISPLAY 'Currency master table full at ' WS-CM-Max
                       ' codes - run stopped at code ' CURR-Code
                   SET Outcome-Fatal TO TRUE
                   MOVE 'CURRENCY MASTER TABLE IS FULL'
                       TO WS-Refusal-Text
                   MOVE 'Y' TO EndOfCurrencyMaster
               ELSE
                   ADD 1 TO WS-CM-Count
                   MOVE CURR-Code TO WS-CM-Code(WS-CM-Count)
                   MOVE CURR-Decimal-Places
                       TO WS-CM-Decimals(WS-CM-Count)
                   MOVE CURR-Status TO WS-CM-Status(WS-CM-Count)
                   MOVE CURR-Base-Flag TO WS-CM-Base-Flag(WS-CM-Count)
               END-IF
           END-IF.

       0630-Look-Up-Currency.
           SET Currency-Not-On-Master TO TRUE
           MOVE ZERO TO WS-CM-Found-Sub
           PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                   UNTIL WS-CM-Idx > WS-CM-Count
               IF WS-CM-Code(WS-CM-Idx) = WS-CM-Lookup-Code
                   SET WS-CM-Found-Sub TO WS-CM-Idx
                   IF WS-CM-Retired(WS-CM-Idx)
                       SET Currency-Is-Retired TO TRUE
                   ELSE
                       SET Currency-On-Master TO TRUE
                   END-IF
                   SET WS-CM-Idx TO WS-CM-Count
                   SET WS-CM-Idx UP BY 1
               END-IF
           END-PERFORM.

       8000-Write-Report-Line.
           WRITE CloseReportRecord
           MOVE SPACES TO CloseReportRecord.
