       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT04S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "JRNLFILE"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS JournalFileStatus.

           SELECT ArchiveFile ASSIGN TO "ARCHFILE"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ArchiveFileStatus.

           SELECT InputFile ASSIGN TO WS-Input-Dataset-Name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Field1
                  ALTERNATE RECORD KEY IS Field2-Currency-Code
                      WITH DUPLICATES
                  FILE STATUS IS FileStatus.

           SELECT KeyListFile ASSIGN TO "STMTKEYS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS KeyListStatus.

           SELECT StatementReportFile ASSIGN TO "STMTRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS StatementReportStatus.

           SELECT StatementSortFile ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  JournalFile.
           COPY CB04JRNL.

       FD  ArchiveFile.
      *    Mirrors the CB04REC InputRecord layout under its own names
      *    so the archive and the live file can be open at once; the
      *    run JCL concatenates the archive generations to search on
      *    the ARCHFILE DD.
       01  ArchiveRecord.
           05  Arch-Field1         PIC X(20).
           05  Arch-Field2         PIC X(30).
           05  Arch-Record-Status  PIC X.
           05  Arch-Last-Maint-Date PIC X(8).

       FD  InputFile.
           COPY CB04REC.

       FD  KeyListFile.
       01  KeyListRecord.
           05  KEY-Field1          PIC X(20).
           05  FILLER              PIC X(60).

       FD  StatementReportFile.
       01  StatementReportRecord       PIC X(132).

      *    Journal entries, archive images and the keys asked for are
      *    sorted together on the Field1 key: the key marker first,
      *    then the archive images, then the journal entries in time
      *    order, so each key's statement is built in one pass with
      *    no limit on the number of keys or entries.
       SD  StatementSortFile.
       01  StatementSortRecord.
           05  SS-Key                  PIC X(20).
           05  SS-Type                 PIC X.
               88  SS-Key-Marker       VALUE '1'.
               88  SS-Archive-Image    VALUE '2'.
               88  SS-Journal-Entry    VALUE '3'.
           05  SS-Entry.
               10  SS-Stamp            PIC X(21).
               10  SS-Data             PIC X(211).

       WORKING-STORAGE SECTION.
       01  JournalFileStatus           PIC XX.
       01  ArchiveFileStatus           PIC XX.
       01  FileStatus                  PIC XX.
       01  KeyListStatus               PIC XX.
       01  StatementReportStatus       PIC XX.

       01  EndOfJournal                PIC X VALUE 'N'.
       01  EndOfArchive                PIC X VALUE 'N'.
       01  EndOfKeyList                PIC X VALUE 'N'.
       01  EndOfInputFile              PIC X VALUE 'N'.

       01  WS-Input-Dataset-Name       PIC X(80) VALUE 'INFILE'.

       01  WS-From-Key                 PIC X(20) VALUE SPACES.
       01  WS-To-Key                   PIC X(20) VALUE SPACES.
       01  WS-From-Date                PIC X(8) VALUE '00000000'.
       01  WS-To-Date                  PIC X(8) VALUE SPACES.
       01  WS-Key-List-Sw              PIC X VALUE 'N'.
           88  Key-List-Mode           VALUE 'Y'.
       01  WS-Archive-Open-Sw          PIC X VALUE 'N'.
           88  Archive-Open            VALUE 'Y'.

       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

       01  WS-Key-Card-Count           PIC 9(9) VALUE ZERO.
       01  WS-File-Key-Count           PIC 9(9) VALUE ZERO.
       01  WS-Journal-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-Journal-Sorted-Count     PIC 9(9) VALUE ZERO.
       01  WS-Archive-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-Archive-Sorted-Count     PIC 9(9) VALUE ZERO.
       01  WS-Statement-Count          PIC 9(9) VALUE ZERO.
       01  WS-Entry-Printed-Count      PIC 9(9) VALUE ZERO.
       01  WS-Archive-Only-Count       PIC 9(9) VALUE ZERO.
       01  WS-Unknown-Key-Count        PIC 9(9) VALUE ZERO.

       01  WS-Sort-Failed-Sw           PIC X VALUE 'N'.
           88  Sort-Failed             VALUE 'Y'.

      *    The sorted entry currently being taken, and the state of
      *    the key whose statement is being built.
       01  WS-Ret-Key                  PIC X(20) VALUE SPACES.
       01  WS-Cur-Key                  PIC X(20) VALUE SPACES.
       01  WS-Key-Wanted-Sw            PIC X VALUE 'N'.
           88  Key-Wanted              VALUE 'Y'.
       01  WS-Stmt-Opened-Sw           PIC X VALUE 'N'.
           88  Stmt-Opened             VALUE 'Y'.
       01  WS-Close-Set-Sw             PIC X VALUE 'N'.
           88  Close-Set               VALUE 'Y'.
       01  WS-Cols-Printed-Sw          PIC X VALUE 'N'.
           88  Cols-Printed            VALUE 'Y'.
       01  WS-Archive-Seen-Sw          PIC X VALUE 'N'.
           88  Archive-Seen            VALUE 'Y'.
       01  WS-On-File-Sw               PIC X VALUE 'N'.
           88  On-File                 VALUE 'Y'.
       01  WS-Key-Entry-Count          PIC 9(7) VALUE ZERO.
       01  WS-Key-Period-Count         PIC 9(7) VALUE ZERO.

       01  WS-Entry.
           05  WS-Ent-Timestamp.
               10  WS-Ent-Date         PIC X(8).
               10  WS-Ent-Time         PIC X(6).
               10  FILLER              PIC X(7).
           05  WS-Ent-Function         PIC X.
           05  WS-Ent-Key              PIC X(20).
           05  WS-Ent-Before-Image     PIC X(59).
           05  WS-Ent-After-Image      PIC X(59).
           05  WS-Ent-Transaction.
               10  FILLER              PIC X(51).
               10  WS-Ent-Reason       PIC X(4).
               10  FILLER              PIC X(8).
           05  WS-Ent-Source           PIC X.
           05  WS-Ent-Operator         PIC X(8).

      *    Record images in the CB04REC layout: the archive image
      *    last seen for the key, the image on file now, the images
      *    either side of a journal entry, and the balance images
      *    that open and close the statement.
       01  WS-Arch-Image               PIC X(59) VALUE SPACES.
       01  WS-File-Image               PIC X(59) VALUE SPACES.
       01  WS-Open-Image               PIC X(59) VALUE SPACES.
       01  WS-Close-Image              PIC X(59) VALUE SPACES.

       01  WS-Bef-Image.
           05  WS-Bef-Field1           PIC X(20).
           05  WS-Bef-Field2           PIC X(30).
           05  WS-Bef-Field2-Detail REDEFINES WS-Bef-Field2.
               10  WS-Bef-Amount       PIC S9(13)V99 SIGN IS TRAILING.
               10  WS-Bef-Currency     PIC X(3).
               10  FILLER              PIC X(12).
           05  WS-Bef-Status           PIC X.
           05  WS-Bef-Maint-Date       PIC X(8).

       01  WS-Aft-Image.
           05  WS-Aft-Field1           PIC X(20).
           05  WS-Aft-Field2           PIC X(30).
           05  WS-Aft-Field2-Detail REDEFINES WS-Aft-Field2.
               10  WS-Aft-Amount       PIC S9(13)V99 SIGN IS TRAILING.
               10  WS-Aft-Currency     PIC X(3).
               10  FILLER              PIC X(12).
           05  WS-Aft-Status           PIC X.
           05  WS-Aft-Maint-Date       PIC X(8).

       01  WS-Bal-Image.
           05  WS-Bal-Field1           PIC X(20).
           05  WS-Bal-Field2           PIC X(30).
           05  WS-Bal-Field2-Detail REDEFINES WS-Bal-Field2.
               10  WS-Bal-Amount       PIC S9(13)V99 SIGN IS TRAILING.
               10  WS-Bal-Currency     PIC X(3).
               10  FILLER              PIC X(12).
           05  WS-Bal-Status           PIC X.
           05  WS-Bal-Maint-Date       PIC X(8).
       01  WS-Bal-Label                PIC X(15) VALUE SPACES.
       01  WS-Bal-Date                 PIC X(8) VALUE SPACES.

       01  WS-Bef-Amt-Work             PIC S9(13)V99 VALUE ZERO.
       01  WS-Aft-Amt-Work             PIC S9(13)V99 VALUE ZERO.
       01  WS-Movement                 PIC S9(15)V99 VALUE ZERO.

       01  WS-Amt-Display-1            PIC -(13)9.99.
       01  WS-Amt-Display-2            PIC -(13)9.99.
       01  WS-Amt-Display-3            PIC -(13)9.99.
       01  WS-Bef-Ccy-Text             PIC X(3) VALUE SPACES.
       01  WS-Aft-Ccy-Text             PIC X(3) VALUE SPACES.
       01  WS-Movement-Text            PIC X(17) VALUE SPACES.
       01  WS-Action-Text              PIC X(8) VALUE SPACES.
       01  WS-Source-Text              PIC X(20) VALUE SPACES.
       01  WS-Status-Text              PIC X(8) VALUE SPACES.

       COPY CB04ELAP.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
           05  LS-Parm-Data        PIC X(76).

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-To-Date
           IF LS-Parm-Length >= 1
               AND LS-Parm-Data(1:8) NOT = SPACES
               MOVE LS-Parm-Data(1:8) TO WS-From-Date
           END-IF
           IF LS-Parm-Length >= 9
               AND LS-Parm-Data(9:8) NOT = SPACES
               MOVE LS-Parm-Data(9:8) TO WS-To-Date
           END-IF
           IF LS-Parm-Length >= 17
               AND LS-Parm-Data(17:20) NOT = SPACES
               MOVE LS-Parm-Data(17:20) TO WS-From-Key
               IF LS-Parm-Length >= 37
                   AND LS-Parm-Data(37:20) NOT = SPACES
                   MOVE LS-Parm-Data(37:20) TO WS-To-Key
               ELSE
                   MOVE WS-From-Key TO WS-To-Key
               END-IF
           ELSE
               SET Key-List-Mode TO TRUE
           END-IF
           IF WS-From-Date NOT NUMERIC
               OR WS-To-Date NOT NUMERIC
               OR WS-To-Date < WS-From-Date
               OR WS-To-Key < WS-From-Key
               DISPLAY 'Parm carries the from-date (pos 1-8) and '
                   'to-date (pos 9-16) as YYYYMMDD, then the Field1 '
                   'key (pos 17-36) and an optional to-key (pos '
                   '37-56); no key takes the keys from STMTKEYS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT JournalFile
           IF JournalFileStatus NOT = '00'
               DISPLAY 'Error opening journal file. Status: '
                   JournalFileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT InputFile
           IF FileStatus NOT = '00'
               DISPLAY 'Error opening InputFile. Status: '
                   FileStatus
               CLOSE JournalFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *    No archive on the DD means nothing has been purged yet;
      *    statements are still built from the journal and the file.
           OPEN INPUT ArchiveFile
           IF ArchiveFileStatus = '00'
               SET Archive-Open TO TRUE
           ELSE
               DISPLAY 'No archive file - purged keys will show the '
                   'journal only. Status: ' ArchiveFileStatus
           END-IF

           IF Key-List-Mode
               OPEN INPUT KeyListFile
               IF KeyListStatus NOT = '00'
                   DISPLAY 'Error opening key list file. Status: '
                       KeyListStatus
                   CLOSE JournalFile
                   CLOSE InputFile
                   IF Archive-Open
                       CLOSE ArchiveFile
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT StatementReportFile
           IF StatementReportStatus NOT = '00'
               DISPLAY 'Error opening statement report file. Status: '
                   StatementReportStatus
               CLOSE JournalFile
               CLOSE InputFile
               IF Archive-Open
                   CLOSE ArchiveFile
               END-IF
               IF Key-List-Mode
                   CLOSE KeyListFile
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO StatementReportRecord
           IF Key-List-Mode
               STRING '===== CBACT04S ACCOUNT HISTORY - KEYS FROM '
                          DELIMITED BY SIZE
                      'STMTKEYS - PERIOD ' DELIMITED BY SIZE
                      WS-From-Date  DELIMITED BY SIZE
                      ' TO '        DELIMITED BY SIZE
                      WS-To-Date    DELIMITED BY SIZE
                      ' ====='      DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           ELSE
               STRING '===== CBACT04S ACCOUNT HISTORY - KEYS ['
                          DELIMITED BY SIZE
                      WS-From-Key   DELIMITED BY SIZE
                      '] TO ['      DELIMITED BY SIZE
                      WS-To-Key     DELIMITED BY SIZE
                      '] - PERIOD ' DELIMITED BY SIZE
                      WS-From-Date  DELIMITED BY SIZE
                      ' TO '        DELIMITED BY SIZE
                      WS-To-Date    DELIMITED BY SIZE
                      ' ====='      DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           END-IF
           PERFORM 8000-Write-Report-Line

           SORT StatementSortFile
               ON ASCENDING KEY SS-Key SS-Type SS-Stamp
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-Release-Entries
               OUTPUT PROCEDURE IS 2000-Produce-Statements
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'Statement sort failed - SORT-RETURN '
                   SORT-RETURN ' - statements incomplete'
               SET Sort-Failed TO TRUE
               MOVE SPACES TO StatementReportRecord
               STRING '*** STATEMENT SORT FAILED - STATEMENTS ARE '
                          DELIMITED BY SIZE
                      'INCOMPLETE - RERUN ***' DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF

           MOVE SPACES TO StatementReportRecord
           STRING 'STATEMENTS: '         DELIMITED BY SIZE
                  WS-Statement-Count     DELIMITED BY SIZE
                  '  CHANGES LISTED: '   DELIMITED BY SIZE
                  WS-Entry-Printed-Count DELIMITED BY SIZE
                  '  ARCHIVE ONLY: '     DELIMITED BY SIZE
                  WS-Archive-Only-Count  DELIMITED BY SIZE
                  '  KEYS NOT FOUND: '   DELIMITED BY SIZE
                  WS-Unknown-Key-Count   DELIMITED BY SIZE
                  INTO StatementReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           PERFORM 7800-Write-Run-Statistics

           CLOSE JournalFile
           CLOSE InputFile
           CLOSE StatementReportFile
           IF Archive-Open
               CLOSE ArchiveFile
           END-IF
           IF Key-List-Mode
               CLOSE KeyListFile
           END-IF

           DISPLAY '===== CBACT04S ACCOUNT HISTORY SUMMARY ====='
           IF Key-List-Mode
               DISPLAY 'KEYS REQUESTED: ' WS-Key-Card-Count
           ELSE
               DISPLAY 'KEYS ON FILE IN RANGE: ' WS-File-Key-Count
           END-IF
           DISPLAY 'JOURNAL RECORDS READ: ' WS-Journal-Read-Count
           DISPLAY 'JOURNAL ENTRIES SORTED: ' WS-Journal-Sorted-Count
           DISPLAY 'ARCHIVE RECORDS READ: ' WS-Archive-Read-Count
           DISPLAY 'ARCHIVE IMAGES SORTED: ' WS-Archive-Sorted-Count
           DISPLAY 'STATEMENTS PRODUCED: ' WS-Statement-Count
           DISPLAY 'CHANGES LISTED: ' WS-Entry-Printed-Count
           DISPLAY 'KEYS IN ARCHIVE ONLY: ' WS-Archive-Only-Count
           DISPLAY 'KEYS NOT FOUND: ' WS-Unknown-Key-Count
           DISPLAY 'ELAPSED TIME: ' WS-EL-Elapsed-Display
           DISPLAY '============================================'
           EVALUATE TRUE
               WHEN Sort-Failed
                   MOVE 16 TO RETURN-CODE
               WHEN WS-Unknown-Key-Count > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    A key list bounds the journal and archive passes by its
      *    lowest and highest key; a key range also puts every key
      *    on file in the range forward, so a key with no journal
      *    trail still gets a statement.
       1000-Release-Entries.
           IF Key-List-Mode
               MOVE HIGH-VALUES TO WS-From-Key
               MOVE LOW-VALUES TO WS-To-Key
               PERFORM UNTIL EndOfKeyList = 'Y'
                   READ KeyListFile
                       AT END
                           MOVE 'Y' TO EndOfKeyList
                       NOT AT END
                           PERFORM 1100-Release-Key-Card
                   END-READ
               END-PERFORM
           ELSE
               PERFORM 1200-Release-File-Keys
           END-IF

           PERFORM UNTIL EndOfJournal = 'Y'
               READ JournalFile
                   AT END
                       MOVE 'Y' TO EndOfJournal
                   NOT AT END
                       ADD 1 TO WS-Journal-Read-Count
                       PERFORM 1300-Screen-Journal-Entry
               END-READ
           END-PERFORM

           IF Archive-Open
               PERFORM UNTIL EndOfArchive = 'Y'
                   READ ArchiveFile
                       AT END
                           MOVE 'Y' TO EndOfArchive
                       NOT AT END
                           ADD 1 TO WS-Archive-Read-Count
                           PERFORM 1400-Screen-Archive-Record
                   END-READ
               END-PERFORM
           END-IF.

       1100-Release-Key-Card.
           IF KEY-Field1 NOT = SPACES
               ADD 1 TO WS-Key-Card-Count
               IF KEY-Field1 < WS-From-Key
                   MOVE KEY-Field1 TO WS-From-Key
               END-IF
               IF KEY-Field1 > WS-To-Key
                   MOVE KEY-Field1 TO WS-To-Key
               END-IF
               MOVE SPACES TO StatementSortRecord
               MOVE KEY-Field1 TO SS-Key
               SET SS-Key-Marker TO TRUE
               RELEASE StatementSortRecord
           END-IF.

       1200-Release-File-Keys.
           MOVE WS-From-Key TO Field1
           START InputFile KEY IS NOT LESS THAN Field1
               INVALID KEY
                   MOVE 'Y' TO EndOfInputFile
           END-START
           PERFORM UNTIL EndOfInputFile = 'Y'
               READ InputFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EndOfInputFile
                   NOT AT END
                       IF Field1 > WS-To-Key
                           MOVE 'Y' TO EndOfInputFile
                       ELSE
                           ADD 1 TO WS-File-Key-Count
                           MOVE SPACES TO StatementSortRecord
                           MOVE Field1 TO SS-Key
                           SET SS-Key-Marker TO TRUE
                           RELEASE StatementSortRecord
                       END-IF
               END-READ
           END-PERFORM.

       1300-Screen-Journal-Entry.
           IF JRNL-Key >= WS-From-Key
               AND JRNL-Key <= WS-To-Key
               ADD 1 TO WS-Journal-Sorted-Count
               MOVE JRNL-Key TO SS-Key
               SET SS-Journal-Entry TO TRUE
               MOVE JournalRecord TO SS-Entry
               RELEASE StatementSortRecord
           END-IF.

      *    An archive image sorts on its last-maintained date, so a
      *    key purged more than once keeps its latest image last.
       1400-Screen-Archive-Record.
           IF Arch-Field1 >= WS-From-Key
               AND Arch-Field1 <= WS-To-Key
               ADD 1 TO WS-Archive-Sorted-Count
               MOVE SPACES TO StatementSortRecord
               MOVE Arch-Field1 TO SS-Key
               SET SS-Archive-Image TO TRUE
               MOVE Arch-Last-Maint-Date TO SS-Stamp
               MOVE ArchiveRecord TO SS-Data
               RELEASE StatementSortRecord
           END-IF.

       2000-Produce-Statements.
           MOVE SPACES TO WS-Cur-Key
           PERFORM 2050-Return-Entry
           PERFORM UNTIL WS-Ret-Key = HIGH-VALUES
               IF WS-Ret-Key NOT = WS-Cur-Key
                   IF WS-Cur-Key NOT = SPACES
                       PERFORM 2900-Finish-Key
                   END-IF
                   PERFORM 2100-Start-Key
               END-IF
               EVALUATE TRUE
                   WHEN SS-Key-Marker
                       SET Key-Wanted TO TRUE
                   WHEN SS-Archive-Image
                       SET Archive-Seen TO TRUE
                       MOVE SS-Data(1:59) TO WS-Arch-Image
                   WHEN SS-Journal-Entry
                       PERFORM 2300-Take-Journal-Entry
               END-EVALUATE
               PERFORM 2050-Return-Entry
           END-PERFORM
           IF WS-Cur-Key NOT = SPACES
               PERFORM 2900-Finish-Key
           END-IF.

       2050-Return-Entry.
           RETURN StatementSortFile
               AT END
                   MOVE HIGH-VALUES TO WS-Ret-Key
               NOT AT END
                   MOVE SS-Key TO WS-Ret-Key
           END-RETURN.

       2100-Start-Key.
           MOVE WS-Ret-Key TO WS-Cur-Key
           IF Key-List-Mode
               MOVE 'N' TO WS-Key-Wanted-Sw
           ELSE
               SET Key-Wanted TO TRUE
           END-IF
           MOVE 'N' TO WS-Stmt-Opened-Sw
           MOVE 'N' TO WS-Close-Set-Sw
           MOVE 'N' TO WS-Cols-Printed-Sw
           MOVE 'N' TO WS-Archive-Seen-Sw
           MOVE 'N' TO WS-On-File-Sw
           MOVE ZERO TO WS-Key-Entry-Count
           MOVE ZERO TO WS-Key-Period-Count
           MOVE SPACES TO WS-Arch-Image
           MOVE SPACES TO WS-File-Image
           MOVE SPACES TO WS-Open-Image
           MOVE SPACES TO WS-Close-Image.

      *    Entries arrive oldest first.  Until the period starts the
      *    after image is the running opening balance; the first
      *    entry on or after the from-date opens the statement (its
      *    before image is the opening balance when nothing earlier
      *    was journaled).  Entries after the to-date only serve to
      *    open the statement of a key quiet throughout the period.
       2300-Take-Journal-Entry.
           IF Key-Wanted
               MOVE SS-Entry TO WS-Entry
               ADD 1 TO WS-Key-Entry-Count
               IF WS-Ent-Date < WS-From-Date
                   MOVE WS-Ent-After-Image TO WS-Open-Image
               ELSE
                   IF NOT Stmt-Opened
                       IF WS-Key-Entry-Count = 1
                           MOVE WS-Ent-Before-Image TO WS-Open-Image
                       END-IF
                       PERFORM 2400-Open-Statement
                   END-IF
                   IF WS-Ent-Date NOT > WS-To-Date
                       ADD 1 TO WS-Key-Period-Count
                       MOVE WS-Ent-After-Image TO WS-Close-Image
                       SET Close-Set TO TRUE
                       PERFORM 2500-Write-Entry-Line
                   END-IF
               END-IF
           END-IF.

       2400-Open-Statement.
           SET Stmt-Opened TO TRUE
           ADD 1 TO WS-Statement-Count
           MOVE SPACES TO StatementReportRecord
           PERFORM 8000-Write-Report-Line
           STRING 'ACCOUNT HISTORY - KEY ' DELIMITED BY SIZE
                  WS-Cur-Key      DELIMITED BY SIZE
                  '  PERIOD '     DELIMITED BY SIZE
                  WS-From-Date    DELIMITED BY SIZE
                  ' TO '          DELIMITED BY SIZE
                  WS-To-Date      DELIMITED BY SIZE
                  INTO StatementReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           MOVE WS-Open-Image TO WS-Bal-Image
           MOVE 'OPENING BALANCE' TO WS-Bal-Label
           MOVE WS-From-Date TO WS-Bal-Date
           PERFORM 3050-Write-Balance-Line.

       2450-Write-Column-Heading.
           SET Cols-Printed TO TRUE
           STRING '  DATE     TIME   ACTION   SOURCE              '
                      DELIMITED BY SIZE
                  '  OPERATOR     BEFORE AMOUNT CCY S'
                      DELIMITED BY SIZE
                  '      AFTER AMOUNT CCY S          MOVEMENT'
                      DELIMITED BY SIZE
                  INTO StatementReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       2500-Write-Entry-Line.
           IF NOT Cols-Printed
               PERFORM 2450-Write-Column-Heading
           END-IF
           ADD 1 TO WS-Entry-Printed-Count
           PERFORM 3100-Set-Action-Text
           PERFORM 3200-Set-Source-Text
           MOVE WS-Ent-Before-Image TO WS-Bef-Image
           MOVE WS-Ent-After-Image TO WS-Aft-Image
           MOVE ZERO TO WS-Bef-Amt-Work
           MOVE ZERO TO WS-Aft-Amt-Work
           MOVE SPACES TO WS-Bef-Ccy-Text
           MOVE SPACES TO WS-Aft-Ccy-Text
           IF WS-Bef-Image NOT = SPACES
               AND WS-Bef-Amount IS NUMERIC
               MOVE WS-Bef-Amount TO WS-Bef-Amt-Work
           END-IF
           IF WS-Bef-Image NOT = SPACES
               MOVE WS-Bef-Currency TO WS-Bef-Ccy-Text
           END-IF
           IF WS-Aft-Amount IS NUMERIC
               MOVE WS-Aft-Amount TO WS-Aft-Amt-Work
           END-IF
           MOVE WS-Aft-Currency TO WS-Aft-Ccy-Text
           MOVE WS-Bef-Amt-Work TO WS-Amt-Display-1
           MOVE WS-Aft-Amt-Work TO WS-Amt-Display-2
      *    A change of currency is shown as such; an amount movement
      *    across two currencies would mean nothing.
           MOVE SPACES TO WS-Movement-Text
           IF WS-Bef-Image NOT = SPACES
               AND WS-Bef-Ccy-Text NOT = WS-Aft-Ccy-Text
               STRING 'CCY '         DELIMITED BY SIZE
                      WS-Bef-Ccy-Text DELIMITED BY SIZE
                      ' TO '         DELIMITED BY SIZE
                      WS-Aft-Ccy-Text DELIMITED BY SIZE
                      INTO WS-Movement-Text
               END-STRING
           ELSE
               COMPUTE WS-Movement = WS-Aft-Amt-Work - WS-Bef-Amt-Work
               MOVE WS-Movement TO WS-Amt-Display-3
               MOVE WS-Amt-Display-3 TO WS-Movement-Text
           END-IF
           MOVE SPACES TO StatementReportRecord
           IF WS-Bef-Image = SPACES
               STRING '  '            DELIMITED BY SIZE
                      WS-Ent-Date     DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Ent-Time     DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Action-Text  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Source-Text  DELIMITED BY SIZE
                      '  '            DELIMITED BY SIZE
                      WS-Ent-Operator DELIMITED BY SIZE
                      '         NO RECORD      ' DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Amt-Display-2 DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Aft-Ccy-Text DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Aft-Status   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Movement-Text DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           ELSE
               STRING '  '            DELIMITED BY SIZE
                      WS-Ent-Date     DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Ent-Time     DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Action-Text  DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Source-Text  DELIMITED BY SIZE
                      '  '            DELIMITED BY SIZE
                      WS-Ent-Operator DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Amt-Display-1 DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Bef-Ccy-Text DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Bef-Status   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Amt-Display-2 DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Aft-Ccy-Text DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Aft-Status   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WS-Movement-Text DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           END-IF
           PERFORM 8000-Write-Report-Line.

       2900-Finish-Key.
           IF Key-Wanted
               MOVE WS-Cur-Key TO Field1
               READ InputFile
                   INVALID KEY
                       MOVE 'N' TO WS-On-File-Sw
                   NOT INVALID KEY
                       SET On-File TO TRUE
                       MOVE InputRecord TO WS-File-Image
               END-READ
               IF WS-Key-Entry-Count = ZERO
                   AND NOT On-File
                   AND NOT Archive-Seen
                   PERFORM 2950-Report-Unknown-Key
               ELSE
                   PERFORM 3000-Close-Statement
               END-IF
           END-IF.

       2950-Report-Unknown-Key.
           ADD 1 TO WS-Unknown-Key-Count
           MOVE SPACES TO StatementReportRecord
           PERFORM 8000-Write-Report-Line
           STRING 'ACCOUNT HISTORY - KEY ' DELIMITED BY SIZE
                  WS-Cur-Key      DELIMITED BY SIZE
                  ' - NOT FOUND IN THE JOURNAL, ON FILE OR IN THE '
                                  DELIMITED BY SIZE
                  'ARCHIVE'       DELIMITED BY SIZE
                  INTO StatementReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       2960-Write-Net-Movement.
           MOVE WS-Open-Image TO WS-Bef-Image
           MOVE WS-Close-Image TO WS-Aft-Image
           MOVE ZERO TO WS-Bef-Amt-Work
           MOVE ZERO TO WS-Aft-Amt-Work
           IF WS-Bef-Image NOT = SPACES
               AND WS-Bef-Amount IS NUMERIC
               MOVE WS-Bef-Amount TO WS-Bef-Amt-Work
           END-IF
           IF WS-Aft-Image NOT = SPACES
               AND WS-Aft-Amount IS NUMERIC
               MOVE WS-Aft-Amount TO WS-Aft-Amt-Work
           END-IF
           IF WS-Bef-Image NOT = SPACES
               AND WS-Aft-Image NOT = SPACES
               AND WS-Bef-Currency NOT = WS-Aft-Currency
               STRING '  NET MOVEMENT IN PERIOD: CURRENCY CHANGED '
                          DELIMITED BY SIZE
                      WS-Bef-Currency DELIMITED BY SIZE
                      ' TO '          DELIMITED BY SIZE
                      WS-Aft-Currency DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           ELSE
               COMPUTE WS-Movement = WS-Aft-Amt-Work - WS-Bef-Amt-Work
               MOVE WS-Movement TO WS-Amt-Display-3
               STRING '  NET MOVEMENT IN PERIOD: ' DELIMITED BY SIZE
                      WS-Amt-Display-3 DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           END-IF
           PERFORM 8000-Write-Report-Line.

      *    A key with no journal trail at all is stated from the
      *    image on file, or failing that its archived image, as
      *    unchanged over the period.  The status line says where
      *    the key stands today.
       3000-Close-Statement.
           IF WS-Key-Entry-Count = ZERO
               IF On-File
                   MOVE WS-File-Image TO WS-Open-Image
               ELSE
                   MOVE WS-Arch-Image TO WS-Open-Image
               END-IF
           END-IF
           IF NOT Stmt-Opened
               PERFORM 2400-Open-Statement
           END-IF
           IF WS-Key-Entry-Count = ZERO
               STRING '  NO JOURNAL ENTRIES FOR THIS KEY - BALANCES '
                          DELIMITED BY SIZE
                      'ARE FROM THE CURRENT IMAGE' DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               IF WS-Key-Period-Count = ZERO
                   MOVE '  NO CHANGES IN THE PERIOD'
                       TO StatementReportRecord
                   PERFORM 8000-Write-Report-Line
               END-IF
           END-IF
           IF NOT Close-Set
               MOVE WS-Open-Image TO WS-Close-Image
           END-IF
           MOVE WS-Close-Image TO WS-Bal-Image
           MOVE 'CLOSING BALANCE' TO WS-Bal-Label
           MOVE WS-To-Date TO WS-Bal-Date
           PERFORM 3050-Write-Balance-Line
           PERFORM 2960-Write-Net-Movement

           EVALUATE TRUE
               WHEN On-File
                   MOVE WS-File-Image TO WS-Bal-Image
                   PERFORM 3300-Set-Status-Text
                   STRING '  CURRENT STATUS: ON FILE - '
                              DELIMITED BY SIZE
                          WS-Status-Text    DELIMITED BY SIZE
                          ' LAST MAINTAINED ' DELIMITED BY SIZE
                          WS-Bal-Maint-Date DELIMITED BY SIZE
                          INTO StatementReportRecord
                   END-STRING
               WHEN Archive-Seen
                   ADD 1 TO WS-Archive-Only-Count
                   MOVE WS-Arch-Image TO WS-Bal-Image
                   STRING '  CURRENT STATUS: PURGED - ARCHIVE ONLY - '
                              DELIMITED BY SIZE
                          'LAST MAINTAINED ' DELIMITED BY SIZE
                          WS-Bal-Maint-Date DELIMITED BY SIZE
                          INTO StatementReportRecord
                   END-STRING
               WHEN OTHER
                   STRING '  CURRENT STATUS: NOT ON FILE AND NOT IN '
                              DELIMITED BY SIZE
                          'THE ARCHIVE SEARCHED - JOURNAL ONLY'
                              DELIMITED BY SIZE
                          INTO StatementReportRecord
                   END-STRING
           END-EVALUATE
           PERFORM 8000-Write-Report-Line.

       3050-Write-Balance-Line.
           IF WS-Bal-Image = SPACES
               STRING '  '           DELIMITED BY SIZE
                      WS-Bal-Label   DELIMITED BY SIZE
                      ' AT '         DELIMITED BY SIZE
                      WS-Bal-Date    DELIMITED BY SIZE
                      ': NO RECORD'  DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           ELSE
               IF WS-Bal-Amount IS NUMERIC
                   MOVE WS-Bal-Amount TO WS-Amt-Display-1
               ELSE
                   MOVE ZERO TO WS-Amt-Display-1
               END-IF
               PERFORM 3300-Set-Status-Text
               STRING '  '           DELIMITED BY SIZE
                      WS-Bal-Label   DELIMITED BY SIZE
                      ' AT '         DELIMITED BY SIZE
                      WS-Bal-Date    DELIMITED BY SIZE
                      ': '           DELIMITED BY SIZE
                      WS-Amt-Display-1 DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WS-Bal-Currency DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WS-Status-Text DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           END-IF
           PERFORM 8000-Write-Report-Line.

       3100-Set-Action-Text.
           EVALUATE WS-Ent-Function
               WHEN 'A'
                   MOVE 'ADD' TO WS-Action-Text
               WHEN 'U'
                   MOVE 'UPDATE' TO WS-Action-Text
               WHEN 'D'
                   MOVE 'DELETE' TO WS-Action-Text
               WHEN 'H'
                   MOVE 'HOLD' TO WS-Action-Text
               WHEN 'L'
                   MOVE 'RELEASE' TO WS-Action-Text
               WHEN 'R'
                   MOVE 'RESTORE' TO WS-Action-Text
               WHEN OTHER
                   MOVE SPACES TO WS-Action-Text
                   STRING 'FUNC '         DELIMITED BY SIZE
                          WS-Ent-Function DELIMITED BY SIZE
                          INTO WS-Action-Text
                   END-STRING
           END-EVALUATE.

      *    Entries journaled before the source was recorded are read
      *    from the function and the transaction: a restore is
      *    unmistakable and a resubmitted deck carries the reject
      *    reason, but an approved or released change then looks
      *    like a keyed one.
       3200-Set-Source-Text.
           EVALUATE TRUE
               WHEN WS-Ent-Source = 'K'
                   MOVE 'KEYED' TO WS-Source-Text
               WHEN WS-Ent-Source = 'V'
                   MOVE 'APPROVED CBACT04V' TO WS-Source-Text
               WHEN WS-Ent-Source = 'F'
                   MOVE 'RELEASED FUTRFILE' TO WS-Source-Text
               WHEN WS-Ent-Source = 'C'
                   MOVE 'RESUBMITTED CBACT04R' TO WS-Source-Text
               WHEN WS-Ent-Source = 'U'
                   MOVE 'RESTORED CBACT04U' TO WS-Source-Text
               WHEN WS-Ent-Function = 'R'
                   OR WS-Ent-Reason = 'RSTR'
                   MOVE 'RESTORED CBACT04U' TO WS-Source-Text
               WHEN WS-Ent-Reason NOT = SPACES
                   MOVE 'RESUBMITTED CBACT04R' TO WS-Source-Text
               WHEN OTHER
                   MOVE 'KEYED' TO WS-Source-Text
           END-EVALUATE.

       3300-Set-Status-Text.
           EVALUATE WS-Bal-Status
               WHEN 'A'
                   MOVE 'ACTIVE' TO WS-Status-Text
               WHEN 'H'
                   MOVE 'HELD' TO WS-Status-Text
               WHEN 'D'
                   MOVE 'DELETED' TO WS-Status-Text
               WHEN OTHER
                   MOVE SPACES TO WS-Status-Text
                   STRING 'STATUS '     DELIMITED BY SIZE
                          WS-Bal-Status DELIMITED BY SIZE
                          INTO WS-Status-Text
                   END-STRING
           END-EVALUATE.

       7800-Write-Run-Statistics.
           PERFORM 7900-Compute-Elapsed-Time
           MOVE SPACES TO StatementReportRecord
           STRING 'VOLUMES - JOURNAL READ: ' DELIMITED BY SIZE
                  WS-Journal-Read-Count    DELIMITED BY SIZE
                  '  JOURNAL SORTED: '     DELIMITED BY SIZE
                  WS-Journal-Sorted-Count  DELIMITED BY SIZE
                  '  ARCHIVE READ: '       DELIMITED BY SIZE
                  WS-Archive-Read-Count    DELIMITED BY SIZE
                  '  ARCHIVE SORTED: '     DELIMITED BY SIZE
                  WS-Archive-Sorted-Count  DELIMITED BY SIZE
                  INTO StatementReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           MOVE SPACES TO StatementReportRecord
           IF Key-List-Mode
               STRING 'VOLUMES - KEYS REQUESTED: ' DELIMITED BY SIZE
                      WS-Key-Card-Count     DELIMITED BY SIZE
                      '  ELAPSED: '         DELIMITED BY SIZE
                      WS-EL-Elapsed-Display DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           ELSE
               STRING 'VOLUMES - KEYS ON FILE IN RANGE: '
                          DELIMITED BY SIZE
                      WS-File-Key-Count     DELIMITED BY SIZE
                      '  ELAPSED: '         DELIMITED BY SIZE
                      WS-EL-Elapsed-Display DELIMITED BY SIZE
                      INTO StatementReportRecord
               END-STRING
           END-IF
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
           WRITE StatementReportRecord
           MOVE SPACES TO StatementReportRecord.
