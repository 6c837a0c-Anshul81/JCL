       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT04Y.

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

           SELECT JournalFile ASSIGN TO "JRNLFILE"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS JournalFileStatus.

           SELECT ArchiveFile ASSIGN TO "ARCHHIST"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ArchiveFileStatus.

           SELECT PendingFile ASSIGN TO "PENDAPPR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PendingFileStatus.

           SELECT FutureFile ASSIGN TO "FUTRFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FutureFileStatus.

           SELECT RejectFile ASSIGN TO "REJFILE"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS RejectFileStatus.

           SELECT GLRejectFile ASSIGN TO "GLREJ"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GLRejectStatus.

           SELECT CorrectionFile ASSIGN TO "CORRFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CorrectionFileStatus.

           SELECT ExceptionWorkFile ASSIGN TO "INTGWORK"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ExceptionWorkStatus.

           SELECT IntegrityReportFile ASSIGN TO "INTGRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS IntegrityReportStatus.

           SELECT KeySortFile ASSIGN TO "SORTWK01".

           SELECT ExceptionSortFile ASSIGN TO "SORTWK02".

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
           COPY CB04REC.

       FD  JournalFile.
           COPY CB04JRNL.

       FD  ArchiveFile.
      *    Mirrors the CB04REC InputRecord layout under its own names
      *    so the archive and the live file can be open at once; the
      *    run JCL concatenates every archive generation on the
      *    ARCHHIST DD.
       01  ArchiveRecord.
           05  Arch-Field1         PIC X(20).
           05  Arch-Field2         PIC X(30).
           05  Arch-Record-Status  PIC X.
           05  Arch-Last-Maint-Date PIC X(8).

       FD  PendingFile.
           COPY CB04PEND.

       FD  FutureFile.
           COPY CB04FUTR.

       FD  RejectFile.
           COPY CB04REJ.

       FD  GLRejectFile.
      *    Mirrors the CB04REJ RejectRecord layout under its own names
      *    so the CBACT04C and CBACT04G rejects can be open at once.
       01  GLRejectRecord.
           05  GLRej-Field1        PIC X(20).
           05  GLRej-Field2        PIC X(30).
           05  GLRej-Reason-Code   PIC X(4).
           05  GLRej-Reason-Text   PIC X(40).

       FD  CorrectionFile.
           COPY CB04CORR.

      *    One record per exception found, in key order; sorted again
      *    on file and problem to print the report.
       FD  ExceptionWorkFile.
       01  ExceptionWorkRecord.
           05  EW-File-Code            PIC 9.
           05  EW-Problem-Code         PIC 9.
           05  EW-Key                  PIC X(20).
           05  EW-Seq                  PIC 9(9).
           05  EW-Function             PIC X.
           05  EW-File-Status          PIC X.
           05  EW-Detail               PIC X(63).

       FD  IntegrityReportFile.
       01  IntegrityReportRecord       PIC X(132).

      *    The archive keys, the journal entries in time order, and
      *    every keyed item on the side files are sorted together on
      *    the Field1 key, so each key is checked in one pass with no
      *    limit on volume.  Adds sort ahead of the other items, so
      *    a change queued behind an add for the same key is not
      *    taken for a change to a missing record.
       SD  KeySortFile.
       01  KeySortRecord.
           05  KS-Key                  PIC X(20).
           05  KS-Type                 PIC X.
               88  KS-Archive-Key      VALUE '1'.
               88  KS-Journal-Entry    VALUE '2'.
               88  KS-Add-Item         VALUE '3'.
               88  KS-Other-Item       VALUE '4'.
           05  KS-Stamp                PIC X(21).
           05  KS-File-Code            PIC 9.
           05  KS-Seq                  PIC 9(9).
           05  KS-Function             PIC X.
           05  KS-Field2               PIC X(30).
           05  KS-Detail               PIC X(63).

       SD  ExceptionSortFile.
       01  ExceptionSortRecord.
           05  ES-File-Code            PIC 9.
           05  ES-Problem-Code         PIC 9.
           05  ES-Key                  PIC X(20).
           05  ES-Seq                  PIC 9(9).
           05  ES-Function             PIC X.
           05  ES-File-Status          PIC X.
           05  ES-Detail               PIC X(63).

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  JournalFileStatus           PIC XX.
       01  ArchiveFileStatus           PIC XX.
       01  PendingFileStatus           PIC XX.
       01  FutureFileStatus            PIC XX.
       01  RejectFileStatus            PIC XX.
       01  GLRejectStatus              PIC XX.
       01  CorrectionFileStatus        PIC XX.
       01  ExceptionWorkStatus         PIC XX.
       01  IntegrityReportStatus       PIC XX.

       01  EndOfInputFile              PIC X VALUE 'N'.
       01  EndOfJournal                PIC X VALUE 'N'.
       01  EndOfArchive                PIC X VALUE 'N'.
       01  EndOfPending                PIC X VALUE 'N'.
       01  EndOfFuture                 PIC X VALUE 'N'.
       01  EndOfRejects                PIC X VALUE 'N'.
       01  EndOfGLRejects              PIC X VALUE 'N'.
       01  EndOfCorrections            PIC X VALUE 'N'.

       01  WS-Input-Dataset-Name       PIC X(80) VALUE 'INFILE'.

       01  WS-Journal-Open-Sw          PIC X VALUE 'N'.
           88  Journal-Open            VALUE 'Y'.
       01  WS-Archive-Open-Sw          PIC X VALUE 'N'.
           88  Archive-Open            VALUE 'Y'.
       01  WS-Pending-Open-Sw          PIC X VALUE 'N'.
           88  Pending-Open            VALUE 'Y'.
       01  WS-Future-Open-Sw           PIC X VALUE 'N'.
           88  Future-Open             VALUE 'Y'.
       01  WS-Rejects-Open-Sw          PIC X VALUE 'N'.
           88  Rejects-Open            VALUE 'Y'.
       01  WS-GLRejects-Open-Sw        PIC X VALUE 'N'.
           88  GLRejects-Open          VALUE 'Y'.
       01  WS-Corrections-Open-Sw      PIC X VALUE 'N'.
           88  Corrections-Open        VALUE 'Y'.
       01  WS-Sort-Failed-Sw           PIC X VALUE 'N'.
           88  Sort-Failed             VALUE 'Y'.
       01  WS-Work-Failed-Sw           PIC X VALUE 'N'.
           88  Exception-Write-Failed  VALUE 'Y'.
       01  WS-Absent-DD-Name           PIC X(8) VALUE SPACES.
       01  WS-Absent-Status            PIC XX VALUE SPACES.

       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

      *    The files checked, in report order; the entry number is
      *    the file code carried on the sort and exception records.
       01  WS-Check-File-Names.
           05  FILLER PIC X(48) VALUE
               'PENDAPPRPENDING APPROVALS (CBACT04V)'.
           05  FILLER PIC X(48) VALUE
               'FUTRFILESCHEDULED TRANSACTIONS (CBACT04F)'.
           05  FILLER PIC X(48) VALUE
               'REJFILE CBACT04C REJECTS (CBACT04R)'.
           05  FILLER PIC X(48) VALUE
               'GLREJ   GL POSTING REJECTS (CBACT04G)'.
           05  FILLER PIC X(48) VALUE
               'CORRFILECORRECTION CARDS (CBACT04R)'.
           05  FILLER PIC X(48) VALUE
               'INFILE  HELD RECORDS ON THE INPUTFILE'.
       01  WS-Check-File-Table REDEFINES WS-Check-File-Names.
           05  WS-Check-File-Entry OCCURS 6 TIMES
                   INDEXED BY WS-Check-File-Idx.
               10  WS-Check-DD-Name    PIC X(8).
               10  WS-Check-File-Desc  PIC X(40).

      *    The problems looked for; the entry number is the problem
      *    code carried on the exception record.
       01  WS-Problem-Names.
           05  FILLER PIC X(40) VALUE
               'ADD FOR A KEY ALREADY ON FILE'.
           05  FILLER PIC X(40) VALUE
               'KEY PURGED - IN THE ARCHIVE ONLY'.
           05  FILLER PIC X(40) VALUE
               'KEY NOT ON FILE OR IN THE ARCHIVE'.
           05  FILLER PIC X(40) VALUE
               'RECORD LOGICALLY DELETED ON FILE'.
           05  FILLER PIC X(40) VALUE
               'RECORD CHANGED ON FILE SINCE THE REJECT'.
           05  FILLER PIC X(40) VALUE
               'HELD WITH NO HOLD ENTRY ON THE JOURNAL'.
       01  WS-Problem-Table REDEFINES WS-Problem-Names.
           05  WS-Problem-Text OCCURS 6 TIMES
                   INDEXED BY WS-Problem-Idx
                                       PIC X(40).

      *    Items read and exceptions found, by file and by problem.
       01  WS-Check-Counts.
           05  WS-Count-Entry OCCURS 6 TIMES
                   INDEXED BY WS-Count-Idx.
               10  WS-Items-Read-Count PIC 9(9).
               10  WS-File-Exception-Count PIC 9(9).
               10  WS-Problem-Count    PIC 9(9) OCCURS 6 TIMES
                       INDEXED BY WS-Count-Prob-Idx.

       01  WS-Journal-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-Archive-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-File-Read-Count          PIC 9(9) VALUE ZERO.
       01  WS-Keys-Checked-Count       PIC 9(9) VALUE ZERO.
       01  WS-Exception-Count          PIC 9(9) VALUE ZERO.
       01  WS-Files-Absent-Count       PIC 9(9) VALUE ZERO.

      *    The sorted entry currently being taken, and what is known
      *    of its key: whether it is on file and in what state,
      *    whether it was ever archived, the last journaled function,
      *    and whether an add is queued for it on a side file.
       01  WS-Ret-Key                  PIC X(20) VALUE SPACES.
       01  WS-Cur-Key                  PIC X(20) VALUE SPACES.
       01  WS-Key-Read-Sw              PIC X VALUE 'N'.
           88  Key-Read                VALUE 'Y'.
       01  WS-On-File-Sw               PIC X VALUE 'N'.
           88  On-File                 VALUE 'Y'.
       01  WS-Archive-Seen-Sw          PIC X VALUE 'N'.
           88  Archive-Seen            VALUE 'Y'.
       01  WS-Add-Queued-Sw            PIC X VALUE 'N'.
           88  Add-Queued              VALUE 'Y'.
       01  WS-Cur-Status               PIC X VALUE SPACE.
       01  WS-Cur-Field2               PIC X(30) VALUE SPACES.
       01  WS-Last-Jrnl-Function       PIC X VALUE SPACE.
       01  WS-Problem-Code             PIC 9 VALUE ZERO.
       01  WS-Item-Function            PIC X VALUE SPACE.

       01  WS-Item-Seq                 PIC 9(9) VALUE ZERO.
           COPY CB04MTXN.

      *    Report control breaks.
       01  WS-Ret-File-Code            PIC 9 VALUE ZERO.
       01  WS-Prev-File-Code           PIC 9 VALUE ZERO.
       01  WS-Prev-Problem-Code        PIC 9 VALUE ZERO.
       01  WS-Group-Count              PIC 9(9) VALUE ZERO.
       01  WS-Status-Text              PIC X(11) VALUE SPACES.

       COPY CB04ELAP.

       PROCEDURE DIVISION.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           INITIALIZE WS-Check-Counts

           OPEN INPUT InputFile
           IF FileStatus NOT = '00'
               DISPLAY 'Error opening InputFile. Status: '
                   FileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT IntegrityReportFile
           IF IntegrityReportStatus NOT = '00'
               DISPLAY 'Error opening integrity report file. Status: '
                   IntegrityReportStatus
               CLOSE InputFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ExceptionWorkFile
           IF ExceptionWorkStatus NOT = '00'
               DISPLAY 'Error opening exception work file. Status: '
                   ExceptionWorkStatus
               CLOSE InputFile
               CLOSE IntegrityReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO IntegrityReportRecord
           STRING '===== CBACT04Y CROSS-FILE INTEGRITY CHECK - RUN '
                      DELIMITED BY SIZE
                  WS-CD-Date   DELIMITED BY SIZE
                  ' ====='     DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0100-Open-Check-Files

           SORT KeySortFile
               ON ASCENDING KEY KS-Key KS-Type KS-Stamp
                                KS-File-Code KS-Seq
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-Release-Entries
               OUTPUT PROCEDURE IS 2000-Check-Keys
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'Key sort failed - SORT-RETURN '
                   SORT-RETURN ' - integrity check incomplete'
               SET Sort-Failed TO TRUE
           END-IF
           CLOSE ExceptionWorkFile

           IF NOT Sort-Failed
               SORT ExceptionSortFile
                   ON ASCENDING KEY ES-File-Code ES-Problem-Code
                                    ES-Key ES-Seq
                   USING ExceptionWorkFile
                   OUTPUT PROCEDURE IS 3000-Produce-Report
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'Exception sort failed - SORT-RETURN '
                       SORT-RETURN ' - exceptions report incomplete'
                   SET Sort-Failed TO TRUE
               END-IF
           END-IF

           IF Sort-Failed
               MOVE SPACES TO IntegrityReportRecord
               STRING '*** SORT FAILED - INTEGRITY CHECK IS '
                          DELIMITED BY SIZE
                      'INCOMPLETE - RERUN ***' DELIMITED BY SIZE
                      INTO IntegrityReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF
      *    The counts still include every exception found, but the
      *    listing above is short of the ones that were not written.
           IF Exception-Write-Failed
               MOVE SPACES TO IntegrityReportRecord
               STRING '*** EXCEPTION WORK FILE WRITE FAILED - '
                          DELIMITED BY SIZE
                      '*** INTEGRITY CHECK INCOMPLETE *** - RERUN'
                          DELIMITED BY SIZE
                      INTO IntegrityReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF

           PERFORM 4000-Write-Count-Summary
           PERFORM 7800-Write-Run-Statistics

           CLOSE InputFile
           CLOSE IntegrityReportFile
           PERFORM 0200-Close-Check-Files

           DISPLAY '===== CBACT04Y INTEGRITY CHECK SUMMARY ====='
           DISPLAY 'INPUTFILE RECORDS READ: ' WS-File-Read-Count
           DISPLAY 'JOURNAL RECORDS READ: ' WS-Journal-Read-Count
           DISPLAY 'ARCHIVE RECORDS READ: ' WS-Archive-Read-Count
           PERFORM VARYING WS-Count-Idx FROM 1 BY 1
                   UNTIL WS-Count-Idx > 6
               SET WS-Check-File-Idx TO WS-Count-Idx
               DISPLAY WS-Check-DD-Name(WS-Check-File-Idx)
                   ' ITEMS: ' WS-Items-Read-Count(WS-Count-Idx)
                   ' EXCEPTIONS: '
                   WS-File-Exception-Count(WS-Count-Idx)
           END-PERFORM
           DISPLAY 'KEYS CHECKED: ' WS-Keys-Checked-Count
           DISPLAY 'FILES NOT PRESENT: ' WS-Files-Absent-Count
           DISPLAY 'TOTAL EXCEPTIONS: ' WS-Exception-Count
           DISPLAY 'ELAPSED TIME: ' WS-EL-Elapsed-Display
           DISPLAY '============================================'
           EVALUATE TRUE
               WHEN Sort-Failed OR Exception-Write-Failed
                   MOVE 16 TO RETURN-CODE
               WHEN WS-Exception-Count > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    Every file checked is optional: a side file not on the
      *    DD tonight has nothing queued to go stale.  Without the
      *    journal the held records cannot be traced, and without
      *    the archive a purged key reads as never on file; both are
      *    noted on the report.
       0100-Open-Check-Files.
           OPEN INPUT JournalFile
           IF JournalFileStatus = '00'
               SET Journal-Open TO TRUE
           ELSE
               MOVE 'JRNLFILE' TO WS-Absent-DD-Name
               MOVE JournalFileStatus TO WS-Absent-Status
               PERFORM 0150-Note-File-Absent
               MOVE SPACES TO IntegrityReportRecord
               STRING '    HELD RECORDS ARE NOT CHECKED WITHOUT THE '
                          DELIMITED BY SIZE
                      'JOURNAL'  DELIMITED BY SIZE
                      INTO IntegrityReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF

           OPEN INPUT ArchiveFile
           IF ArchiveFileStatus = '00'
               SET Archive-Open TO TRUE
           ELSE
               MOVE 'ARCHHIST' TO WS-Absent-DD-Name
               MOVE ArchiveFileStatus TO WS-Absent-Status
               PERFORM 0150-Note-File-Absent
           END-IF

           OPEN INPUT PendingFile
           IF PendingFileStatus = '00'
               SET Pending-Open TO TRUE
           ELSE
               MOVE 'PENDAPPR' TO WS-Absent-DD-Name
               MOVE PendingFileStatus TO WS-Absent-Status
               PERFORM 0150-Note-File-Absent
           END-IF

           OPEN INPUT FutureFile
           IF FutureFileStatus = '00'
               SET Future-Open TO TRUE
           ELSE
               MOVE 'FUTRFILE' TO WS-Absent-DD-Name
               MOVE FutureFileStatus TO WS-Absent-Status
               PERFORM 0150-Note-File-Absent
           END-IF

           OPEN INPUT RejectFile
           IF RejectFileStatus = '00'
               SET Rejects-Open TO TRUE
           ELSE
               MOVE 'REJFILE' TO WS-Absent-DD-Name
               MOVE RejectFileStatus TO WS-Absent-Status
               PERFORM 0150-Note-File-Absent
           END-IF

           OPEN INPUT GLRejectFile
           IF GLRejectStatus = '00'
               SET GLRejects-Open TO TRUE
           ELSE
               MOVE 'GLREJ' TO WS-Absent-DD-Name
               MOVE GLRejectStatus TO WS-Absent-Status
               PERFORM 0150-Note-File-Absent
           END-IF

           OPEN INPUT CorrectionFile
           IF CorrectionFileStatus = '00'
               SET Corrections-Open TO TRUE
           ELSE
               MOVE 'CORRFILE' TO WS-Absent-DD-Name
               MOVE CorrectionFileStatus TO WS-Absent-Status
               PERFORM 0150-Note-File-Absent
           END-IF
           CONTINUE.

       0150-Note-File-Absent.
           ADD 1 TO WS-Files-Absent-Count
           DISPLAY 'No ' WS-Absent-DD-Name ' file - not checked. '
               'Status: ' WS-Absent-Status
           MOVE SPACES TO IntegrityReportRecord
           STRING '*** '          DELIMITED BY SIZE
                  WS-Absent-DD-Name DELIMITED BY SPACE
                  ' NOT PRESENT - STATUS ' DELIMITED BY SIZE
                  WS-Absent-Status DELIMITED BY SIZE
                  ' - NOT CHECKED ***'     DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       0200-Close-Check-Files.
           IF Journal-Open
               CLOSE JournalFile
           END-IF
           IF Archive-Open
               CLOSE ArchiveFile
           END-IF
           IF Pending-Open
               CLOSE PendingFile
           END-IF
           IF Future-Open
               CLOSE FutureFile
           END-IF
           IF Rejects-Open
               CLOSE RejectFile
           END-IF
           IF GLRejects-Open
               CLOSE GLRejectFile
           END-IF
           IF Corrections-Open
               CLOSE CorrectionFile
           END-IF.

       1000-Release-Entries.
           IF Archive-Open
               PERFORM UNTIL EndOfArchive = 'Y'
                   READ ArchiveFile
                       AT END
                           MOVE 'Y' TO EndOfArchive
                       NOT AT END
                           ADD 1 TO WS-Archive-Read-Count
                           MOVE SPACES TO KeySortRecord
                           MOVE Arch-Field1 TO KS-Key
                           SET KS-Archive-Key TO TRUE
                           MOVE ZERO TO KS-File-Code
                           MOVE ZERO TO KS-Seq
                           RELEASE KeySortRecord
                   END-READ
               END-PERFORM
           END-IF

           IF Journal-Open
               PERFORM UNTIL EndOfJournal = 'Y'
                   READ JournalFile
                       AT END
                           MOVE 'Y' TO EndOfJournal
                       NOT AT END
                           ADD 1 TO WS-Journal-Read-Count
                           MOVE SPACES TO KeySortRecord
                           MOVE JRNL-Key TO KS-Key
                           SET KS-Journal-Entry TO TRUE
                           MOVE JRNL-Timestamp TO KS-Stamp
                           MOVE ZERO TO KS-File-Code
                           MOVE WS-Journal-Read-Count TO KS-Seq
                           MOVE JRNL-Function TO KS-Function
                           RELEASE KeySortRecord
                   END-READ
               END-PERFORM
           END-IF

           IF Pending-Open
               MOVE ZERO TO WS-Item-Seq
               PERFORM UNTIL EndOfPending = 'Y'
                   READ PendingFile
                       AT END
                           MOVE 'Y' TO EndOfPending
                       NOT AT END
                           ADD 1 TO WS-Item-Seq
                           MOVE PEND-Transaction TO MaintTransRecord
                           SET WS-Check-File-Idx TO 1
                           PERFORM 1100-Release-Maint-Item
                   END-READ
               END-PERFORM
           END-IF

           IF Future-Open
               MOVE ZERO TO WS-Item-Seq
               PERFORM UNTIL EndOfFuture = 'Y'
                   READ FutureFile
                       AT END
                           MOVE 'Y' TO EndOfFuture
                       NOT AT END
                           ADD 1 TO WS-Item-Seq
                           MOVE FUTR-Transaction TO MaintTransRecord
                           SET WS-Check-File-Idx TO 2
                           PERFORM 1100-Release-Maint-Item
                   END-READ
               END-PERFORM
           END-IF

           IF Rejects-Open
               MOVE ZERO TO WS-Item-Seq
               PERFORM UNTIL EndOfRejects = 'Y'
                   READ RejectFile
                       AT END
                           MOVE 'Y' TO EndOfRejects
                       NOT AT END
                           ADD 1 TO WS-Item-Seq
                           MOVE SPACES TO KeySortRecord
                           MOVE Reject-Field1 TO KS-Key
                           MOVE Reject-Field2 TO KS-Field2
                           MOVE RejectRecord(21:63) TO KS-Detail
                           SET WS-Check-File-Idx TO 3
                           PERFORM 1200-Release-Other-Item
                   END-READ
               END-PERFORM
           END-IF

           IF GLRejects-Open
               MOVE ZERO TO WS-Item-Seq
               PERFORM UNTIL EndOfGLRejects = 'Y'
                   READ GLRejectFile
                       AT END
                           MOVE 'Y' TO EndOfGLRejects
                       NOT AT END
                           ADD 1 TO WS-Item-Seq
                           MOVE SPACES TO KeySortRecord
                           MOVE GLRej-Field1 TO KS-Key
                           MOVE GLRej-Field2 TO KS-Field2
                           MOVE GLRejectRecord(21:63) TO KS-Detail
                           SET WS-Check-File-Idx TO 4
                           PERFORM 1200-Release-Other-Item
                   END-READ
               END-PERFORM
           END-IF

           IF Corrections-Open
               MOVE ZERO TO WS-Item-Seq
               PERFORM UNTIL EndOfCorrections = 'Y'
                   READ CorrectionFile
                       AT END
                           MOVE 'Y' TO EndOfCorrections
                       NOT AT END
                           ADD 1 TO WS-Item-Seq
                           PERFORM 1300-Release-Correction
                   END-READ
               END-PERFORM
           END-IF

           IF Journal-Open
               PERFORM 1400-Release-Held-Records
           END-IF.

      *    Browse functions name no single record and are not
      *    checked.
       1100-Release-Maint-Item.
           SET WS-Count-Idx TO WS-Check-File-Idx
           ADD 1 TO WS-Items-Read-Count(WS-Count-Idx)
           IF MT-Add OR MT-Update OR MT-Delete
               OR MT-Hold OR MT-Release
               MOVE SPACES TO KeySortRecord
               MOVE MT-Field1 TO KS-Key
               IF MT-Add
                   SET KS-Add-Item TO TRUE
               ELSE
                   SET KS-Other-Item TO TRUE
               END-IF
               SET KS-File-Code TO WS-Check-File-Idx
               MOVE WS-Item-Seq TO KS-Seq
               MOVE MT-Function TO KS-Function
               MOVE MT-Field2 TO KS-Field2
               MOVE MaintTransRecord TO KS-Detail
               RELEASE KeySortRecord
           END-IF.

       1200-Release-Other-Item.
           SET WS-Count-Idx TO WS-Check-File-Idx
           ADD 1 TO WS-Items-Read-Count(WS-Count-Idx)
           SET KS-Other-Item TO TRUE
           SET KS-File-Code TO WS-Check-File-Idx
           MOVE WS-Item-Seq TO KS-Seq
           MOVE 'R' TO KS-Function
           RELEASE KeySortRecord.

      *    A correction card is checked against the key it will be
      *    resubmitted under.
       1300-Release-Correction.
           ADD 1 TO WS-Items-Read-Count(5)
           MOVE SPACES TO KeySortRecord
           IF CORR-New-Field1 NOT = SPACES
               MOVE CORR-New-Field1 TO KS-Key
           ELSE
               MOVE CORR-Orig-Field1 TO KS-Key
           END-IF
           IF CORR-Func-Add
               SET KS-Add-Item TO TRUE
           ELSE
               SET KS-Other-Item TO TRUE
           END-IF
           MOVE 5 TO KS-File-Code
           MOVE WS-Item-Seq TO KS-Seq
           MOVE CORR-Function TO KS-Function
           MOVE CORR-New-Field2 TO KS-Field2
           MOVE CorrectionRecord TO KS-Detail
           RELEASE KeySortRecord.

       1400-Release-Held-Records.
           MOVE LOW-VALUES TO Field1
           START InputFile KEY IS NOT LESS THAN Field1
               INVALID KEY
                   MOVE 'Y' TO EndOfInputFile
           END-START
           PERFORM UNTIL EndOfInputFile = 'Y'
               READ InputFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EndOfInputFile
                   NOT AT END
                       ADD 1 TO WS-File-Read-Count
                       IF Record-Held
                           ADD 1 TO WS-Items-Read-Count(6)
                           MOVE SPACES TO KeySortRecord
                           MOVE Field1 TO KS-Key
                           SET KS-Other-Item TO TRUE
                           MOVE 6 TO KS-File-Code
                           MOVE WS-File-Read-Count TO KS-Seq
                           MOVE 'H' TO KS-Function
                           MOVE Field2 TO KS-Field2
                           MOVE InputRecord(21:39) TO KS-Detail
                           RELEASE KeySortRecord
                       END-IF
               END-READ
           END-PERFORM.

       2000-Check-Keys.
           MOVE SPACES TO WS-Cur-Key
           PERFORM 2050-Return-Entry
           PERFORM UNTIL WS-Ret-Key = HIGH-VALUES
               IF WS-Ret-Key NOT = WS-Cur-Key
                   PERFORM 2100-Start-Key
               END-IF
               EVALUATE TRUE
                   WHEN KS-Archive-Key
                       SET Archive-Seen TO TRUE
                   WHEN KS-Journal-Entry
                       MOVE KS-Function TO WS-Last-Jrnl-Function
                   WHEN OTHER
                       PERFORM 2200-Check-Item
               END-EVALUATE
               PERFORM 2050-Return-Entry
           END-PERFORM.

       2050-Return-Entry.
           RETURN KeySortFile
               AT END
                   MOVE HIGH-VALUES TO WS-Ret-Key
               NOT AT END
                   MOVE KS-Key TO WS-Ret-Key
           END-RETURN.

      *    The InputFile is read for a key only when the key has an
      *    item to check, not for every key journaled or archived.
       2100-Start-Key.
           MOVE WS-Ret-Key TO WS-Cur-Key
           MOVE 'N' TO WS-Key-Read-Sw
           MOVE 'N' TO WS-Archive-Seen-Sw
           MOVE 'N' TO WS-Add-Queued-Sw
           MOVE SPACE TO WS-Last-Jrnl-Function.

       2150-Read-Key.
           SET Key-Read TO TRUE
           ADD 1 TO WS-Keys-Checked-Count
           MOVE WS-Cur-Key TO Field1
           READ InputFile
               INVALID KEY
                   MOVE 'N' TO WS-On-File-Sw
                   MOVE SPACE TO WS-Cur-Status
                   MOVE SPACES TO WS-Cur-Field2
               NOT INVALID KEY
                   SET On-File TO TRUE
                   MOVE Record-Status TO WS-Cur-Status
                   MOVE Field2 TO WS-Cur-Field2
           END-READ.

      *    An add goes stale once the key is on file in any state,
      *    since CBACT04M cannot write over it.  Anything else needs
      *    the record on file and not deleted, unless an add for it
      *    is still queued.  A reject whose record has since been
      *    changed on file was fixed by hand and is stale too.  A
      *    held record must have a hold as the last thing journaled
      *    against its key, or nobody can say who held it or why.
       2200-Check-Item.
           IF NOT Key-Read
               PERFORM 2150-Read-Key
           END-IF
           MOVE ZERO TO WS-Problem-Code
           EVALUATE TRUE
               WHEN KS-Add-Item
                   SET Add-Queued TO TRUE
                   IF On-File
                       MOVE 1 TO WS-Problem-Code
                   END-IF
               WHEN KS-File-Code = 6
                   IF WS-Last-Jrnl-Function NOT = 'H'
                       MOVE 6 TO WS-Problem-Code
                   END-IF
               WHEN OTHER
                   PERFORM 2300-Check-Key-On-File
                   IF WS-Problem-Code = ZERO
                       AND (KS-File-Code = 3 OR KS-File-Code = 4)
                       AND On-File
                       AND KS-Field2 NOT = WS-Cur-Field2
                       MOVE 5 TO WS-Problem-Code
                   END-IF
           END-EVALUATE
           IF WS-Problem-Code NOT = ZERO
               PERFORM 2400-Write-Exception
           END-IF.

       2300-Check-Key-On-File.
           EVALUATE TRUE
               WHEN On-File AND WS-Cur-Status = 'D'
                   MOVE 4 TO WS-Problem-Code
               WHEN On-File
                   CONTINUE
               WHEN Add-Queued
                   CONTINUE
               WHEN Archive-Seen
                   MOVE 2 TO WS-Problem-Code
               WHEN OTHER
                   MOVE 3 TO WS-Problem-Code
           END-EVALUATE.

       2400-Write-Exception.
           ADD 1 TO WS-Exception-Count
           SET WS-Count-Idx TO KS-File-Code
           SET WS-Count-Prob-Idx TO WS-Problem-Code
           ADD 1 TO WS-File-Exception-Count(WS-Count-Idx)
           ADD 1 TO WS-Problem-Count(WS-Count-Idx, WS-Count-Prob-Idx)
           MOVE KS-File-Code TO EW-File-Code
           MOVE WS-Problem-Code TO EW-Problem-Code
           MOVE KS-Key TO EW-Key
           MOVE KS-Seq TO EW-Seq
           MOVE KS-Function TO EW-Function
           MOVE WS-Cur-Status TO EW-File-Status
           MOVE KS-Detail TO EW-Detail
           WRITE ExceptionWorkRecord
           IF ExceptionWorkStatus NOT = '00'
               IF NOT Exception-Write-Failed
                   DISPLAY 'Error writing exception work file. '
                       'Status: ' ExceptionWorkStatus
                       ' - integrity check incomplete'
               END-IF
               SET Exception-Write-Failed TO TRUE
           END-IF.

      *    Exceptions print grouped by file, then by problem, in key
      *    order within a problem, with a count under each group.
       3000-Produce-Report.
           MOVE ZERO TO WS-Prev-File-Code
           MOVE ZERO TO WS-Prev-Problem-Code
           PERFORM 3050-Return-Exception
           IF WS-Ret-File-Code = 9
               MOVE SPACES TO IntegrityReportRecord
               STRING 'NO EXCEPTIONS - THE SIDE FILES AGREE WITH THE '
                          DELIMITED BY SIZE
                      'INPUTFILE, ARCHIVE AND JOURNAL'
                          DELIMITED BY SIZE
                      INTO IntegrityReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF
           PERFORM UNTIL WS-Ret-File-Code = 9
               IF ES-File-Code NOT = WS-Prev-File-Code
                   IF WS-Prev-File-Code NOT = ZERO
                       PERFORM 3300-Finish-Problem
                   END-IF
                   PERFORM 3100-Start-File
                   PERFORM 3200-Start-Problem
               ELSE
                   IF ES-Problem-Code NOT = WS-Prev-Problem-Code
                       PERFORM 3300-Finish-Problem
                       PERFORM 3200-Start-Problem
                   END-IF
               END-IF
               PERFORM 3400-Write-Exception-Line
               PERFORM 3050-Return-Exception
           END-PERFORM
           IF WS-Prev-File-Code NOT = ZERO
               PERFORM 3300-Finish-Problem
           END-IF.

       3050-Return-Exception.
           RETURN ExceptionSortFile
               AT END
                   MOVE 9 TO WS-Ret-File-Code
               NOT AT END
                   MOVE ES-File-Code TO WS-Ret-File-Code
           END-RETURN.

       3100-Start-File.
           MOVE ES-File-Code TO WS-Prev-File-Code
           SET WS-Check-File-Idx TO ES-File-Code
           MOVE SPACES TO IntegrityReportRecord
           PERFORM 8000-Write-Report-Line
           STRING 'FILE '         DELIMITED BY SIZE
                  WS-Check-DD-Name(WS-Check-File-Idx)
                                  DELIMITED BY SIZE
                  ' - '           DELIMITED BY SIZE
                  WS-Check-File-Desc(WS-Check-File-Idx)
                                  DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       3200-Start-Problem.
           MOVE ES-Problem-Code TO WS-Prev-Problem-Code
           MOVE ZERO TO WS-Group-Count
           SET WS-Problem-Idx TO ES-Problem-Code
           MOVE SPACES TO IntegrityReportRecord
           STRING '  PROBLEM: '   DELIMITED BY SIZE
                  WS-Problem-Text(WS-Problem-Idx) DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       3300-Finish-Problem.
           MOVE SPACES TO IntegrityReportRecord
           STRING '  ITEMS WITH THIS PROBLEM: ' DELIMITED BY SIZE
                  WS-Group-Count   DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       3400-Write-Exception-Line.
           ADD 1 TO WS-Group-Count
           EVALUATE ES-File-Status
               WHEN 'A'
                   MOVE 'ACTIVE' TO WS-Status-Text
               WHEN 'H'
                   MOVE 'HELD' TO WS-Status-Text
               WHEN 'D'
                   MOVE 'DELETED' TO WS-Status-Text
               WHEN SPACE
                   MOVE 'NOT ON FILE' TO WS-Status-Text
               WHEN OTHER
                   MOVE SPACES TO WS-Status-Text
                   STRING 'STATUS '      DELIMITED BY SIZE
                          ES-File-Status DELIMITED BY SIZE
                          INTO WS-Status-Text
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO IntegrityReportRecord
           STRING '    KEY '      DELIMITED BY SIZE
                  ES-Key          DELIMITED BY SIZE
                  ' ITEM '        DELIMITED BY SIZE
                  ES-Seq          DELIMITED BY SIZE
                  ' FUNC '        DELIMITED BY SIZE
                  ES-Function     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-Status-Text  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ES-Detail       DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

      *    The count summary lists every file and problem checked,
      *    zeros included, so a clean night reads the same as a
      *    dirty one.
       4000-Write-Count-Summary.
           MOVE SPACES TO IntegrityReportRecord
           PERFORM 8000-Write-Report-Line
           STRING '----- EXCEPTION COUNTS BY FILE AND PROBLEM -----'
                      DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           PERFORM VARYING WS-Count-Idx FROM 1 BY 1
                   UNTIL WS-Count-Idx > 6
               SET WS-Check-File-Idx TO WS-Count-Idx
               MOVE SPACES TO IntegrityReportRecord
               STRING WS-Check-DD-Name(WS-Check-File-Idx)
                                      DELIMITED BY SIZE
                      ' ITEMS READ: ' DELIMITED BY SIZE
                      WS-Items-Read-Count(WS-Count-Idx)
                                      DELIMITED BY SIZE
                      '  EXCEPTIONS: ' DELIMITED BY SIZE
                      WS-File-Exception-Count(WS-Count-Idx)
                                      DELIMITED BY SIZE
                      INTO IntegrityReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               PERFORM VARYING WS-Count-Prob-Idx FROM 1 BY 1
                       UNTIL WS-Count-Prob-Idx > 6
                   IF WS-Problem-Count(WS-Count-Idx, WS-Count-Prob-Idx)
                       > ZERO
                       SET WS-Problem-Idx TO WS-Count-Prob-Idx
                       STRING '    '    DELIMITED BY SIZE
                              WS-Problem-Text(WS-Problem-Idx)
                                        DELIMITED BY SIZE
                              ' '       DELIMITED BY SIZE
                              WS-Problem-Count(WS-Count-Idx,
                                  WS-Count-Prob-Idx)
                                        DELIMITED BY SIZE
                              INTO IntegrityReportRecord
                       END-STRING
                       PERFORM 8000-Write-Report-Line
                   END-IF
               END-PERFORM
           END-PERFORM
           STRING 'TOTAL EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-Exception-Count   DELIMITED BY SIZE
                  '  KEYS CHECKED: '   DELIMITED BY SIZE
                  WS-Keys-Checked-Count DELIMITED BY SIZE
                  '  FILES NOT PRESENT: ' DELIMITED BY SIZE
                  WS-Files-Absent-Count DELIMITED BY SIZE
                  INTO IntegrityReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       7800-Write-Run-Statistics.
           PERFORM 7900-Compute-Elapsed-Time
           MOVE SPACES TO IntegrityReportRecord
           STRING 'VOLUMES - INPUTFILE READ: ' DELIMITED BY SIZE
                  WS-File-Read-Count     DELIMITED BY SIZE
                  '  JOURNAL READ: '     DELIMITED BY SIZE
                  WS-Journal-Read-Count  DELIMITED BY SIZE
                  '  ARCHIVE READ: '     DELIMITED BY SIZE
                  WS-Archive-Read-Count  DELIMITED BY SIZE
                  '  ELAPSED: '          DELIMITED BY SIZE
                  WS-EL-Elapsed-Display  DELIMITED BY SIZE
                  INTO IntegrityReportRecord
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
           WRITE IntegrityReportRecord
           MOVE SPACES TO IntegrityReportRecord.
