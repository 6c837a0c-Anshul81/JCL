                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ExceptionReportStatus.

           SELECT DupSortFile ASSIGN TO "SORTWK01".

           SELECT AuditLogFile ASSIGN TO "AUDTFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AuditLogFileStatus.

           SELECT RunLockFile ASSIGN TO "RUNLOCK"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS RunLockStatus.

           SELECT LockOverrideFile ASSIGN TO "LOCKOVRD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS LockOverrideStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
       FD  ExceptionReportFile.
       01  ExceptionReportRecord       PIC X(120).

      *    Candidates for the duplicate-amount rule are sorted on
      *    currency and amount so that duplicates arrive together
      *    and are found in one pass, whatever the file volume.
       SD  DupSortFile.
       01  DupSortRecord.
           05  DUP-Currency            PIC X(3).
           05  DUP-Amount              PIC S9(13)V99.
           05  DUP-Key                 PIC X(20).
           05  DUP-Held-Sw             PIC X.

       FD  AuditLogFile.
           COPY CB04AUDT.

       FD  RunLockFile.
           COPY CB04LOCK.

       FD  LockOverrideFile.
           COPY CB04LOVR.

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  ExceptionParmStatus         PIC XX.

       01  EndOfRules                  PIC X VALUE 'N'.
       01  EndOfFile                   PIC X VALUE 'N'.
       01  EndOfDupCandidates          PIC X VALUE 'N'.

       01  WS-Input-Dataset-Name       PIC X(80) VALUE 'INFILE'.

       01  WS-Run-Date-Num             PIC 9(8) VALUE ZERO.
       01  WS-Cutoff-Integer           PIC 9(7) VALUE ZERO.

       01  WS-Limit-Full-Sw            PIC X VALUE 'N'.
           88  Limit-Table-Full        VALUE 'Y'.
       01  WS-Limit-Max                PIC 9(2) VALUE 20.
       01  WS-Limit-Count              PIC 9(2) VALUE ZERO.
       01  WS-Limit-Sub                PIC 9(2) VALUE ZERO.
       01  WS-Limit-Display            PIC -(12)9.99.
       01  WS-Amount-Display           PIC -(12)9.99.

       01  WS-Dup-Count                PIC 9(9) VALUE ZERO.

      *    First candidate of the current currency/amount group,
      *    reported only once a second candidate joins it.
       01  WS-Grp-Currency             PIC X(3) VALUE LOW-VALUES.
       01  WS-Grp-Amount               PIC S9(13)V99 VALUE ZERO.
       01  WS-Grp-Key                  PIC X(20) VALUE SPACES.
       01  WS-Grp-Held-Sw              PIC X VALUE 'N'.
       01  WS-Grp-Reported-Sw          PIC X VALUE 'N'.
           88  Group-Reported          VALUE 'Y'.

      *    Candidate being reported and held.
       01  WS-Dup-Key                  PIC X(20) VALUE SPACES.
       01  WS-Dup-Currency             PIC X(3) VALUE SPACES.
       01  WS-Dup-Amount               PIC S9(13)V99 VALUE ZERO.
       01  WS-Dup-Held-Sw              PIC X VALUE 'N'.
           88  WS-Dup-Held             VALUE 'Y'.

       01  WS-Sort-Failed-Sw           PIC X VALUE 'N'.
           88  Sort-Failed             VALUE 'Y'.

       COPY CB04ELAP.

       01  AuditLogFileStatus          PIC XX.
       COPY CB04LWRK.

       LINKAGE SECTION.
       01  LS-Parm-Area.

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 8
           END-IF

           PERFORM 0100-Load-Exception-Rules
           IF Limit-Table-Full
               DISPLAY 'Limit rule table full at ' WS-Limit-Max
                   ' rules - scan stopped, nothing held'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Rule-Count = ZERO
               DISPLAY 'No exception rules - nothing to scan for'
               GOBACK
           END-IF

           IF NOT Trial-Mode-Active
               PERFORM 0400-Check-Run-Lock
           END-IF
           IF Run-Lock-Blocked
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id
                   ' - no records placed on hold'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF Trial-Mode-Active
               OPEN INPUT InputFile
           ELSE
               PERFORM 8000-Write-Report-Line
           END-IF

           IF Dup-Rule-Active
               SORT DupSortFile
                   ON ASCENDING KEY DUP-Currency DUP-Amount DUP-Key
                   INPUT PROCEDURE IS 0500-Scan-Input-File
                   OUTPUT PROCEDURE IS 4000-Scan-For-Duplicates
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'Duplicate candidate sort failed - '
                       'SORT-RETURN ' SORT-RETURN
                       ' - duplicate rule incomplete'
                   SET Sort-Failed TO TRUE
                   MOVE SPACES TO ExceptionReportRecord
                   STRING '*** DUPLICATE SORT FAILED - DUPLICATE '
                              DELIMITED BY SIZE
                          'RULE INCOMPLETE - RERUN ***'
                              DELIMITED BY SIZE
                          INTO ExceptionReportRecord
                   END-STRING
                   PERFORM 8000-Write-Report-Line
               END-IF
           ELSE
               PERFORM 0500-Scan-Input-File
           END-IF

           PERFORM 6000-Write-Scan-Totals
           PERFORM 7800-Write-Run-Statistics

           CLOSE InputFile
           CLOSE ExceptionReportFile
           DISPLAY 'DUPLICATE EXCEPTIONS: ' WS-Dup-Excp-Count
           DISPLAY 'RECORDS PLACED ON HOLD: ' WS-Held-Count
           DISPLAY 'HOLDS FAILED: ' WS-Hold-Failed-Count
           DISPLAY 'ELAPSED TIME: ' WS-EL-Elapsed-Display
           DISPLAY '==========================================='
           IF WS-Stale-Excp-Count > ZERO
               OR WS-Limit-Excp-Count > ZERO
           IF WS-Hold-Failed-Count > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           IF Sort-Failed
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-Load-Exception-Rules.
                           'amount - card ignored'
                   ELSE
                       IF WS-Limit-Count >= WS-Limit-Max
                           SET Limit-Table-Full TO TRUE
                           DISPLAY 'Limit rule table full - no room '
                               'for currency ' XPRM-Currency
                       ELSE
                           ADD 1 TO WS-Limit-Count
                           MOVE XPRM-Currency
                       XPRM-Rule-Type '] - card ignored'
           END-EVALUATE.

      *    While a CBACT04C or CBACT04D run holds the run lock the
      *    InputFile must not change under it, so nothing is opened
      *    and the step ends RC 12 for the scheduler, unless an
      *    operator override card names the holder.  Either outcome
      *    is written to the audit log.  An absent or empty lock
      *    file means no run holds the lock.
       0400-Check-Run-Lock.
           MOVE FUNCTION CURRENT-DATE TO WS-Lock-Stamp
           OPEN INPUT RunLockFile
           IF RunLockStatus NOT = '00'
               DISPLAY 'No run lock file - no run holds the lock. '
                   'Status: ' RunLockStatus
           ELSE
               READ RunLockFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-Held
                           PERFORM 0410-Test-Run-Lock
                       END-IF
               END-READ
               CLOSE RunLockFile
           END-IF.

       0410-Test-Run-Lock.
           MOVE LOCK-Holder-Program TO WS-Lock-Holder-Program
           MOVE LOCK-Run-Id TO WS-Lock-Holder-Run-Id
           MOVE LOCK-State TO WS-Lock-Holder-State
           PERFORM 0420-Check-Lock-Override
           IF Lock-Override-Found
               MOVE 'OVERRIDE' TO WS-Lock-Audit-Event
               PERFORM 0430-Write-Lock-Audit
           END-IF
           IF Lock-Override-Found AND Lock-Audit-Written
               SET Run-Lock-Overridden TO TRUE
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id ' overridden by '
                   LOVR-Operator-Id
           ELSE
               MOVE 'BLOCKED' TO WS-Lock-Audit-Event
               PERFORM 0430-Write-Lock-Audit
               SET Run-Lock-Blocked TO TRUE
           END-IF.

      *    An override card counts only when it names the program
      *    holding the lock (and its run id, when the card gives
      *    one) and carries an operator and a reason.
       0420-Check-Lock-Override.
           MOVE 'N' TO WS-Lock-Override-Sw
           OPEN INPUT LockOverrideFile
           IF LockOverrideStatus = '00'
               READ LockOverrideFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOVR-Operator-Id NOT = SPACES
                           AND LOVR-Reason NOT = SPACES
                           AND LOVR-Holder-Program
                               = WS-Lock-Holder-Program
                           AND (LOVR-Holder-Run-Id = SPACES
                               OR LOVR-Holder-Run-Id
                                   = WS-Lock-Holder-Run-Id)
                           SET Lock-Override-Found TO TRUE
                       ELSE
                           DISPLAY 'Run lock override card does not '
                               'name the holder with an operator and '
                               'reason - ignored'
                       END-IF
               END-READ
               CLOSE LockOverrideFile
           END-IF.

       0430-Write-Lock-Audit.
           MOVE 'N' TO WS-Lock-Audit-Sw
           OPEN EXTEND AuditLogFile
           IF AuditLogFileStatus NOT = '00'
               DISPLAY 'Error opening audit log file. Status: '
                   AuditLogFileStatus
           ELSE
               MOVE SPACES TO AuditLogRecord
               MOVE 'CBACT04Q' TO AUDT-Program-Name
               MOVE WS-Lock-Stamp TO AUDT-Run-Timestamp
               MOVE WS-Lock-Holder-Program TO AUDT-Lock-Holder-Program
               MOVE WS-Lock-Holder-Run-Id TO AUDT-Lock-Holder-Run-Id
               MOVE WS-Lock-Holder-State TO AUDT-Lock-Holder-State
               IF Lock-Override-Found
                   MOVE LOVR-Operator-Id TO AUDT-Lock-Operator
                   MOVE LOVR-Reason TO AUDT-Lock-Reason
               END-IF
               MOVE ZERO TO AUDT-Records-Read
               MOVE RunLockStatus TO AUDT-Final-File-Status
               MOVE WS-Lock-Audit-Event TO AUDT-Run-Result
               WRITE AuditLogRecord
               IF AuditLogFileStatus = '00'
                   SET Lock-Audit-Written TO TRUE
               END-IF
               CLOSE AuditLogFile
           END-IF.

       0500-Scan-Input-File.
           PERFORM UNTIL EndOfFile = 'Y'
               READ InputFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EndOfFile
                   NOT AT END
                       ADD 1 TO WS-Examined-Count
                       PERFORM 1000-Scan-Record
               END-READ
           END-PERFORM.

       1000-Scan-Record.
           EVALUATE TRUE
               WHEN Record-Deleted
       1300-Store-For-Dup-Scan.
           IF Field2-Amount IS NUMERIC
               AND Field2-Currency-Code NOT = SPACES
               ADD 1 TO WS-Dup-Count
               MOVE Field1 TO DUP-Key
               MOVE Field2-Currency-Code TO DUP-Currency
               MOVE Field2-Amount TO DUP-Amount
               IF Record-Held-This-Pass
                   MOVE 'Y' TO DUP-Held-Sw
               ELSE
                   MOVE 'N' TO DUP-Held-Sw
               END-IF
               RELEASE DupSortRecord
           END-IF.

       2000-Hold-Current-Record.
               END-REWRITE
           END-IF.

      *    Keys are unique on the InputFile, so every candidate in
      *    a currency/amount group of two or more is a duplicate
      *    under another key.
       4000-Scan-For-Duplicates.
           PERFORM 4050-Return-Candidate
           PERFORM UNTIL EndOfDupCandidates = 'Y'
               IF DUP-Currency = WS-Grp-Currency
                   AND DUP-Amount = WS-Grp-Amount
                   IF NOT Group-Reported
                       SET Group-Reported TO TRUE
                       MOVE WS-Grp-Key TO WS-Dup-Key
                       MOVE WS-Grp-Currency TO WS-Dup-Currency
                       MOVE WS-Grp-Amount TO WS-Dup-Amount
                       MOVE WS-Grp-Held-Sw TO WS-Dup-Held-Sw
                       ADD 1 TO WS-Dup-Excp-Count
                       PERFORM 4100-Hold-Duplicate-Record
                   END-IF
                   MOVE DUP-Key TO WS-Dup-Key
                   MOVE DUP-Currency TO WS-Dup-Currency
                   MOVE DUP-Amount TO WS-Dup-Amount
                   MOVE DUP-Held-Sw TO WS-Dup-Held-Sw
                   ADD 1 TO WS-Dup-Excp-Count
                   PERFORM 4100-Hold-Duplicate-Record
               ELSE
                   MOVE DUP-Key TO WS-Grp-Key
                   MOVE DUP-Currency TO WS-Grp-Currency
                   MOVE DUP-Amount TO WS-Grp-Amount
                   MOVE DUP-Held-Sw TO WS-Grp-Held-Sw
                   MOVE 'N' TO WS-Grp-Reported-Sw
               END-IF
               PERFORM 4050-Return-Candidate
           END-PERFORM.

       4050-Return-Candidate.
           RETURN DupSortFile
               AT END
                   MOVE 'Y' TO EndOfDupCandidates
           END-RETURN.

       4100-Hold-Duplicate-Record.
           MOVE WS-Dup-Amount TO WS-Amount-Display
           MOVE SPACES TO WS-Hold-Reason
           STRING 'DUPLICATE AMOUNT ' DELIMITED BY SIZE
                  WS-Amount-Display   DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-Dup-Currency     DELIMITED BY SIZE
                  ' UNDER ANOTHER KEY' DELIMITED BY SIZE
                  INTO WS-Hold-Reason
           END-STRING
           IF WS-Dup-Held
               MOVE SPACES TO ExceptionReportRecord
               STRING 'ALREADY '  DELIMITED BY SIZE
                      WS-Hold-Verb DELIMITED BY '  '
                      ' - KEY '   DELIMITED BY SIZE
                      WS-Dup-Key  DELIMITED BY SIZE
                      ' - '       DELIMITED BY SIZE
                      WS-Hold-Reason DELIMITED BY SIZE
                      INTO ExceptionReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               MOVE WS-Dup-Key TO Field1
               READ InputFile
                   INVALID KEY
                       ADD 1 TO WS-Hold-Failed-Count
                       DISPLAY 'Duplicate hold read failed. Status: '
                           FileStatus ' Key: ' WS-Dup-Key
                   NOT INVALID KEY
                       IF Record-Active
                           MOVE 'N' TO WS-Record-Held-Sw
           END-STRING
           PERFORM 8000-Write-Report-Line.

       7800-Write-Run-Statistics.
           PERFORM 7900-Compute-Elapsed-Time
           MOVE SPACES TO ExceptionReportRecord
           STRING 'VOLUMES - RECORDS READ: ' DELIMITED BY SIZE
                  WS-Examined-Count       DELIMITED BY SIZE
                  '  DUPLICATE CANDIDATES SORTED: ' DELIMITED BY SIZE
                  WS-Dup-Count            DELIMITED BY SIZE
                  '  ELAPSED: '           DELIMITED BY SIZE
                  WS-EL-Elapsed-Display   DELIMITED BY SIZE
                  INTO ExceptionReportRecord
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
           WRITE ExceptionReportRecord
           MOVE SPACES TO ExceptionReportRecord.
