                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ReplayReportStatus.

           SELECT PeriodControlFile ASSIGN TO "PERDCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PeriodControlStatus.

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
       FD  ReplayReportFile.
       01  ReplayReportRecord          PIC X(100).

       FD  PeriodControlFile.
           COPY CB04PCTL.

       FD  AuditLogFile.
           COPY CB04AUDT.

       FD  RunLockFile.
           COPY CB04LOCK.

       FD  LockOverrideFile.
           COPY CB04LOVR.

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  JournalFileStatus           PIC XX.
       01  WS-Action-Text              PIC X(20) VALUE SPACES.
       01  WS-Mode-Text                PIC X(7)  VALUE SPACES.

       01  PeriodControlStatus         PIC XX.
       01  EndOfPeriodControl          PIC X VALUE 'N'.
       01  WS-PL-Full-Sw               PIC X VALUE 'N'.
           88  Period-Table-Full       VALUE 'Y'.
       COPY CB04PTBL.

       01  AuditLogFileStatus          PIC XX.
       COPY CB04LWRK.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
               MOVE 'BACKOUT' TO WS-Mode-Text
           END-IF

           PERFORM 0400-Check-Run-Lock
           IF Run-Lock-Blocked
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id
                   ' - nothing replayed or backed out'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT JournalFile
           IF JournalFileStatus NOT = '00'
               DISPLAY 'Error opening journal file. Status: '
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0500-Load-Period-Control
      *    A closed period left out of the table would let entries
      *    dated in it be replayed or backed out, so a full table
      *    stops the run.
           IF Period-Table-Full
               MOVE SPACES TO ReplayReportRecord
               STRING '*** CLOSED PERIOD TABLE FULL - RUN STOPPED - '
                          DELIMITED BY SIZE
                      'NOTHING APPLIED ***' DELIMITED BY SIZE
                      INTO ReplayReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               CLOSE JournalFile
               CLOSE InputFile
               CLOSE ReplayReportFile
               DISPLAY 'Closed period table full - nothing applied'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-Load-Journal-Range

           IF Replay-Mode
               PERFORM VARYING WS-Entry-Sub FROM 1 BY 1
                       UNTIL WS-Entry-Sub > WS-Entry-Count
                   PERFORM 2000-Apply-Entry
               END-PERFORM
           ELSE
               PERFORM VARYING WS-Entry-Sub
                       FROM WS-Entry-Count BY -1
                       UNTIL WS-Entry-Sub < 1
                   PERFORM 2000-Apply-Entry
               END-PERFORM
           END-IF

                  WS-Applied-Count  DELIMITED BY SIZE
                  '  FAILED: '      DELIMITED BY SIZE
                  WS-Failed-Count   DELIMITED BY SIZE
                  '  PERIOD-LOCKED: ' DELIMITED BY SIZE
                  WS-PL-Violation-Count DELIMITED BY SIZE
                  INTO ReplayReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           DISPLAY 'OUTSIDE RANGE: ' WS-Skipped-Count
           DISPLAY 'APPLIED: ' WS-Applied-Count
           DISPLAY 'FAILED: ' WS-Failed-Count
           DISPLAY 'PERIOD-LOCK VIOLATIONS: ' WS-PL-Violation-Count
           DISPLAY '========================================'
           IF WS-PL-Violation-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

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
               MOVE 'CBACT04B' TO AUDT-Program-Name
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

      *    No period control file means no period has been closed
      *    and every selected entry is applied as before.
       0500-Load-Period-Control.
           OPEN INPUT PeriodControlFile
           IF PeriodControlStatus NOT = '00'
               DISPLAY 'No period control file - no accounting '
                   'period is locked. Status: ' PeriodControlStatus
           ELSE
               PERFORM UNTIL EndOfPeriodControl = 'Y'
                   READ PeriodControlFile INTO PeriodControlRecord
                       AT END
                           MOVE 'Y' TO EndOfPeriodControl
                       NOT AT END
                           PERFORM 0550-Store-Closed-Period
                   END-READ
               END-PERFORM
               CLOSE PeriodControlFile
               DISPLAY 'Closed accounting periods loaded: '
                   WS-PL-Count
           END-IF.

       0550-Store-Closed-Period.
           IF PCTL-Closed
               IF WS-PL-Count >= WS-PL-Max
                   SET Period-Table-Full TO TRUE
                   DISPLAY 'Closed period table full at ' WS-PL-Max
                       ' periods - no room for period ' PCTL-Period
                   MOVE 'Y' TO EndOfPeriodControl
               ELSE
                   ADD 1 TO WS-PL-Count
                   MOVE PCTL-Period TO WS-PL-Period(WS-PL-Count)
               END-IF
           END-IF.

       0600-Check-Period-Lock.
           SET Period-Not-Locked TO TRUE
           PERFORM VARYING WS-PL-Idx FROM 1 BY 1
                   UNTIL WS-PL-Idx > WS-PL-Count
               IF WS-PL-Period(WS-PL-Idx) = WS-PL-Check-Date(1:6)
                   SET Period-Locked TO TRUE
                   SET WS-PL-Idx TO WS-PL-Count
                   SET WS-PL-Idx UP BY 1
               END-IF
           END-PERFORM.

       1000-Load-Journal-Range.
           PERFORM UNTIL EndOfJournal = 'Y'
               READ JournalFile INTO JournalRecord
               ADD 1 TO WS-Skipped-Count
           END-IF.

      *    A journal entry is dated by its own timestamp; replaying
      *    or backing out a change made in a closed month would move
      *    that month's closed balances, so it is refused instead.
       2000-Apply-Entry.
           SET WS-Jrnl-Idx TO WS-Entry-Sub
           MOVE WS-Jrnl-Timestamp(WS-Jrnl-Idx)(1:8) TO WS-PL-Check-Date
           PERFORM 0600-Check-Period-Lock
           EVALUATE TRUE
               WHEN Period-Locked
                   PERFORM 5200-Report-Period-Lock
               WHEN Replay-Mode
                   PERFORM 3000-Apply-Replay
               WHEN OTHER
                   PERFORM 4000-Apply-Backout
           END-EVALUATE.

       3000-Apply-Replay.
           SET WS-Jrnl-Idx TO WS-Entry-Sub
           MOVE WS-Jrnl-Key(WS-Jrnl-Idx) TO Field1
           END-STRING
           PERFORM 8000-Write-Report-Line.

       5200-Report-Period-Lock.
           ADD 1 TO WS-PL-Violation-Count
           MOVE SPACES TO ReplayReportRecord
           STRING WS-Mode-Text DELIMITED BY SPACE
                  ' - PERIOD-LOCK VIOLATION - PERIOD ' DELIMITED BY SIZE
                  WS-PL-Check-Date(1:6) DELIMITED BY SIZE
                  ' IS CLOSED - KEY ' DELIMITED BY SIZE
                  WS-Jrnl-Key(WS-Jrnl-Idx) DELIMITED BY SIZE
                  ' AT '       DELIMITED BY SIZE
                  WS-Jrnl-Timestamp(WS-Jrnl-Idx) DELIMITED BY SIZE
                  INTO ReplayReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       5500-Report-Applied.
           ADD 1 TO WS-Applied-Count
           MOVE SPACES TO ReplayReportRecord
