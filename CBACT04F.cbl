                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FutureReportStatus.

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
       FD  FutureFile.
       FD  FutureReportFile.
       01  FutureReportRecord          PIC X(120).

       FD  PeriodControlFile.
           COPY CB04PCTL.

       FD  AuditLogFile.
           COPY CB04AUDT.

       FD  RunLockFile.
           COPY CB04LOCK.

       FD  LockOverrideFile.
           COPY CB04LOVR.

       WORKING-STORAGE SECTION.
       01  FutureFileStatus            PIC XX.
       01  DueTxnStatus                PIC XX.
           05  WS-MT-Currency          PIC X(3).
           05  FILLER                  PIC X(12).

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
               MOVE LS-Parm-Data(1:8) TO WS-Run-Date
           END-IF

           PERFORM 0400-Check-Run-Lock
           IF Run-Lock-Blocked
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id
                   ' - nothing released from the schedule'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT FutureFile
           IF FutureFileStatus NOT = '00'
               DISPLAY 'No future schedule file - nothing due for '
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0500-Load-Period-Control
      *    A closed period left out of the table would let items
      *    dated in it be released, so a full table stops the run.
           IF Period-Table-Full
               MOVE SPACES TO FutureReportRecord
               STRING '*** CLOSED PERIOD TABLE FULL - RUN STOPPED - '
                          DELIMITED BY SIZE
                      'NOTHING RELEASED ***' DELIMITED BY SIZE
                      INTO FutureReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               CLOSE FutureFile
               CLOSE DueTxnFile
               CLOSE FutureOutFile
               CLOSE FutureReportFile
               DISPLAY 'Closed period table full - nothing released'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL EndOfSchedule = 'Y'
               READ FutureFile INTO FutureTransRecord
                   AT END
                  WS-Released-Count      DELIMITED BY SIZE
                  '  FAILED EDITS: '     DELIMITED BY SIZE
                  WS-Failed-Edit-Count   DELIMITED BY SIZE
                  '  PERIOD-LOCKED: '    DELIMITED BY SIZE
                  WS-PL-Violation-Count  DELIMITED BY SIZE
                  '  STILL SCHEDULED: '  DELIMITED BY SIZE
                  WS-Remaining-Count     DELIMITED BY SIZE
                  INTO FutureReportRecord
           DISPLAY 'SCHEDULED READ: ' WS-Schedule-Read-Count
           DISPLAY 'RELEASED FOR APPLY: ' WS-Released-Count
           DISPLAY 'FAILED EDITS AT RELEASE: ' WS-Failed-Edit-Count
           DISPLAY 'PERIOD-LOCK VIOLATIONS: ' WS-PL-Violation-Count
           DISPLAY 'STILL SCHEDULED: ' WS-Remaining-Count
           DISPLAY '===================================='
           IF WS-Failed-Edit-Count > ZERO
               OR WS-PL-Violation-Count > ZERO
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
               MOVE 'CBACT04F' TO AUDT-Program-Name
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
      *    and every due item is released as before.
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

       1000-Process-Scheduled-Txn.
           IF FUTR-Effective-Date NOT NUMERIC
               ADD 1 TO WS-Failed-Edit-Count
               IF FUTR-Effective-Date > WS-Run-Date
                   PERFORM 4000-Carry-Item-Scheduled
               ELSE
                   MOVE FUTR-Effective-Date TO WS-PL-Check-Date
                   PERFORM 0600-Check-Period-Lock
                   IF Period-Locked
                       PERFORM 3000-Drop-Locked-Item
                   ELSE
                       PERFORM 2000-Release-Due-Txn
                   END-IF
               END-IF
           END-IF.

                       TO WS-Reason-Text
           END-EVALUATE.

      *    An item whose effective date falls in a month that has
      *    since been closed cannot be applied there, so it is
      *    dropped and reported for the owner to rekey.
       3000-Drop-Locked-Item.
           ADD 1 TO WS-PL-Violation-Count
           MOVE FUTR-Transaction TO MaintTransRecord
           MOVE SPACES TO FutureReportRecord
           STRING 'PERIOD-LOCK VIOLATION - PERIOD ' DELIMITED BY SIZE
                  WS-PL-Check-Date(1:6) DELIMITED BY SIZE
                  ' IS CLOSED - KEY '  DELIMITED BY SIZE
                  MT-Field1            DELIMITED BY SIZE
                  ' EFFECTIVE '        DELIMITED BY SIZE
                  FUTR-Effective-Date  DELIMITED BY SIZE
                  ' - ITEM DROPPED'    DELIMITED BY SIZE
                  INTO FutureReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       4000-Carry-Item-Scheduled.
           ADD 1 TO WS-Remaining-Count
           MOVE SPACES TO FutureOutRecord
