                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PurgeReportStatus.

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
       FD  PurgeReportFile.
       01  PurgeReportRecord           PIC X(80).

       FD  AuditLogFile.
           COPY CB04AUDT.

       FD  RunLockFile.
           COPY CB04LOCK.

       FD  LockOverrideFile.
           COPY CB04LOVR.

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  ArchiveFileStatus           PIC XX.
       01  WS-Retained-Count           PIC 9(9) VALUE ZERO.
       01  WS-Bytes-Reclaimed          PIC 9(12) VALUE ZERO.

       01  AuditLogFileStatus          PIC XX.
       COPY CB04LWRK.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
               'before ' WS-Cutoff-Date
               ' (retention ' WS-Retention-Days ' days)'

           PERFORM 0400-Check-Run-Lock
           IF Run-Lock-Blocked
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id
                   ' - nothing purged'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O InputFile
           IF FileStatus NOT = '00'
               DISPLAY 'Error opening InputFile. Status: ' FileStatus
           DISPLAY '=================================='
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
               MOVE 'CBACT04P' TO AUDT-Program-Name
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

       2000-Check-Retention.
           IF Last-Maint-Date IS NUMERIC
               AND Last-Maint-Date >= WS-Cutoff-Date
