                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ReconReportStatus.

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
       FD  OldMasterFile.
       FD  ReconReportFile.
       01  ReconReportRecord           PIC X(120).

       FD  AuditLogFile.
           COPY CB04AUDT.

       FD  RunLockFile.
           COPY CB04LOCK.

       FD  LockOverrideFile.
           COPY CB04LOVR.

       WORKING-STORAGE SECTION.
       01  OldMasterStatus             PIC XX.
       01  NewMasterStatus             PIC XX.
       01  ReconControlStatus          PIC XX.
       01  ReconReportStatus           PIC XX.
       01  AuditLogFileStatus          PIC XX.

       01  WS-Program-Name             PIC X(8) VALUE 'CBACT04D'.
       01  WS-Run-Id                   PIC X(8) VALUE SPACES.
       COPY CB04LWRK.

       01  WS-Old-Eof-Sw               PIC X VALUE 'N'.
           88  Old-Eof                 VALUE 'Y'.
               GOBACK
           END-IF

           MOVE SPACES TO ReconReportRecord
           STRING '===== CBACT04D DAY-OVER-DAY RECONCILIATION ====='
                  DELIMITED BY SIZE
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0100-Take-Run-Lock
           IF Run-Lock-Blocked
               MOVE SPACES TO ReconReportRecord
               STRING '*** RUN LOCK HELD BY ' DELIMITED BY SIZE
                      WS-Lock-Holder-Program  DELIMITED BY SIZE
                      ' RUN '                 DELIMITED BY SIZE
                      WS-Lock-Holder-Run-Id   DELIMITED BY SIZE
                      ' - RECONCILIATION NOT RUN ***'
                          DELIMITED BY SIZE
                      INTO ReconReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               CLOSE OldMasterFile
               CLOSE NewMasterFile
               CLOSE ReconReportFile
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id
                   ' - reconciliation not run'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF Run-Lock-Unavailable
               MOVE SPACES TO ReconReportRecord
               STRING '*** RUN LOCK NOT AVAILABLE - '
                          DELIMITED BY SIZE
                      'RECONCILIATION NOT RUN ***' DELIMITED BY SIZE
                      INTO ReconReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               CLOSE OldMasterFile
               CLOSE NewMasterFile
               CLOSE ReconReportFile
               DISPLAY 'Run lock not available - reconciliation '
                   'not run'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0500-Load-Expected-Figures

           PERFORM 1000-Read-Old-Master
           PERFORM 1100-Read-New-Master
           PERFORM UNTIL Old-Eof AND New-Eof
           CLOSE OldMasterFile
           CLOSE NewMasterFile
           CLOSE ReconReportFile
           PERFORM 0200-Release-Run-Lock

           DISPLAY '===== CBACT04D RECONCILIATION SUMMARY ====='
           DISPLAY 'OLD RECORDS READ: ' WS-Old-Read-Count
           DISPLAY '==========================================='
           GOBACK.

      *    The run lock keeps the InputFile updaters out while the
      *    two generations are compared, and stops the comparison
      *    starting while a CBACT04C run holds the lock, since the
      *    new master is then only part way through the day.  The
      *    reconciliation has no run id of its own, so the lock
      *    carries the date it ran.  An absent lock file is created;
      *    a lock file that cannot be opened or created stops the
      *    comparison, since the updaters could not be kept out.
       0100-Take-Run-Lock.
           MOVE FUNCTION CURRENT-DATE TO WS-Lock-Stamp
           MOVE WS-Lock-Stamp(1:8) TO WS-Run-Id
           OPEN I-O RunLockFile
           EVALUATE TRUE
               WHEN RunLockStatus = '00'
                   READ RunLockFile
                       AT END
                           CLOSE RunLockFile
                           PERFORM 0120-Create-Run-Lock
                       NOT AT END
                           PERFORM 0110-Claim-Run-Lock
                           CLOSE RunLockFile
                   END-READ
               WHEN RunLockStatus = '35'
                   PERFORM 0120-Create-Run-Lock
               WHEN OTHER
                   DISPLAY 'Error opening run lock file. Status: '
                       RunLockStatus
                   SET Run-Lock-Unavailable TO TRUE
           END-EVALUATE.

       0110-Claim-Run-Lock.
           MOVE LOCK-Holder-Program TO WS-Lock-Holder-Program
           MOVE LOCK-Run-Id TO WS-Lock-Holder-Run-Id
           MOVE LOCK-State TO WS-Lock-Holder-State
           EVALUATE TRUE
               WHEN NOT LOCK-Held
                   PERFORM 0130-Set-Lock-Holder
                   DISPLAY 'Run lock taken for reconciliation of '
                       WS-Run-Id
               WHEN LOCK-Holder-Program = WS-Program-Name
                    AND LOCK-Run-Id = WS-Run-Id
                   PERFORM 0130-Set-Lock-Holder
                   DISPLAY 'Run lock already held for reconciliation '
                       'of ' WS-Run-Id ' - continuing under it'
               WHEN OTHER
                   PERFORM 0140-Check-Lock-Override
                   IF Lock-Override-Found
                       MOVE 'OVERRIDE' TO WS-Lock-Audit-Event
                       PERFORM 0150-Write-Lock-Audit
                   END-IF
                   IF Lock-Override-Found AND Lock-Audit-Written
                       PERFORM 0130-Set-Lock-Holder
                       DISPLAY 'Run lock held by '
                           WS-Lock-Holder-Program ' run '
                           WS-Lock-Holder-Run-Id ' overridden by '
                           LOVR-Operator-Id ' - taken for '
                           'reconciliation'
                   ELSE
                       MOVE 'BLOCKED' TO WS-Lock-Audit-Event
                       PERFORM 0150-Write-Lock-Audit
                       SET Run-Lock-Blocked TO TRUE
                   END-IF
           END-EVALUATE
           IF Run-Lock-Taken
               REWRITE RunLockRecord
               IF RunLockStatus NOT = '00'
                   DISPLAY 'Error rewriting run lock record. Status: '
                       RunLockStatus
               END-IF
           END-IF.

       0120-Create-Run-Lock.
           OPEN OUTPUT RunLockFile
           IF RunLockStatus NOT = '00'
               DISPLAY 'Error creating run lock file. Status: '
                   RunLockStatus
               SET Run-Lock-Unavailable TO TRUE
           ELSE
               MOVE SPACES TO RunLockRecord
               PERFORM 0130-Set-Lock-Holder
               WRITE RunLockRecord
               CLOSE RunLockFile
               DISPLAY 'Run lock taken for reconciliation of '
                   WS-Run-Id
           END-IF.

       0130-Set-Lock-Holder.
           SET LOCK-Held TO TRUE
           MOVE WS-Program-Name TO LOCK-Holder-Program
           MOVE WS-Run-Id TO LOCK-Run-Id
           SET LOCK-Running TO TRUE
           MOVE WS-Lock-Stamp TO LOCK-Taken-Timestamp
           SET Run-Lock-Taken TO TRUE.

      *    An override card counts only when it names the program
      *    holding the lock (and its run id, when the card gives
      *    one) and carries an operator and a reason.
       0140-Check-Lock-Override.
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

       0150-Write-Lock-Audit.
           MOVE 'N' TO WS-Lock-Audit-Sw
           OPEN EXTEND AuditLogFile
           IF AuditLogFileStatus NOT = '00'
               DISPLAY 'Error opening audit log file. Status: '
                   AuditLogFileStatus
           ELSE
               MOVE SPACES TO AuditLogRecord
               MOVE WS-Program-Name TO AUDT-Program-Name
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

      *    The comparison has no suspend or restart, so the lock is
      *    given up whatever the outcome.  A lock another run has
      *    since taken over by override is left alone.
       0200-Release-Run-Lock.
           IF Run-Lock-Taken
               MOVE FUNCTION CURRENT-DATE TO WS-Lock-Stamp
               OPEN I-O RunLockFile
               IF RunLockStatus NOT = '00'
                   DISPLAY 'Error opening run lock file - lock not '
                       'updated. Status: ' RunLockStatus
               ELSE
                   READ RunLockFile
                       AT END
                           DISPLAY 'Run lock record is missing - '
                               'nothing to update'
                       NOT AT END
                           PERFORM 0210-Set-Lock-At-End
                   END-READ
                   CLOSE RunLockFile
               END-IF
           END-IF.

       0210-Set-Lock-At-End.
           IF LOCK-Held
               AND LOCK-Holder-Program = WS-Program-Name
               AND LOCK-Run-Id = WS-Run-Id
               SET LOCK-Free TO TRUE
               MOVE WS-Lock-Stamp TO LOCK-Released-Timestamp
               MOVE WS-Program-Name TO LOCK-Released-By
               DISPLAY 'Run lock released by reconciliation'
               REWRITE RunLockRecord
               IF RunLockStatus NOT = '00'
                   DISPLAY 'Error rewriting run lock record. Status: '
                       RunLockStatus
               END-IF
           ELSE
               DISPLAY 'Run lock now held by ' LOCK-Holder-Program
                   ' run ' LOCK-Run-Id ' - left as it is'
           END-IF.

       0500-Load-Expected-Figures.
           OPEN INPUT ReconControlFile
           IF ReconControlStatus NOT = '00'
