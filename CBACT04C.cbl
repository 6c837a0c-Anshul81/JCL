                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BalanceHistStatus.

           SELECT CurrencyMasterFile ASSIGN TO "CURRMAST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CurrencyMasterStatus.

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
       FD  BalanceHistFile.
           COPY CB04BHST.

       FD  CurrencyMasterFile.
           COPY CB04CURR.

       FD  RunLockFile.
           COPY CB04LOCK.

       FD  LockOverrideFile.
           COPY CB04LOVR.

       WORKING-STORAGE SECTION.
       01  FileStatus              PIC XX.
       01  RejectFileStatus        PIC XX.
           88  Checkpoint-File-Ready VALUE 'Y'.
       01  WS-Restart-Sw           PIC X     VALUE 'N'.
           88  Restart-Requested   VALUE 'Y'.
       01  WS-Checkpoint-Saved-Sw  PIC X     VALUE 'N'.
           88  Checkpoint-Saved    VALUE 'Y'.

       01  WS-Program-Name         PIC X(8)  VALUE 'CBACT04C'.
       01  WS-Record-Count-Read    PIC 9(9)  VALUE ZERO.

       01  BalanceHistStatus       PIC XX.

       01  CurrencyMasterStatus    PIC XX.
       01  EndOfCurrencyMaster     PIC X VALUE 'N'.
       01  WS-CM-Full-Sw           PIC X VALUE 'N'.
           88  Currency-Table-Full VALUE 'Y'.
       COPY CB04CTBL.

       COPY CB04LWRK.

       01  WS-Parm-Run-Date        PIC X(8) VALUE SPACES.
       01  WS-Parm-Run-Id          PIC X(8) VALUE SPACES.
       01  WS-Parm-Input-Dsn       PIC X(44) VALUE SPACES.
           ELSE
               MOVE WS-CD-Date TO WS-Effective-Run-Date
           END-IF

           PERFORM 0060-Take-Run-Lock
           IF Run-Lock-Blocked
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id ' - run ' WS-Run-Id
                   ' not started'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF Run-Lock-Unavailable
               DISPLAY 'Run lock not available - run ' WS-Run-Id
                   ' not started'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0600-Load-Exchange-Rates
           PERFORM 0610-Load-Currency-Master

           PERFORM 0100-Check-For-Checkpoint
      *    A currency left out of the table would reject every record
      *    in it, so a full table stops the run before anything is
      *    read.  A resumed run keeps its lock for the next resume.
           IF Currency-Table-Full
               DISPLAY 'Currency master table full - run ' WS-Run-Id
                   ' stopped before any record was read'
               IF Checkpoint-File-Ready
                   CLOSE CheckpointFile
               END-IF
               MOVE 'ABNORMAL' TO WS-Run-Result
               MOVE CurrencyMasterStatus TO WS-Audit-File-Status
               PERFORM 9000-Write-Control-Report
               PERFORM 9500-Write-Audit-Record
               PERFORM 0350-Update-Run-Lock
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-Determine-Batch-Mode

           IF Restart-Requested
               MOVE RejectFileStatus TO WS-Audit-File-Status
               PERFORM 9000-Write-Control-Report
               PERFORM 9500-Write-Audit-Record
               PERFORM 0350-Update-Run-Lock
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE GLExtractStatus TO WS-Audit-File-Status
               PERFORM 9000-Write-Control-Report
               PERFORM 9500-Write-Audit-Record
               PERFORM 0350-Update-Run-Lock
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               PERFORM 9300-Write-Balance-History
           END-IF
           PERFORM 9500-Write-Audit-Record
           PERFORM 0350-Update-Run-Lock
           PERFORM 9800-Set-Return-Code
           GOBACK.

           MOVE 'F'  TO WS-Status-Action(6)
           MOVE 'ENVIRONMENT OR OS ERROR' TO WS-Status-Desc(6).

      *    The run lock keeps every other InputFile updater out from
      *    the moment this run starts until it completes, including
      *    the gap between a cutoff suspension and the resume.  A run
      *    id coming back to its own suspended run finds the lock
      *    already in its name and carries on under it.  An absent
      *    lock file is created; a lock file that cannot be opened or
      *    created stops the run before anything is touched, since
      *    the run could not keep the updaters out.
       0060-Take-Run-Lock.
           MOVE FUNCTION CURRENT-DATE TO WS-Lock-Stamp
           OPEN I-O RunLockFile
           EVALUATE TRUE
               WHEN RunLockStatus = '00'
                   READ RunLockFile
                       AT END
                           CLOSE RunLockFile
                           PERFORM 0065-Create-Run-Lock
                       NOT AT END
                           PERFORM 0062-Claim-Run-Lock
                           CLOSE RunLockFile
                   END-READ
               WHEN RunLockStatus = '35'
                   PERFORM 0065-Create-Run-Lock
               WHEN OTHER
                   DISPLAY 'Error opening run lock file. Status: '
                       RunLockStatus
                   SET Run-Lock-Unavailable TO TRUE
           END-EVALUATE.

       0062-Claim-Run-Lock.
           MOVE LOCK-Holder-Program TO WS-Lock-Holder-Program
           MOVE LOCK-Run-Id TO WS-Lock-Holder-Run-Id
           MOVE LOCK-State TO WS-Lock-Holder-State
           EVALUATE TRUE
               WHEN NOT LOCK-Held
                   PERFORM 0066-Set-Lock-Holder
                   DISPLAY 'Run lock taken for run ' WS-Run-Id
               WHEN LOCK-Holder-Program = WS-Program-Name
                    AND LOCK-Run-Id = WS-Run-Id
                   PERFORM 0066-Set-Lock-Holder
                   DISPLAY 'Run lock already held for run ' WS-Run-Id
                       ' - continuing under it'
               WHEN OTHER
                   PERFORM 0070-Check-Lock-Override
                   IF Lock-Override-Found
                       MOVE 'OVERRIDE' TO WS-Lock-Audit-Event
                       PERFORM 0080-Write-Lock-Audit
                   END-IF
                   IF Lock-Override-Found AND Lock-Audit-Written
                       PERFORM 0066-Set-Lock-Holder
                       DISPLAY 'Run lock held by '
                           WS-Lock-Holder-Program ' run '
                           WS-Lock-Holder-Run-Id ' overridden by '
                           LOVR-Operator-Id ' - taken for run '
                           WS-Run-Id
                   ELSE
                       MOVE 'BLOCKED' TO WS-Lock-Audit-Event
                       PERFORM 0080-Write-Lock-Audit
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

       0065-Create-Run-Lock.
           OPEN OUTPUT RunLockFile
           IF RunLockStatus NOT = '00'
               DISPLAY 'Error creating run lock file. Status: '
                   RunLockStatus
               SET Run-Lock-Unavailable TO TRUE
           ELSE
               MOVE SPACES TO RunLockRecord
               PERFORM 0066-Set-Lock-Holder
               WRITE RunLockRecord
               CLOSE RunLockFile
               DISPLAY 'Run lock taken for run ' WS-Run-Id
           END-IF.

       0066-Set-Lock-Holder.
           SET LOCK-Held TO TRUE
           MOVE WS-Program-Name TO LOCK-Holder-Program
           MOVE WS-Run-Id TO LOCK-Run-Id
           SET LOCK-Running TO TRUE
           MOVE WS-Lock-Stamp TO LOCK-Taken-Timestamp
           SET Run-Lock-Taken TO TRUE.

      *    An override card counts only when it names the program
      *    holding the lock (and its run id, when the card gives
      *    one) and carries an operator and a reason.
       0070-Check-Lock-Override.
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

       0080-Write-Lock-Audit.
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

       0150-Determine-Batch-Mode.
           OPEN INPUT BatchControlFile
           IF BatchControlStatus = '00'
                               MOVE FileStatus TO WS-Audit-File-Status
                               PERFORM 9000-Write-Control-Report
                               PERFORM 9500-Write-Audit-Record
                               PERFORM 0350-Update-Run-Lock
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                   MOVE FileStatus TO WS-Audit-File-Status
                   PERFORM 9000-Write-Control-Report
                   PERFORM 9500-Write-Audit-Record
                   PERFORM 0350-Update-Run-Lock
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
                           WS-Run-Id ' - starting from record one'
                   NOT INVALID KEY
                       SET Restart-Requested TO TRUE
                       SET Checkpoint-Saved TO TRUE
                       DISPLAY 'Checkpoint found for run ' WS-Run-Id
                           ' - resuming after key ' CKPT-Last-Key
               END-READ
                   INVALID KEY
                       WRITE CheckpointRecord
               END-REWRITE
               SET Checkpoint-Saved TO TRUE
           END-IF.

       0210-Save-Currency-Totals.
               END-IF
           END-IF.

       0610-Load-Currency-Master.
           OPEN INPUT CurrencyMasterFile
           IF CurrencyMasterStatus NOT = '00'
               DISPLAY 'No currency master file - currency codes are '
                   'only checked for blanks and the base currency '
                   'stays ' WS-Base-Currency '. Status: '
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
                   SET Currency-Table-Full TO TRUE
                   DISPLAY 'Currency master table full at ' WS-CM-Max
                       ' codes - no room for code ' CURR-Code
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

      *    A cutoff earlier than the start time belongs to the next
      *    calendar day (a 23:00 start with an 06:00 cutoff), so it
      *    only fires once the clock has wrapped past midnight -
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'N' TO WS-Checkpoint-Saved-Sw
               CLOSE CheckpointFile
           END-IF.

      *    A completed run gives the lock up.  A run suspended at the
      *    cutoff, or stopped by an error once a checkpoint is on
      *    file, keeps it in state 'S' for the resume of the same run
      *    id; a run that stops before any checkpoint exists has
      *    nothing to resume and gives it up too.  A lock another
      *    run has since taken over by override is left alone.
       0350-Update-Run-Lock.
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
                           PERFORM 0360-Set-Lock-At-End
                   END-READ
                   CLOSE RunLockFile
               END-IF
           END-IF.

       0360-Set-Lock-At-End.
           IF LOCK-Held
               AND LOCK-Holder-Program = WS-Program-Name
               AND LOCK-Run-Id = WS-Run-Id
               IF Run-Suspended OR Checkpoint-Saved
                   SET LOCK-Suspended TO TRUE
                   DISPLAY 'Run lock kept for the resume of run '
                       WS-Run-Id
               ELSE
                   SET LOCK-Free TO TRUE
                   MOVE WS-Lock-Stamp TO LOCK-Released-Timestamp
                   MOVE WS-Program-Name TO LOCK-Released-By
                   DISPLAY 'Run lock released by run ' WS-Run-Id
               END-IF
               REWRITE RunLockRecord
               IF RunLockStatus NOT = '00'
                   DISPLAY 'Error rewriting run lock record. Status: '
                       RunLockStatus
               END-IF
           ELSE
               DISPLAY 'Run lock now held by ' LOCK-Holder-Program
                   ' run ' LOCK-Run-Id ' - left as it is'
           END-IF.

       1000-Edit-Record.
           SET Valid-Record TO TRUE
           MOVE 'N' TO WS-Hold-Switch
                               MOVE 'E003' TO WS-Reason-Code
                               MOVE 'FIELD2 CURRENCY CODE IS BLANK'
                                   TO WS-Reason-Text
                           ELSE
                               PERFORM 1100-Check-Currency-Master
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1100-Check-Currency-Master.
           IF WS-CM-Count > ZERO
               MOVE Field2-Currency-Code TO WS-CM-Lookup-Code
               PERFORM 0630-Look-Up-Currency
               EVALUATE TRUE
                   WHEN Currency-Not-On-Master
                       SET Invalid-Record TO TRUE
                       MOVE 'E005' TO WS-Reason-Code
                       MOVE 'CURRENCY CODE NOT ON CURRENCY MASTER'
                           TO WS-Reason-Text
                   WHEN Currency-Is-Retired
                       SET Invalid-Record TO TRUE
                       MOVE 'E005' TO WS-Reason-Code
                       MOVE 'CURRENCY CODE IS RETIRED ON MASTER'
                           TO WS-Reason-Text
               END-EVALUATE
           END-IF.

       0700-Open-GL-Extract.
           IF Restart-Requested
               OPEN EXTEND GLExtractFile
                   ' - BASE CURRENCY TOTAL IS INCOMPLETE **'
           END-IF.

      *    The base currency is whichever active code carries the
      *    base flag on the currency master; its own totals convert
      *    at one without needing a RATEFILE card.  With no master,
      *    or none flagged, the compiled-in default stands.
       9200-Convert-To-Base.
           MOVE ZERO TO WS-Converted-Total
           MOVE 'N' TO WS-Missing-Rate-Sw
           PERFORM 9250-Find-Base-Currency
           PERFORM VARYING WS-Curr-Sub FROM 1 BY 1
                   UNTIL WS-Curr-Sub > WS-Curr-Count
               MOVE 'N' TO WS-Rate-Found-Sw
                       COMPUTE WS-Rate-Sub = WS-Rate-Count + 1
                   END-IF
               END-PERFORM
               IF NOT Rate-Found
                   AND WS-Curr-Code(WS-Curr-Sub) = WS-Base-Currency
                   SET Rate-Found TO TRUE
                   MOVE 1 TO WS-Current-Rate
               END-IF
               IF Rate-Found
                   MOVE 'N' TO WS-Curr-No-Rate-Sw(WS-Curr-Sub)
                   COMPUTE WS-Converted-Total ROUNDED
               END-IF
           END-PERFORM.

       9250-Find-Base-Currency.
           IF WS-CM-Count > ZERO
               MOVE ZERO TO WS-CM-Found-Sub
               PERFORM VARYING WS-CM-Idx FROM 1 BY 1
                       UNTIL WS-CM-Idx > WS-CM-Count
                   IF WS-CM-Is-Base(WS-CM-Idx)
                       AND NOT WS-CM-Retired(WS-CM-Idx)
                       SET WS-CM-Found-Sub TO WS-CM-Idx
                       SET WS-CM-Idx TO WS-CM-Count
                       SET WS-CM-Idx UP BY 1
                   END-IF
               END-PERFORM
               IF WS-CM-Found-Sub > ZERO
                   MOVE WS-CM-Code(WS-CM-Found-Sub) TO WS-Base-Currency
               ELSE
                   DISPLAY 'No active base currency on the currency '
                       'master - base total stays in '
                       WS-Base-Currency
               END-IF
           END-IF.

       9300-Write-Balance-History.
           OPEN EXTEND BalanceHistFile
           IF BalanceHistStatus = '35'
