                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS FutureFileStatus.

           SELECT CurrencyMasterFile ASSIGN TO "CURRMAST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CurrencyMasterStatus.

           SELECT PeriodControlFile ASSIGN TO "PERDCTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PeriodControlStatus.

           SELECT OperatorAuthorityFile ASSIGN TO "OPERAUTH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OperatorAuthorityStatus.

           SELECT SecurityReportFile ASSIGN TO "SECVRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SecurityReportStatus.

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
       FD  FutureFile.
           COPY CB04FUTR.

       FD  CurrencyMasterFile.
           COPY CB04CURR.

       FD  PeriodControlFile.
           COPY CB04PCTL.

       FD  OperatorAuthorityFile.
           COPY CB04OPER.

       FD  SecurityReportFile.
           COPY CB04SECV.

       FD  AuditLogFile.
           COPY CB04AUDT.

       FD  RunLockFile.
           COPY CB04LOCK.

       FD  LockOverrideFile.
           COPY CB04LOVR.

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  TransactionFileStatus       PIC XX.
           88  Trial-Mode-Active       VALUE 'Y'.
       01  WS-Release-Mode-Sw          PIC X VALUE 'N'.
           88  Release-Mode-Active     VALUE 'Y'.
       01  WS-Due-Mode-Sw              PIC X VALUE 'N'.
           88  Due-Mode-Active         VALUE 'Y'.

       01  ApprovalLimitStatus         PIC XX.
       01  PendingFileStatus           PIC XX.
       01  EndOfLimits                 PIC X VALUE 'N'.
       01  WS-Keyer-Id                 PIC X(8) VALUE 'UNKNOWN'.
       01  WS-Pending-Count            PIC 9(7) VALUE ZERO.
       01  WS-Load-Full-Sw             PIC X VALUE 'N'.
           88  Load-Table-Full         VALUE 'Y'.
       01  WS-Limits-Loaded-Sw         PIC X VALUE 'N'.
           88  Limits-Loaded           VALUE 'Y'.
       01  WS-Default-Limit-Sw         PIC X VALUE 'N'.
           88  Browse-Done             VALUE 'Y'.
       01  WS-Listed-Count             PIC 9(7) VALUE ZERO.

       01  CurrencyMasterStatus        PIC XX.
       01  EndOfCurrencyMaster         PIC X VALUE 'N'.
       01  WS-CM-Check-Amount          PIC S9(13)V99.
       01  WS-CM-Scaled-Amount         PIC S9(18).
       COPY CB04CTBL.

       01  PeriodControlStatus         PIC XX.
       01  EndOfPeriodControl          PIC X VALUE 'N'.
       COPY CB04PTBL.

       01  OperatorAuthorityStatus     PIC XX.
       01  SecurityReportStatus        PIC XX.
       01  EndOfOperatorAuthority      PIC X VALUE 'N'.
       COPY CB04OTBL.

       01  AuditLogFileStatus          PIC XX.
       COPY CB04LWRK.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
                       AND LS-Parm-Data(14:8) IS NUMERIC
                       MOVE LS-Parm-Data(14:8) TO WS-Run-Date
                   END-IF
      *        The CBACT04F due deck is applied like a keyed deck;
      *        the keyword only marks its journal entries as
      *        released from the FUTRFILE schedule.
               WHEN LS-Parm-Length >= 6
                    AND LS-Parm-Data(1:6) = 'DUETXN'
                   SET Due-Mode-Active TO TRUE
                   IF LS-Parm-Length >= 14
                       AND LS-Parm-Data(7:8) NOT = SPACES
                       MOVE LS-Parm-Data(7:8) TO WS-Keyer-Id
                   END-IF
                   IF LS-Parm-Length >= 22
                       AND LS-Parm-Data(15:8) IS NUMERIC
                       MOVE LS-Parm-Data(15:8) TO WS-Run-Date
                   END-IF
               WHEN LS-Parm-Length >= 1
                    AND LS-Parm-Data(1:8) NOT = SPACES
                   MOVE LS-Parm-Data(1:8) TO WS-Keyer-Id
                   END-IF
           END-EVALUATE

           IF NOT Trial-Mode-Active
               PERFORM 0400-Check-Run-Lock
           END-IF
           IF Run-Lock-Blocked
               DISPLAY 'Run lock held by ' WS-Lock-Holder-Program
                   ' run ' WS-Lock-Holder-Run-Id
                   ' - no maintenance applied'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF Trial-Mode-Active
               OPEN INPUT InputFile
           ELSE
           END-IF

           PERFORM 0500-Load-Approval-Limits
           PERFORM 0610-Load-Currency-Master
           PERFORM 0660-Load-Period-Control
           PERFORM 0960-Load-Operator-Authority
      *    A currency left out of the table would reject every item
      *    in it, a closed period left out would let changes into a
      *    closed month, and an operator left out would be refused
      *    every card, so a full table stops the run.
           IF Load-Table-Full
               DISPLAY 'Reference table full - run stopped, no '
                   'maintenance applied'
               CLOSE InputFile
               CLOSE TransactionFile
               CLOSE MaintReportFile
               IF NOT Trial-Mode-Active
                   CLOSE JournalFile
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF Limits-Loaded
               AND NOT Release-Mode-Active
               AND NOT Trial-Mode-Active
           CLOSE InputFile
           CLOSE TransactionFile
           CLOSE MaintReportFile
           IF Security-Report-Open
               CLOSE SecurityReportFile
           END-IF
           IF NOT Trial-Mode-Active
               CLOSE JournalFile
               CLOSE FutureFile
           DISPLAY 'PENDING APPROVAL: ' WS-Pending-Count
           DISPLAY 'SCHEDULED FOR LATER: ' WS-Scheduled-Count
           DISPLAY 'REJECTED: ' WS-Reject-Count
           DISPLAY 'PERIOD-LOCK VIOLATIONS: ' WS-PL-Violation-Count
           DISPLAY 'SECURITY VIOLATIONS: ' WS-Sec-Violation-Count
           DISPLAY 'JOURNALED: ' WS-Journal-Count
           DISPLAY '=========================================='
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
               MOVE 'CBACT04M' TO AUDT-Program-Name
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

       0500-Load-Approval-Limits.
           OPEN INPUT ApprovalLimitFile
           IF ApprovalLimitStatus NOT = '00'
               END-IF
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
                   SET Load-Table-Full TO TRUE
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

      *    No period control file means no period has been closed
      *    and every change date is accepted, as before.
       0660-Load-Period-Control.
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
                           PERFORM 0670-Store-Closed-Period
                   END-READ
               END-PERFORM
               CLOSE PeriodControlFile
               DISPLAY 'Closed accounting periods loaded: '
                   WS-PL-Count
           END-IF.

       0670-Store-Closed-Period.
           IF PCTL-Closed
               IF WS-PL-Count >= WS-PL-Max
                   SET Load-Table-Full TO TRUE
                   DISPLAY 'Closed period table full at ' WS-PL-Max
                       ' periods - no room for period ' PCTL-Period
                   MOVE 'Y' TO EndOfPeriodControl
               ELSE
                   ADD 1 TO WS-PL-Count
                   MOVE PCTL-Period TO WS-PL-Period(WS-PL-Count)
               END-IF
           END-IF.

      *    A change is dated by its effective date when it carries
      *    one and by the business run date otherwise; a change
      *    dated in a closed month is refused before it can be
      *    pended, scheduled or applied.
       0680-Check-Period-Lock.
           IF MT-Effective-Date IS NUMERIC
               MOVE MT-Effective-Date TO WS-PL-Check-Date
           ELSE
               MOVE WS-Run-Date TO WS-PL-Check-Date
           END-IF
           SET Period-Not-Locked TO TRUE
           PERFORM VARYING WS-PL-Idx FROM 1 BY 1
                   UNTIL WS-PL-Idx > WS-PL-Count
               IF WS-PL-Period(WS-PL-Idx) = WS-PL-Check-Date(1:6)
                   SET Period-Locked TO TRUE
                   SET WS-PL-Idx TO WS-PL-Count
                   SET WS-PL-Idx UP BY 1
               END-IF
           END-PERFORM
           IF Period-Locked
               SET Txn-Deferred TO TRUE
               ADD 1 TO WS-PL-Violation-Count
               MOVE SPACES TO MaintReportRecord
               STRING 'FUNCTION ' DELIMITED BY SIZE
                      MT-Function DELIMITED BY SIZE
                      ' - PERIOD-LOCK VIOLATION ' DELIMITED BY SIZE
                      WS-PL-Check-Date(1:6) DELIMITED BY SIZE
                      ' CLOSED - KEY ' DELIMITED BY SIZE
                      MT-Field1   DELIMITED BY SIZE
                      INTO MaintReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF.

       0600-Check-Approval-Limit.
           MOVE 'N' TO WS-Over-Limit-Sw
           IF Limits-Loaded AND NOT Release-Mode-Active
           END-IF
           PERFORM 8000-Write-Report-Line.

      *    Adds and updates naming an unknown or retired currency
      *    are refused before they can be pended for approval or
      *    scheduled to FUTRFILE, not only when they come to apply.
       0900-Screen-Currency.
           SET Valid-Record TO TRUE
           MOVE MT-Field2 TO WS-MT-Field2-Work
           IF WS-MT-Amount IS NUMERIC
               AND WS-MT-Currency NOT = SPACES
               MOVE WS-MT-Currency TO WS-CM-Lookup-Code
               MOVE WS-MT-Amount TO WS-CM-Check-Amount
               PERFORM 1550-Check-Currency-Master
           END-IF
           IF Invalid-Record
               SET Txn-Deferred TO TRUE
               ADD 1 TO WS-Reject-Count
               MOVE SPACES TO MaintReportRecord
               STRING 'FUNCTION ' DELIMITED BY SIZE
                      MT-Function DELIMITED BY SIZE
                      ' - REJECTED - ' DELIMITED BY SIZE
                      WS-Reason-Text DELIMITED BY SIZE
                      ' - KEY '   DELIMITED BY SIZE
                      MT-Field1   DELIMITED BY SIZE
                      INTO MaintReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF.

      *    The keyer must hold the function and every currency the
      *    item touches - the one keyed and, for a change to a record
      *    already on file, the one it carries now.  A refused item
      *    is not pended, scheduled or applied.
       0950-Check-Operator-Authority.
           MOVE WS-Keyer-Id TO WS-OA-Lookup-Id
           PERFORM 0970-Find-Operator
           IF Operator-Authorized
               MOVE MT-Function TO WS-OA-Check-Function
               PERFORM 0975-Check-Function-Grant
           END-IF
           IF Operator-Authorized AND MT-Browse-Currency
               MOVE MT-Field1(1:3) TO WS-OA-Check-Currency
               PERFORM 0980-Check-Currency-Grant
           END-IF
           IF Operator-Authorized AND (MT-Add OR MT-Update)
               MOVE MT-Field2 TO WS-MT-Field2-Work
               IF WS-MT-Currency NOT = SPACES
                   MOVE WS-MT-Currency TO WS-OA-Check-Currency
                   PERFORM 0980-Check-Currency-Grant
               END-IF
           END-IF
           IF Operator-Authorized
               AND (MT-Update OR MT-Delete OR MT-Browse
                    OR MT-Hold OR MT-Release)
               MOVE MT-Field1 TO Field1
               READ InputFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Field2-Currency-Code NOT = SPACES
                           MOVE Field2-Currency-Code
                               TO WS-OA-Check-Currency
                           PERFORM 0980-Check-Currency-Grant
                       END-IF
               END-READ
           END-IF
           IF Operator-Not-Authorized
               SET Txn-Deferred TO TRUE
               MOVE SPACES TO WS-OA-Viol-Function
               STRING 'MAINT '    DELIMITED BY SIZE
                      MT-Function DELIMITED BY SIZE
                      INTO WS-OA-Viol-Function
               END-STRING
               MOVE MT-Field1 TO WS-OA-Viol-Key
               PERFORM 0990-Write-Security-Violation
               MOVE SPACES TO MaintReportRecord
               STRING 'SECURITY VIOLATION ' DELIMITED BY SIZE
                      MT-Function  DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      MT-Field1    DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      WS-OA-Reason DELIMITED BY SIZE
                      INTO MaintReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF.

      *    No operator authority file means no item is refused on
      *    authority grounds - access rests with the JCL as before.
       0960-Load-Operator-Authority.
           OPEN INPUT OperatorAuthorityFile
           IF OperatorAuthorityStatus NOT = '00'
               DISPLAY 'No operator authority file - operator '
                   'authority is not checked. Status: '
                   OperatorAuthorityStatus
           ELSE
               SET Authority-Loaded TO TRUE
               PERFORM UNTIL EndOfOperatorAuthority = 'Y'
                   READ OperatorAuthorityFile
                           INTO OperatorAuthorityRecord
                       AT END
                           MOVE 'Y' TO EndOfOperatorAuthority
                       NOT AT END
                           PERFORM 0965-Store-Operator-Authority
                   END-READ
               END-PERFORM
               CLOSE OperatorAuthorityFile
               DISPLAY 'Operator authority entries loaded: '
                   WS-OA-Count
           END-IF.

       0965-Store-Operator-Authority.
           IF OPER-Id NOT = SPACES
               IF WS-OA-Count >= WS-OA-Max
                   SET Load-Table-Full TO TRUE
                   DISPLAY 'Operator authority table full at '
                       WS-OA-Max ' entries - no room for operator '
                       OPER-Id
                   MOVE 'Y' TO EndOfOperatorAuthority
               ELSE
                   ADD 1 TO WS-OA-Count
                   MOVE OPER-Id TO WS-OA-Id(WS-OA-Count)
                   MOVE OPER-Status TO WS-OA-Status(WS-OA-Count)
                   MOVE OPER-Functions TO WS-OA-Functions(WS-OA-Count)
                   PERFORM VARYING WS-OA-Sub FROM 1 BY 1
                           UNTIL WS-OA-Sub > 10
                       MOVE OPER-Currency(WS-OA-Sub)
                           TO WS-OA-Currency(WS-OA-Count, WS-OA-Sub)
                   END-PERFORM
                   MOVE OPER-Approver-Flag
                       TO WS-OA-Approver-Flag(WS-OA-Count)
                   MOVE OPER-Correction-Flag
                       TO WS-OA-Correction-Flag(WS-OA-Count)
               END-IF
           END-IF.

       0970-Find-Operator.
           SET Operator-Authorized TO TRUE
           MOVE SPACES TO WS-OA-Reason
           MOVE ZERO TO WS-OA-Found-Sub
           PERFORM VARYING WS-OA-Idx FROM 1 BY 1
                   UNTIL WS-OA-Idx > WS-OA-Count
               IF WS-OA-Id(WS-OA-Idx) = WS-OA-Lookup-Id
                   SET WS-OA-Found-Sub TO WS-OA-Idx
                   SET WS-OA-Idx TO WS-OA-Count
                   SET WS-OA-Idx UP BY 1
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-OA-Found-Sub = ZERO
                   SET Operator-Not-Authorized TO TRUE
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                       TO WS-OA-Reason
               WHEN WS-OA-Suspended(WS-OA-Found-Sub)
                   SET Operator-Not-Authorized TO TRUE
                   MOVE 'OPERATOR IS SUSPENDED' TO WS-OA-Reason
           END-EVALUATE.

       0975-Check-Function-Grant.
           SET Operator-Not-Authorized TO TRUE
           PERFORM VARYING WS-OA-Sub FROM 1 BY 1
                   UNTIL WS-OA-Sub > 10
               IF WS-OA-Functions(WS-OA-Found-Sub)(WS-OA-Sub:1)
                   = WS-OA-Check-Function
                   SET Operator-Authorized TO TRUE
                   MOVE 10 TO WS-OA-Sub
               END-IF
           END-PERFORM
           IF Operator-Not-Authorized
               MOVE SPACES TO WS-OA-Reason
               STRING 'FUNCTION ' DELIMITED BY SIZE
                      WS-OA-Check-Function DELIMITED BY SIZE
                      ' NOT GRANTED TO OPERATOR' DELIMITED BY SIZE
                      INTO WS-OA-Reason
               END-STRING
           END-IF.

       0980-Check-Currency-Grant.
           SET Operator-Not-Authorized TO TRUE
           PERFORM VARYING WS-OA-Sub FROM 1 BY 1
                   UNTIL WS-OA-Sub > 10
               IF WS-OA-Currency(WS-OA-Found-Sub, WS-OA-Sub)
                       = WS-OA-Check-Currency
                   OR WS-OA-Currency(WS-OA-Found-Sub, WS-OA-Sub)
                       = '***'
                   SET Operator-Authorized TO TRUE
                   MOVE 10 TO WS-OA-Sub
               END-IF
           END-PERFORM
           IF Operator-Not-Authorized
               MOVE SPACES TO WS-OA-Reason
               STRING 'CURRENCY ' DELIMITED BY SIZE
                      WS-OA-Check-Currency DELIMITED BY SIZE
                      ' NOT GRANTED TO OPERATOR' DELIMITED BY SIZE
                      INTO WS-OA-Reason
               END-STRING
           END-IF.

      *    SECVRPT is shared by every program in the window, so it
      *    is extended, and only opened once there is something to
      *    put on it.
       0990-Write-Security-Violation.
           ADD 1 TO WS-Sec-Violation-Count
           IF NOT Security-Report-Open
               OPEN EXTEND SecurityReportFile
               IF SecurityReportStatus = '35'
                   OPEN OUTPUT SecurityReportFile
               END-IF
               IF SecurityReportStatus = '00'
                   SET Security-Report-Open TO TRUE
               ELSE
                   DISPLAY 'Error opening security violation report. '
                       'Status: ' SecurityReportStatus
               END-IF
           END-IF
           IF Security-Report-Open
               MOVE SPACES TO SecurityViolationRecord
               MOVE WS-Run-Date TO SECV-Run-Date
               MOVE 'CBACT04M' TO SECV-Program
               MOVE WS-OA-Lookup-Id TO SECV-Operator
               MOVE WS-OA-Viol-Function TO SECV-Function
               MOVE WS-OA-Viol-Key TO SECV-Key
               MOVE WS-OA-Reason TO SECV-Reason
               WRITE SecurityViolationRecord
               IF SecurityReportStatus NOT = '00'
                   DISPLAY 'Error writing security violation report. '
                       'Status: ' SecurityReportStatus
               END-IF
           END-IF.

       1000-Apply-Transaction.
           MOVE 'N' TO WS-Defer-Sw
           IF Authority-Loaded
               AND (MT-Add OR MT-Update OR MT-Delete OR MT-Browse
                    OR MT-Browse-Currency OR MT-Browse-Range
                    OR MT-Hold OR MT-Release)
               PERFORM 0950-Check-Operator-Authority
           END-IF
           IF (MT-Add OR MT-Update) AND NOT Txn-Deferred
               PERFORM 0900-Screen-Currency
           END-IF
           IF (MT-Add OR MT-Update OR MT-Delete
               OR MT-Hold OR MT-Release)
               AND NOT Txn-Deferred
               PERFORM 0680-Check-Period-Lock
           END-IF
           IF (MT-Add OR MT-Update OR MT-Delete
               OR MT-Hold OR MT-Release)
               AND NOT Txn-Deferred
               PERFORM 0750-Check-Effective-Date
           END-IF
           IF NOT Txn-Deferred
                       MOVE 'E003' TO WS-Reason-Code
                       MOVE 'FIELD2 CURRENCY CODE IS BLANK'
                           TO WS-Reason-Text
                   ELSE
                       MOVE Field2-Currency-Code TO WS-CM-Lookup-Code
                       MOVE Field2-Amount TO WS-CM-Check-Amount
                       PERFORM 1550-Check-Currency-Master
                   END-IF
               END-IF
           END-IF.

      *    With no currency master loaded only the blank-code edit
      *    above applies.  Amounts are carried to two places; one
      *    keyed with more decimals than its currency allows (yen
      *    with pence, say) is refused rather than rounded.
       1550-Check-Currency-Master.
           IF WS-CM-Count > ZERO
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
                   WHEN OTHER
                       COMPUTE WS-CM-Scaled-Amount =
                           WS-CM-Check-Amount
                           * 10 ** WS-CM-Decimals(WS-CM-Found-Sub)
                       IF WS-CM-Scaled-Amount NOT =
                           WS-CM-Check-Amount
                           * 10 ** WS-CM-Decimals(WS-CM-Found-Sub)
                           SET Invalid-Record TO TRUE
                           MOVE 'E006' TO WS-Reason-Code
                           MOVE 'AMOUNT HAS MORE DECIMALS THAN CURRENCY'
                               TO WS-Reason-Text
                       END-IF
               END-EVALUATE
           END-IF.

       3000-Add-Record.
           MOVE MT-Field1 TO Field1
           MOVE MT-Field2 TO Field2
           MOVE WS-Before-Image TO JRNL-Before-Image
           MOVE InputRecord TO JRNL-After-Image
           MOVE MaintTransRecord TO JRNL-Transaction
           EVALUATE TRUE
               WHEN Release-Mode-Active
                   SET JRNL-Src-Approved TO TRUE
               WHEN Due-Mode-Active
                   SET JRNL-Src-Future TO TRUE
               WHEN MT-Reject-Reason NOT = SPACES
                   SET JRNL-Src-Resubmit TO TRUE
               WHEN OTHER
                   SET JRNL-Src-Keyed TO TRUE
           END-EVALUATE
           MOVE WS-Keyer-Id TO JRNL-Operator
           WRITE JournalRecord
           IF JournalFileStatus = '00'
               ADD 1 TO WS-Journal-Count
