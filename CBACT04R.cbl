                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OutstandingReportStatus.

           SELECT CorrectionSortFile ASSIGN TO "SORTWK01".

           SELECT SortedCorrectionFile ASSIGN TO "CORRSRT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SortedCorrectionStatus.

           SELECT RejectSortFile ASSIGN TO "SORTWK02".

           SELECT OperatorAuthorityFile ASSIGN TO "OPERAUTH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OperatorAuthorityStatus.

           SELECT SecurityReportFile ASSIGN TO "SECVRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SecurityReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RejectFile.
       FD  OutstandingReportFile.
       01  OutstandingReportRecord     PIC X(100).

      *    Accepted correction cards and the rejects are both sorted
      *    on the original Field1 key (keeping file order within a
      *    key) and matched in one sequential pass, so there is no
      *    limit on the number of cards.
       SD  CorrectionSortFile.
       01  CorrectionSortRecord.
           05  CS-Orig-Field1          PIC X(20).
           05  FILLER                  PIC X(51).

       FD  SortedCorrectionFile.
       01  SortedCorrectionRecord.
           05  SCOR-Orig-Field1        PIC X(20).
           05  SCOR-Function           PIC X.
           05  SCOR-New-Field1         PIC X(20).
           05  SCOR-New-Field2         PIC X(30).

       SD  RejectSortFile.
       01  RejectSortRecord.
           05  RSRT-Field1             PIC X(20).
           05  FILLER                  PIC X(74).

       FD  OperatorAuthorityFile.
           COPY CB04OPER.

       FD  SecurityReportFile.
           COPY CB04SECV.

       WORKING-STORAGE SECTION.
       01  RejectFileStatus            PIC XX.
       01  CorrectionFileStatus        PIC XX.
       01  ResubmitFileStatus          PIC XX.
       01  OutstandingReportStatus     PIC XX.
       01  SortedCorrectionStatus      PIC XX.

       01  EndOfRejects                PIC X VALUE 'N'.
       01  EndOfCorrections            PIC X VALUE 'N'.

       01  EndOfSortedRejects          PIC X VALUE 'N'.

       01  WS-Reject-Read-Count        PIC 9(9) VALUE ZERO.
       01  WS-Corr-Read-Count          PIC 9(9) VALUE ZERO.
       01  WS-Resubmit-Count           PIC 9(9) VALUE ZERO.
       01  WS-Outstanding-Count        PIC 9(9) VALUE ZERO.
       01  WS-Corr-Invalid-Count       PIC 9(9) VALUE ZERO.
       01  WS-Corr-Unused-Count        PIC 9(9) VALUE ZERO.
       01  WS-Corr-Count               PIC 9(9) VALUE ZERO.

      *    The correction card currently at the head of the match.
       01  WS-Cur-Corr-Key             PIC X(20) VALUE SPACES.
       01  WS-Cur-Corr-Function        PIC X VALUE SPACE.
       01  WS-Cur-Corr-New-Field1      PIC X(20) VALUE SPACES.
       01  WS-Cur-Corr-New-Field2      PIC X(30) VALUE SPACES.
       01  WS-Cur-Corr-Used-Sw         PIC X VALUE 'N'.
           88  WS-Corr-Used            VALUE 'Y'.

       01  WS-Sort-Failed-Sw           PIC X VALUE 'N'.
           88  Sort-Failed             VALUE 'Y'.

       COPY CB04ELAP.

       01  WS-Submitter-Id             PIC X(8) VALUE 'UNKNOWN'.
       01  WS-Run-Date                 PIC X(8) VALUE SPACES.
       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

       01  WS-Corr-Field2-Work         PIC X(30).
       01  WS-Corr-Field2-Detail REDEFINES WS-Corr-Field2-Work.
           05  WS-Corr-Amount          PIC S9(13)V99 SIGN IS TRAILING.
           05  WS-Corr-Currency        PIC X(3).
           05  FILLER                  PIC X(12).

       01  OperatorAuthorityStatus     PIC XX.
       01  SecurityReportStatus        PIC XX.
       01  EndOfOperatorAuthority      PIC X VALUE 'N'.
       01  WS-OA-Full-Sw               PIC X VALUE 'N'.
           88  Authority-Table-Full    VALUE 'Y'.
       COPY CB04OTBL.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
           05  LS-Parm-Data        PIC X(76).

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 1
               AND LS-Parm-Data(1:8) NOT = SPACES
               MOVE LS-Parm-Data(1:8) TO WS-Submitter-Id
           END-IF

           OPEN INPUT RejectFile
           IF RejectFileStatus NOT = '00'
               DISPLAY 'Error opening reject file. Status: '
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0960-Load-Operator-Authority
      *    An operator left out of the table would be refused every
      *    correction, so a full table stops the run.
           IF Authority-Table-Full
               MOVE SPACES TO OutstandingReportRecord
               STRING '*** OPERATOR AUTHORITY TABLE FULL - RUN '
                          DELIMITED BY SIZE
                      'STOPPED - NOTHING RESUBMITTED ***'
                          DELIMITED BY SIZE
                      INTO OutstandingReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               CLOSE RejectFile
               CLOSE CorrectionFile
               CLOSE ResubmitFile
               CLOSE OutstandingReportFile
               DISPLAY 'Operator authority table full - nothing '
                   'resubmitted'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT CorrectionSortFile
               ON ASCENDING KEY CS-Orig-Field1
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-Load-Corrections
               GIVING SortedCorrectionFile
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'Correction card sort failed - SORT-RETURN '
                   SORT-RETURN ' - repair run stopped'
               SET Sort-Failed TO TRUE
           ELSE
               OPEN INPUT SortedCorrectionFile
               IF SortedCorrectionStatus NOT = '00'
                   DISPLAY 'Error opening sorted correction work '
                       'file. Status: ' SortedCorrectionStatus
                   SET Sort-Failed TO TRUE
               END-IF
           END-IF

           IF NOT Sort-Failed
               SORT RejectSortFile
                   ON ASCENDING KEY RSRT-Field1
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-Release-Rejects
                   OUTPUT PROCEDURE IS 2500-Match-Rejects
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'Reject sort failed - SORT-RETURN '
                       SORT-RETURN ' - repair run stopped incomplete'
                   SET Sort-Failed TO TRUE
               END-IF
               CLOSE SortedCorrectionFile
           END-IF

           IF Sort-Failed
               MOVE SPACES TO OutstandingReportRecord
               STRING '*** SORT FAILED - RESUBMISSION DECK IS '
                          DELIMITED BY SIZE
                      'INCOMPLETE - DO NOT APPLY ***'
                          DELIMITED BY SIZE
                      INTO OutstandingReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF

           MOVE SPACES TO OutstandingReportRecord
           STRING 'REJECTS READ: '       DELIMITED BY SIZE
                  INTO OutstandingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           PERFORM 7800-Write-Run-Statistics

           CLOSE RejectFile
           CLOSE CorrectionFile
           CLOSE ResubmitFile
           CLOSE OutstandingReportFile
           IF Security-Report-Open
               CLOSE SecurityReportFile
           END-IF

           DISPLAY '===== CBACT04R REPAIR SUMMARY ====='
           DISPLAY 'REJECTS READ: ' WS-Reject-Read-Count
           DISPLAY 'CORRECTION CARDS READ: ' WS-Corr-Read-Count
           DISPLAY 'CORRECTIONS SORTED: ' WS-Corr-Count
           DISPLAY 'RESUBMITTED: ' WS-Resubmit-Count
           DISPLAY 'OUTSTANDING: ' WS-Outstanding-Count
           DISPLAY 'INVALID CORRECTION CARDS: ' WS-Corr-Invalid-Count
           DISPLAY 'UNUSED CORRECTION CARDS: ' WS-Corr-Unused-Count
           DISPLAY 'SECURITY VIOLATIONS: ' WS-Sec-Violation-Count
           DISPLAY 'ELAPSED TIME: ' WS-EL-Elapsed-Display
           DISPLAY '===================================='
           IF Sort-Failed
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

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
                   SET Authority-Table-Full TO TRUE
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
               MOVE 'CBACT04R' TO SECV-Program
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

       1000-Load-Corrections.
           PERFORM UNTIL EndOfCorrections = 'Y'
               READ CorrectionFile INTO CorrectionRecord
                   AT END
                       MOVE 'Y' TO EndOfCorrections
                   NOT AT END
                       ADD 1 TO WS-Corr-Read-Count
                       PERFORM 1100-Store-Correction
               END-READ
           END-PERFORM.
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               SET Operator-Authorized TO TRUE
               IF Authority-Loaded
                   PERFORM 1200-Check-Submitter-Authority
               END-IF
               IF Operator-Not-Authorized
                   PERFORM 1300-Report-Security-Violation
               ELSE
                   PERFORM 1150-Add-Correction-Entry
               END-IF
           END-IF.

       1150-Add-Correction-Entry.
           ADD 1 TO WS-Corr-Count
           RELEASE CorrectionSortRecord FROM CorrectionRecord.

      *    The submitter must be allowed to send corrections, hold
      *    the maintenance function the card resubmits and the
      *    currency of the corrected value.  A refused card is not
      *    loaded, so its reject stays outstanding.
       1200-Check-Submitter-Authority.
           MOVE WS-Submitter-Id TO WS-OA-Lookup-Id
           PERFORM 0970-Find-Operator
           IF Operator-Authorized
               AND NOT WS-OA-May-Correct(WS-OA-Found-Sub)
               SET Operator-Not-Authorized TO TRUE
               MOVE 'OPERATOR MAY NOT SUBMIT CORRECTIONS'
                   TO WS-OA-Reason
           END-IF
           IF Operator-Authorized
               MOVE CORR-Function TO WS-OA-Check-Function
               PERFORM 0975-Check-Function-Grant
           END-IF
           IF Operator-Authorized
               MOVE CORR-New-Field2 TO WS-Corr-Field2-Work
               IF WS-Corr-Currency NOT = SPACES
                   MOVE WS-Corr-Currency TO WS-OA-Check-Currency
                   PERFORM 0980-Check-Currency-Grant
               END-IF
           END-IF.

       1300-Report-Security-Violation.
           MOVE SPACES TO WS-OA-Viol-Function
           STRING 'CORR '       DELIMITED BY SIZE
                  CORR-Function DELIMITED BY SIZE
                  INTO WS-OA-Viol-Function
           END-STRING
           MOVE CORR-Orig-Field1 TO WS-OA-Viol-Key
           PERFORM 0990-Write-Security-Violation
           MOVE SPACES TO OutstandingReportRecord
           STRING 'SECURITY VIOLATION - CARD FOR KEY ' DELIMITED BY SIZE
                  CORR-Orig-Field1 DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  WS-OA-Reason     DELIMITED BY SIZE
                  INTO OutstandingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       2000-Release-Rejects.
           PERFORM UNTIL EndOfRejects = 'Y'
               READ RejectFile INTO RejectRecord
                   AT END
                       MOVE 'Y' TO EndOfRejects
                   NOT AT END
                       ADD 1 TO WS-Reject-Read-Count
                       RELEASE RejectSortRecord FROM RejectRecord
               END-READ
           END-PERFORM.

      *    Both sides arrive in key order.  The first accepted card
      *    for a key corrects every reject carrying that key; any
      *    later card for the same key is left unused, as is a card
      *    the rejects have passed without matching.
       2500-Match-Rejects.
           PERFORM 2550-Read-Sorted-Correction
           PERFORM 2560-Return-Reject
           PERFORM UNTIL EndOfSortedRejects = 'Y'
               PERFORM UNTIL WS-Cur-Corr-Key >= Reject-Field1
                   PERFORM 7000-Finish-Correction
                   PERFORM 2550-Read-Sorted-Correction
               END-PERFORM
               IF WS-Cur-Corr-Key = Reject-Field1
                   PERFORM 3000-Write-Resubmit-Txn
               ELSE
                   PERFORM 4000-Write-Outstanding
               END-IF
               PERFORM 2560-Return-Reject
           END-PERFORM
           PERFORM UNTIL WS-Cur-Corr-Key = HIGH-VALUES
               PERFORM 7000-Finish-Correction
               PERFORM 2550-Read-Sorted-Correction
           END-PERFORM.

       2550-Read-Sorted-Correction.
           READ SortedCorrectionFile
               AT END
                   MOVE HIGH-VALUES TO WS-Cur-Corr-Key
               NOT AT END
                   MOVE SCOR-Orig-Field1 TO WS-Cur-Corr-Key
                   MOVE SCOR-Function TO WS-Cur-Corr-Function
                   MOVE SCOR-New-Field1 TO WS-Cur-Corr-New-Field1
                   MOVE SCOR-New-Field2 TO WS-Cur-Corr-New-Field2
                   MOVE 'N' TO WS-Cur-Corr-Used-Sw
           END-READ.

       2560-Return-Reject.
           RETURN RejectSortFile INTO RejectRecord
               AT END
                   MOVE 'Y' TO EndOfSortedRejects
           END-RETURN.

       3000-Write-Resubmit-Txn.
           MOVE SPACES TO MaintTransRecord
           MOVE WS-Cur-Corr-Function TO MT-Function
           MOVE WS-Cur-Corr-New-Field1 TO MT-Field1
           MOVE WS-Cur-Corr-New-Field2 TO MT-Field2
           MOVE Reject-Reason-Code TO MT-Reject-Reason
           WRITE MaintTransRecord
           IF ResubmitFileStatus = '00'
               ADD 1 TO WS-Resubmit-Count
               MOVE 'Y' TO WS-Cur-Corr-Used-Sw
           ELSE
               DISPLAY 'Error writing resubmission file. Status: '
                   ResubmitFileStatus
           END-STRING
           PERFORM 8000-Write-Report-Line.

       7000-Finish-Correction.
           IF NOT WS-Corr-Used
               ADD 1 TO WS-Corr-Unused-Count
               MOVE SPACES TO OutstandingReportRecord
               STRING 'CORRECTION MATCHED NO REJECT - KEY '
                      DELIMITED BY SIZE
                      WS-Cur-Corr-Key DELIMITED BY SIZE
                      INTO OutstandingReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF.

       7800-Write-Run-Statistics.
           PERFORM 7900-Compute-Elapsed-Time
           MOVE SPACES TO OutstandingReportRecord
           STRING 'VOLUMES - REJECTS READ: ' DELIMITED BY SIZE
                  WS-Reject-Read-Count    DELIMITED BY SIZE
                  '  CORRECTION CARDS READ: ' DELIMITED BY SIZE
                  WS-Corr-Read-Count      DELIMITED BY SIZE
                  INTO OutstandingReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           MOVE SPACES TO OutstandingReportRecord
           STRING 'VOLUMES - CORRECTIONS SORTED: ' DELIMITED BY SIZE
                  WS-Corr-Count           DELIMITED BY SIZE
                  '  ELAPSED: '           DELIMITED BY SIZE
                  WS-EL-Elapsed-Display   DELIMITED BY SIZE
                  INTO OutstandingReportRecord
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
           WRITE OutstandingReportRecord
