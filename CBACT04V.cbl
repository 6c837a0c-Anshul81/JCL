                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ApprovalReportStatus.

           SELECT ApprovalSortFile ASSIGN TO "SORTWK01".

           SELECT SortedApprovalFile ASSIGN TO "APPRSRT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SortedApprovalStatus.

           SELECT PendingSortFile ASSIGN TO "SORTWK02".

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
       FD  PendingFile.
       FD  ApprovalReportFile.
       01  ApprovalReportRecord        PIC X(120).

      *    Valid approval cards and the pending items are both
      *    sorted on the Field1 key (keeping file order within a
      *    key) and matched in one sequential pass, so there is no
      *    limit on the number of cards.
       SD  ApprovalSortFile.
       01  ApprovalSortRecord.
           05  AS-Field1               PIC X(20).
           05  FILLER                  PIC X(9).

       FD  SortedApprovalFile.
       01  SortedApprovalRecord.
           05  SAPR-Field1             PIC X(20).
           05  SAPR-Action             PIC X.
           05  SAPR-Approver-Id        PIC X(8).

       SD  PendingSortFile.
       01  PendingSortRecord.
           05  FILLER                  PIC X(29).
           05  PS-Function             PIC X.
           05  PS-Field1               PIC X(20).
           05  FILLER                  PIC X(42).

       FD  OperatorAuthorityFile.
           COPY CB04OPER.

       FD  SecurityReportFile.
           COPY CB04SECV.

       WORKING-STORAGE SECTION.
       01  PendingFileStatus           PIC XX.
       01  ApprovalDeckStatus          PIC XX.
       01  ReleaseTxnStatus            PIC XX.
       01  PendingOutStatus            PIC XX.
       01  ApprovalReportStatus        PIC XX.
       01  SortedApprovalStatus        PIC XX.

       01  EndOfPending                PIC X VALUE 'N'.
       01  EndOfApprovals              PIC X VALUE 'N'.
       01  EndOfSortedPending          PIC X VALUE 'N'.
       01  WS-Deck-Open-Sw             PIC X VALUE 'N'.
           88  Approval-Deck-Open      VALUE 'Y'.

           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

       01  WS-Pending-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-Released-Count           PIC 9(9) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(9) VALUE ZERO.
       01  WS-Still-Pending-Count      PIC 9(9) VALUE ZERO.
       01  WS-Violation-Count          PIC 9(9) VALUE ZERO.
       01  WS-Aged-Count               PIC 9(9) VALUE ZERO.
       01  WS-Appr-Read-Count          PIC 9(9) VALUE ZERO.
       01  WS-Appr-Invalid-Count       PIC 9(9) VALUE ZERO.
       01  WS-Appr-Unused-Count        PIC 9(9) VALUE ZERO.
       01  WS-Appr-Count               PIC 9(9) VALUE ZERO.

      *    The approval card currently at the head of the match.
       01  WS-Cur-Appr-Key             PIC X(20) VALUE SPACES.
       01  WS-Cur-Appr-Action          PIC X VALUE SPACE.
       01  WS-Cur-Appr-Approver        PIC X(8) VALUE SPACES.
       01  WS-Cur-Appr-Used-Sw         PIC X VALUE 'N'.
           88  WS-Appr-Used            VALUE 'Y'.

       01  WS-Match-Sw                 PIC X VALUE 'N'.
           88  Approval-Found          VALUE 'Y'.

       01  WS-Sort-Failed-Sw           PIC X VALUE 'N'.
           88  Sort-Failed             VALUE 'Y'.

       COPY CB04ELAP.

       01  WS-Keyed-Date-Num           PIC 9(8) VALUE ZERO.
       01  WS-Pending-Age-Days         PIC S9(5) VALUE ZERO.

       01  WS-MT-Field2-Work           PIC X(30).
       01  WS-MT-Field2-Detail REDEFINES WS-MT-Field2-Work.
           05  WS-MT-Amount            PIC S9(13)V99 SIGN IS TRAILING.
           05  WS-MT-Currency          PIC X(3).
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

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-Start-Stamp
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 8
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0960-Load-Operator-Authority
      *    An operator left out of the table would be refused every
      *    approval, so a full table stops the run.
           IF Authority-Table-Full
               MOVE SPACES TO ApprovalReportRecord
               STRING '*** OPERATOR AUTHORITY TABLE FULL - RUN '
                          DELIMITED BY SIZE
                      'STOPPED - NOTHING RELEASED ***'
                          DELIMITED BY SIZE
                      INTO ApprovalReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               CLOSE PendingFile
               IF Approval-Deck-Open
                   CLOSE ApprovalDeckFile
               END-IF
               CLOSE ReleaseTxnFile
               CLOSE PendingOutFile
               CLOSE ApprovalReportFile
               DISPLAY 'Operator authority table full - nothing '
                   'released'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT ApprovalSortFile
               ON ASCENDING KEY AS-Field1
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-Load-Approval-Deck
               GIVING SortedApprovalFile
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'Approval card sort failed - SORT-RETURN '
                   SORT-RETURN ' - release run stopped'
               SET Sort-Failed TO TRUE
           ELSE
               OPEN INPUT SortedApprovalFile
               IF SortedApprovalStatus NOT = '00'
                   DISPLAY 'Error opening sorted approval work file. '
                       'Status: ' SortedApprovalStatus
                   SET Sort-Failed TO TRUE
               END-IF
           END-IF

           IF NOT Sort-Failed
               SORT PendingSortFile
                   ON ASCENDING KEY PS-Field1
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 1500-Release-Pending
                   OUTPUT PROCEDURE IS 1600-Match-Pending
               IF SORT-RETURN NOT = ZERO
                   DISPLAY 'Pending item sort failed - SORT-RETURN '
                       SORT-RETURN ' - release run stopped incomplete'
                   SET Sort-Failed TO TRUE
               END-IF
               CLOSE SortedApprovalFile
           END-IF

           IF Sort-Failed
               MOVE SPACES TO ApprovalReportRecord
               STRING '*** SORT FAILED - RELEASE DECK AND CARRIED '
                          DELIMITED BY SIZE
                      'PENDING FILE ARE INCOMPLETE - RERUN ***'
                          DELIMITED BY SIZE
                      INTO ApprovalReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF

           MOVE SPACES TO ApprovalReportRecord
           STRING 'PENDING READ: '      DELIMITED BY SIZE
                  INTO ApprovalReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           PERFORM 7800-Write-Run-Statistics

           CLOSE PendingFile
           IF Approval-Deck-Open
           CLOSE ReleaseTxnFile
           CLOSE PendingOutFile
           CLOSE ApprovalReportFile
           IF Security-Report-Open
               CLOSE SecurityReportFile
           END-IF

           DISPLAY '===== CBACT04V APPROVAL RELEASE SUMMARY ====='
           DISPLAY 'PENDING ITEMS READ: ' WS-Pending-Read-Count
           DISPLAY 'APPROVAL CARDS READ: ' WS-Appr-Read-Count
           DISPLAY 'APPROVAL CARDS SORTED: ' WS-Appr-Count
           DISPLAY 'RELEASED FOR APPLY: ' WS-Released-Count
           DISPLAY 'REJECTED: ' WS-Rejected-Count
           DISPLAY 'STILL PENDING: ' WS-Still-Pending-Count
           DISPLAY 'FOUR-EYES VIOLATIONS: ' WS-Violation-Count
           DISPLAY 'SECURITY VIOLATIONS: ' WS-Sec-Violation-Count
           DISPLAY 'AGED PAST ' WS-Age-Threshold-Days ' DAYS: '
               WS-Aged-Count
           DISPLAY 'INVALID APPROVAL CARDS: ' WS-Appr-Invalid-Count
           DISPLAY 'UNUSED APPROVAL CARDS: ' WS-Appr-Unused-Count
           DISPLAY 'ELAPSED TIME: ' WS-EL-Elapsed-Display
           DISPLAY '============================================='
           IF WS-Violation-Count > ZERO OR WS-Aged-Count > ZERO
               OR WS-Sec-Violation-Count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
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
               MOVE 'CBACT04V' TO SECV-Program
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

       1000-Load-Approval-Deck.
           PERFORM UNTIL EndOfApprovals = 'Y'
               READ ApprovalDeckFile INTO ApprovalCardRecord
                   AT END
                       MOVE 'Y' TO EndOfApprovals
                   NOT AT END
                       ADD 1 TO WS-Appr-Read-Count
                       PERFORM 1100-Store-Approval-Card
               END-READ
           END-PERFORM.
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               ADD 1 TO WS-Appr-Count
               RELEASE ApprovalSortRecord FROM ApprovalCardRecord
           END-IF.

       1500-Release-Pending.
           PERFORM UNTIL EndOfPending = 'Y'
               READ PendingFile INTO PendingApprovalRecord
                   AT END
                       MOVE 'Y' TO EndOfPending
                   NOT AT END
                       ADD 1 TO WS-Pending-Read-Count
                       RELEASE PendingSortRecord
                           FROM PendingApprovalRecord
               END-READ
           END-PERFORM.

      *    Both sides arrive in key order.  The first valid card for
      *    a key decides every pending item carrying that key; any
      *    later card for the same key is left unused, as is a card
      *    the pending items have passed without matching.
       1600-Match-Pending.
           PERFORM 1650-Read-Sorted-Approval
           PERFORM 1660-Return-Pending
           PERFORM UNTIL EndOfSortedPending = 'Y'
               PERFORM UNTIL WS-Cur-Appr-Key >= MT-Field1
                   PERFORM 7000-Finish-Approval
                   PERFORM 1650-Read-Sorted-Approval
               END-PERFORM
               IF WS-Cur-Appr-Key = MT-Field1
                   SET Approval-Found TO TRUE
                   MOVE 'Y' TO WS-Cur-Appr-Used-Sw
               ELSE
                   MOVE 'N' TO WS-Match-Sw
               END-IF
               PERFORM 2000-Process-Pending-Item
               PERFORM 1660-Return-Pending
           END-PERFORM
           PERFORM UNTIL WS-Cur-Appr-Key = HIGH-VALUES
               PERFORM 7000-Finish-Approval
               PERFORM 1650-Read-Sorted-Approval
           END-PERFORM.

       1650-Read-Sorted-Approval.
           READ SortedApprovalFile
               AT END
                   MOVE HIGH-VALUES TO WS-Cur-Appr-Key
               NOT AT END
                   MOVE SAPR-Field1 TO WS-Cur-Appr-Key
                   MOVE SAPR-Action TO WS-Cur-Appr-Action
                   MOVE SAPR-Approver-Id TO WS-Cur-Appr-Approver
                   MOVE 'N' TO WS-Cur-Appr-Used-Sw
           END-READ.

       1660-Return-Pending.
           RETURN PendingSortFile INTO PendingApprovalRecord
               AT END
                   MOVE 'Y' TO EndOfSortedPending
               NOT AT END
                   MOVE PEND-Transaction TO MaintTransRecord
           END-RETURN.

       2000-Process-Pending-Item.
           IF Approval-Found AND Authority-Loaded
               PERFORM 2200-Check-Approver-Authority
           ELSE
               SET Operator-Authorized TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN NOT Approval-Found
                   PERFORM 4000-Carry-Item-Pending
               WHEN Operator-Not-Authorized
                   PERFORM 3800-Report-Security-Violation
                   PERFORM 4000-Carry-Item-Pending
               WHEN WS-Cur-Appr-Action = 'R'
                   PERFORM 3500-Reject-Item
               WHEN WS-Cur-Appr-Approver = PEND-Keyer-Id
                   PERFORM 3700-Report-Violation
                   PERFORM 4000-Carry-Item-Pending
               WHEN OTHER
                   PERFORM 3000-Release-Item
           END-EVALUATE.

      *    Approving or rejecting needs the approver flag and the
      *    item's currency; an unauthorized card decides nothing and
      *    the item stays pending for a proper approver.
       2200-Check-Approver-Authority.
           MOVE WS-Cur-Appr-Approver TO WS-OA-Lookup-Id
           PERFORM 0970-Find-Operator
           IF Operator-Authorized
               AND NOT WS-OA-May-Approve(WS-OA-Found-Sub)
               SET Operator-Not-Authorized TO TRUE
               MOVE 'OPERATOR MAY NOT ACT AS APPROVER'
                   TO WS-OA-Reason
           END-IF
           IF Operator-Authorized
               MOVE MT-Field2 TO WS-MT-Field2-Work
               IF WS-MT-Currency NOT = SPACES
                   MOVE WS-MT-Currency TO WS-OA-Check-Currency
                   PERFORM 0980-Check-Currency-Grant
               END-IF
           END-IF.

       3000-Release-Item.
           WRITE MaintTransRecord
                      ' KEYED BY '       DELIMITED BY SIZE
                      PEND-Keyer-Id      DELIMITED BY SIZE
                      ' APPROVED BY '    DELIMITED BY SIZE
                      WS-Cur-Appr-Approver
                                         DELIMITED BY SIZE
                      INTO ApprovalReportRecord
               END-STRING
           STRING 'REJECTED - KEY '  DELIMITED BY SIZE
                  MT-Field1          DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  WS-Cur-Appr-Approver DELIMITED BY SIZE
                  ' - ITEM DROPPED'  DELIMITED BY SIZE
                  INTO ApprovalReportRecord
           END-STRING
           END-STRING
           PERFORM 8000-Write-Report-Line.

       3800-Report-Security-Violation.
           IF WS-Cur-Appr-Action = 'R'
               MOVE 'REJECT' TO WS-OA-Viol-Function
           ELSE
               MOVE 'APPROVE' TO WS-OA-Viol-Function
           END-IF
           MOVE MT-Field1 TO WS-OA-Viol-Key
           PERFORM 0990-Write-Security-Violation
           MOVE SPACES TO ApprovalReportRecord
           STRING 'SECURITY VIOLATION - KEY ' DELIMITED BY SIZE
                  MT-Field1     DELIMITED BY SIZE
                  ' APPROVER '  DELIMITED BY SIZE
                  WS-Cur-Appr-Approver DELIMITED BY SIZE
                  ' - '         DELIMITED BY SIZE
                  WS-OA-Reason  DELIMITED BY SIZE
                  INTO ApprovalReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       4000-Carry-Item-Pending.
           ADD 1 TO WS-Still-Pending-Count
           MOVE SPACES TO PendingOutRecord
               END-IF
           END-IF.

       7000-Finish-Approval.
           IF NOT WS-Appr-Used
               ADD 1 TO WS-Appr-Unused-Count
               MOVE SPACES TO ApprovalReportRecord
               STRING 'APPROVAL MATCHED NO PENDING ITEM - KEY '
                      DELIMITED BY SIZE
                      WS-Cur-Appr-Key DELIMITED BY SIZE
                      INTO ApprovalReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF.

       7800-Write-Run-Statistics.
           PERFORM 7900-Compute-Elapsed-Time
           MOVE SPACES TO ApprovalReportRecord
           STRING 'VOLUMES - PENDING READ: ' DELIMITED BY SIZE
                  WS-Pending-Read-Count   DELIMITED BY SIZE
                  '  APPROVAL CARDS READ: ' DELIMITED BY SIZE
                  WS-Appr-Read-Count      DELIMITED BY SIZE
                  '  CARDS SORTED: '      DELIMITED BY SIZE
                  WS-Appr-Count           DELIMITED BY SIZE
                  INTO ApprovalReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           MOVE SPACES TO ApprovalReportRecord
           STRING 'VOLUMES - RELEASED: '  DELIMITED BY SIZE
                  WS-Released-Count       DELIMITED BY SIZE
                  '  CARRIED PENDING: '   DELIMITED BY SIZE
                  WS-Still-Pending-Count  DELIMITED BY SIZE
                  '  ELAPSED: '           DELIMITED BY SIZE
                  WS-EL-Elapsed-Display   DELIMITED BY SIZE
                  INTO ApprovalReportRecord
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
           WRITE ApprovalReportRecord
