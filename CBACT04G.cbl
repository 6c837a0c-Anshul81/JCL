                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS GLRejectStatus.

           SELECT DetailSortFile ASSIGN TO "SORTWK01".

           SELECT SortedDetailFile ASSIGN TO "GLDTLSRT"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS SortedDetailStatus.

           SELECT ResponseSortFile ASSIGN TO "SORTWK02".

       DATA DIVISION.
       FILE SECTION.
       FD  GLExtractFile.
      *    DD and the correction deck marries up.
           COPY CB04REJ.

      *    Extract details and responses are both sorted on the
      *    Field1 key (keeping file order within a key) and matched
      *    in one sequential pass, so there is no limit on volume.
       SD  DetailSortFile.
       01  DetailSortRecord.
           05  DS-Field1               PIC X(20).
           05  DS-Field2               PIC X(30).
           05  DS-Amount               PIC S9(13)V99.

       FD  SortedDetailFile.
       01  SortedDetailRecord.
           05  SDTL-Field1             PIC X(20).
           05  SDTL-Field2             PIC X(30).
           05  SDTL-Amount             PIC S9(13)V99.

       SD  ResponseSortFile.
       01  ResponseSortRecord.
           05  RS-Run-Id               PIC X(8).
           05  RS-Field1               PIC X(20).
           05  FILLER                  PIC X(45).

       WORKING-STORAGE SECTION.
       01  GLExtractStatus             PIC XX.
       01  GLResponseStatus            PIC XX.
       01  MatchReportStatus           PIC XX.
       01  GLCorrectionStatus          PIC XX.
       01  GLRejectStatus              PIC XX.
       01  SortedDetailStatus          PIC XX.

       01  EndOfExtract                PIC X VALUE 'N'.
       01  EndOfResponses              PIC X VALUE 'N'.
       01  WS-Trailer-Rec-Count        PIC 9(9) VALUE ZERO.
       01  WS-Trailer-Hash-Total       PIC S9(15)V99 VALUE ZERO.

       01  WS-Extract-Read-Count       PIC 9(9) VALUE ZERO.
       01  WS-Detail-Count             PIC 9(9) VALUE ZERO.
       01  WS-Response-Read-Count      PIC 9(9) VALUE ZERO.
       01  WS-Response-Sorted-Count    PIC 9(9) VALUE ZERO.
       01  WS-Posted-Count             PIC 9(9) VALUE ZERO.
       01  WS-Failed-Count             PIC 9(9) VALUE ZERO.
       01  WS-Unposted-Count           PIC 9(9) VALUE ZERO.
           05  WS-Detail-Currency      PIC X(3).
           05  FILLER                  PIC X(12).

      *    The extract detail currently at the head of the match.
       01  WS-Cur-Dtl-Key              PIC X(20) VALUE SPACES.
       01  WS-Cur-Dtl-Field1           PIC X(20) VALUE SPACES.
       01  WS-Cur-Dtl-Field2           PIC X(30) VALUE SPACES.
       01  WS-Cur-Dtl-Amount           PIC S9(13)V99 VALUE ZERO.
       01  WS-Cur-Dtl-Post-Sw          PIC X VALUE 'U'.
           88  WS-Dtl-Unposted         VALUE 'U'.
           88  WS-Dtl-Posted           VALUE 'P'.
           88  WS-Dtl-Failed           VALUE 'F'.
       01  WS-Cur-Rsp-Key              PIC X(20) VALUE SPACES.

       01  WS-Sort-Failed-Sw           PIC X VALUE 'N'.
           88  Sort-Failed             VALUE 'Y'.

       COPY CB04ELAP.

       PROCEDURE DIVISION.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-EL-Start-Stamp
           OPEN INPUT GLExtractFile
           IF GLExtractStatus NOT = '00'
               DISPLAY 'Error opening GL extract file. Status: '
               GOBACK
           END-IF

           SORT DetailSortFile
               ON ASCENDING KEY DS-Field1
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-Load-Extract
               GIVING SortedDetailFile
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GL extract detail sort failed - SORT-RETURN '
                   SORT-RETURN ' - match stopped, nothing matched'
               SET Sort-Failed TO TRUE
           ELSE
               OPEN INPUT SortedDetailFile
               IF SortedDetailStatus NOT = '00'
                   DISPLAY 'Error opening sorted detail work file. '
                       'Status: ' SortedDetailStatus
                   SET Sort-Failed TO TRUE
               END-IF
           END-IF
           IF Sort-Failed
               CLOSE GLExtractFile
               CLOSE GLResponseFile
               CLOSE MatchReportFile
               CLOSE GLCorrectionFile
               CLOSE GLRejectFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO MatchReportRecord
           STRING '===== CBACT04G GL POSTING MATCH - RUN '
           END-STRING
           PERFORM 8000-Write-Report-Line

           SORT ResponseSortFile
               ON ASCENDING KEY RS-Field1
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-Release-Responses
               OUTPUT PROCEDURE IS 3000-Match-Responses
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GL response sort failed - SORT-RETURN '
                   SORT-RETURN ' - match stopped incomplete'
               SET Sort-Failed TO TRUE
               MOVE SPACES TO MatchReportRecord
               STRING '*** RESPONSE SORT FAILED - MATCH IS '
                          DELIMITED BY SIZE
                      'INCOMPLETE - RERUN ***' DELIMITED BY SIZE
                      INTO MatchReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               PERFORM 6000-Balance-To-Trailer
               PERFORM 7000-Write-Match-Totals
           END-IF
           PERFORM 7800-Write-Run-Statistics

           CLOSE SortedDetailFile
           CLOSE GLExtractFile
           CLOSE GLResponseFile
           CLOSE MatchReportFile
           CLOSE GLRejectFile

           DISPLAY '===== CBACT04G GL MATCH SUMMARY ====='
           DISPLAY 'EXTRACT DETAILS SORTED: ' WS-Detail-Count
           DISPLAY 'RESPONSES READ: ' WS-Response-Read-Count
           DISPLAY 'RESPONSES SORTED: ' WS-Response-Sorted-Count
           DISPLAY 'POSTED: ' WS-Posted-Count
           DISPLAY 'FAILED: ' WS-Failed-Count
           DISPLAY 'UNPOSTED: ' WS-Unposted-Count
               DISPLAY '*** MATCH OUT OF BALANCE TO EXTRACT '
                   'TRAILER - INVESTIGATE ***'
           END-IF
           DISPLAY 'ELAPSED TIME: ' WS-EL-Elapsed-Display
           DISPLAY '====================================='
           EVALUATE TRUE
               WHEN Sort-Failed
                   MOVE 16 TO RETURN-CODE
               WHEN Out-Of-Balance
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Failed-Count > ZERO
                   OR WS-Unposted-Count > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-Load-Extract.
                   AT END
                       MOVE 'Y' TO EndOfExtract
                   NOT AT END
                       ADD 1 TO WS-Extract-Read-Count
                       PERFORM 1100-Store-Extract-Record
               END-READ
           END-PERFORM
           END-EVALUATE.

       1200-Store-Detail.
           MOVE GLEX-Dtl-Field1 TO DS-Field1
           MOVE GLEX-Dtl-Field2 TO DS-Field2
           MOVE GLEX-Dtl-Field2 TO WS-Detail-Field2
           IF WS-Detail-Amount IS NUMERIC
               MOVE WS-Detail-Amount TO DS-Amount
           ELSE
               MOVE ZERO TO DS-Amount
           END-IF
           RELEASE DetailSortRecord.

      *    Responses for another run are reported here and never
      *    reach the match.
       2000-Release-Responses.
           PERFORM UNTIL EndOfResponses = 'Y'
               READ GLResponseFile INTO GLResponseRecord
                   AT END
                       MOVE 'Y' TO EndOfResponses
                   NOT AT END
                       ADD 1 TO WS-Response-Read-Count
                       PERFORM 2100-Screen-Response
               END-READ
           END-PERFORM.

       2100-Screen-Response.
           IF Header-Seen AND GLRS-Run-Id NOT = WS-Extract-Run-Id
               ADD 1 TO WS-Wrong-Run-Count
               MOVE SPACES TO MatchReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               ADD 1 TO WS-Response-Sorted-Count
               RELEASE ResponseSortRecord FROM GLResponseRecord
           END-IF.

      *    Both sides arrive in key order.  The first response for a
      *    key dispositions the detail; any later one for the same
      *    key is a duplicate.  A detail the responses have passed
      *    without posting or failing it is unposted.
       3000-Match-Responses.
           PERFORM 3050-Read-Sorted-Detail
           PERFORM 3060-Return-Response
           PERFORM UNTIL WS-Cur-Dtl-Key = HIGH-VALUES
                     AND WS-Cur-Rsp-Key = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-Cur-Dtl-Key < WS-Cur-Rsp-Key
                       PERFORM 5000-Finish-Detail
                       PERFORM 3050-Read-Sorted-Detail
                   WHEN WS-Cur-Rsp-Key < WS-Cur-Dtl-Key
                       PERFORM 3100-Report-Orphan-Response
                       PERFORM 3060-Return-Response
                   WHEN OTHER
                       PERFORM 3200-Disposition-Response
                       PERFORM 3060-Return-Response
               END-EVALUATE
           END-PERFORM.

       3050-Read-Sorted-Detail.
           READ SortedDetailFile
               AT END
                   MOVE HIGH-VALUES TO WS-Cur-Dtl-Key
               NOT AT END
                   MOVE SDTL-Field1 TO WS-Cur-Dtl-Key
                   MOVE SDTL-Field1 TO WS-Cur-Dtl-Field1
                   MOVE SDTL-Field2 TO WS-Cur-Dtl-Field2
                   MOVE SDTL-Amount TO WS-Cur-Dtl-Amount
                   MOVE 'U' TO WS-Cur-Dtl-Post-Sw
           END-READ.

       3060-Return-Response.
           RETURN ResponseSortFile INTO GLResponseRecord
               AT END
                   MOVE HIGH-VALUES TO WS-Cur-Rsp-Key
               NOT AT END
                   MOVE GLRS-Field1 TO WS-Cur-Rsp-Key
           END-RETURN.

       3100-Report-Orphan-Response.
           ADD 1 TO WS-Orphan-Count
           MOVE SPACES TO MatchReportRecord
           STRING 'RESPONSE MATCHES NO EXTRACT DETAIL - KEY '
                  DELIMITED BY SIZE
                  GLRS-Field1 DELIMITED BY SIZE
                  INTO MatchReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       3200-Disposition-Response.
           IF NOT WS-Dtl-Unposted
               ADD 1 TO WS-Duplicate-Resp-Count
               MOVE SPACES TO MatchReportRecord
               STRING 'DUPLICATE RESPONSE - KEY ' DELIMITED BY SIZE
           ELSE
               EVALUATE TRUE
                   WHEN GLRS-Posted
                       MOVE 'P' TO WS-Cur-Dtl-Post-Sw
                       ADD 1 TO WS-Posted-Count
                       ADD WS-Cur-Dtl-Amount
                           TO WS-Posted-Amt-Total
                       MOVE WS-Cur-Dtl-Amount
                           TO WS-Amt-Display-1
                       MOVE SPACES TO MatchReportRecord
                       STRING 'POSTED - KEY '   DELIMITED BY SIZE
                       END-STRING
                       PERFORM 8000-Write-Report-Line
                   WHEN GLRS-Failed
                       MOVE 'F' TO WS-Cur-Dtl-Post-Sw
                       ADD 1 TO WS-Failed-Count
                       ADD WS-Cur-Dtl-Amount
                           TO WS-Failed-Amt-Total
                       PERFORM 4000-Report-Failed-Posting
                       PERFORM 4050-Write-GL-Reject
           END-IF.

       4000-Report-Failed-Posting.
           MOVE WS-Cur-Dtl-Amount TO WS-Amt-Display-1
           MOVE SPACES TO MatchReportRecord
           STRING 'FAILED - KEY '   DELIMITED BY SIZE
                  GLRS-Field1       DELIMITED BY SIZE
           PERFORM 8000-Write-Report-Line.

       4050-Write-GL-Reject.
           MOVE WS-Cur-Dtl-Field1 TO Reject-Field1
           MOVE WS-Cur-Dtl-Field2 TO Reject-Field2
           MOVE GLRS-Reason-Code TO Reject-Reason-Code
           MOVE GLRS-Reason-Text TO Reject-Reason-Text
           WRITE RejectRecord
           IF GLRejectStatus NOT = '00'
               DISPLAY 'Error writing GL reject record. Status: '
                   GLRejectStatus ' Key: '
                   WS-Cur-Dtl-Field1
           END-IF.

       4100-Write-Correction-Card.
           MOVE SPACES TO CorrectionRecord
           MOVE WS-Cur-Dtl-Field1 TO CORR-Orig-Field1
           MOVE 'U' TO CORR-Function
           MOVE WS-Cur-Dtl-Field1 TO CORR-New-Field1
           MOVE WS-Cur-Dtl-Field2 TO CORR-New-Field2
           WRITE CorrectionRecord
           IF GLCorrectionStatus NOT = '00'
               DISPLAY 'Error writing GL correction card. Status: '
                   GLCorrectionStatus ' Key: '
                   WS-Cur-Dtl-Field1
           END-IF.

       5000-Finish-Detail.
           IF WS-Dtl-Unposted
               ADD 1 TO WS-Unposted-Count
               ADD WS-Cur-Dtl-Amount TO WS-Unposted-Amt-Total
               MOVE WS-Cur-Dtl-Amount TO WS-Amt-Display-1
               MOVE SPACES TO MatchReportRecord
               STRING 'UNPOSTED - NO RESPONSE - KEY '
                      DELIMITED BY SIZE
                      WS-Cur-Dtl-Field1 DELIMITED BY SIZE
                      ' AMOUNT '        DELIMITED BY SIZE
                      WS-Amt-Display-1  DELIMITED BY SIZE
                      INTO MatchReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF.

       6000-Balance-To-Trailer.
           COMPUTE WS-Accounted-Total
               PERFORM 8000-Write-Report-Line
           END-IF.

       7800-Write-Run-Statistics.
           PERFORM 7900-Compute-Elapsed-Time
           MOVE SPACES TO MatchReportRecord
           STRING 'VOLUMES - EXTRACT READ: ' DELIMITED BY SIZE
                  WS-Extract-Read-Count    DELIMITED BY SIZE
                  '  DETAILS SORTED: '     DELIMITED BY SIZE
                  WS-Detail-Count          DELIMITED BY SIZE
                  '  RESPONSES READ: '     DELIMITED BY SIZE
                  WS-Response-Read-Count   DELIMITED BY SIZE
                  INTO MatchReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           MOVE SPACES TO MatchReportRecord
           STRING 'VOLUMES - RESPONSES SORTED: ' DELIMITED BY SIZE
                  WS-Response-Sorted-Count DELIMITED BY SIZE
                  '  FAILURES TO GLREJ/GLCORR: ' DELIMITED BY SIZE
                  WS-Failed-Count          DELIMITED BY SIZE
                  '  ELAPSED: '            DELIMITED BY SIZE
                  WS-EL-Elapsed-Display    DELIMITED BY SIZE
                  INTO MatchReportRecord
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
           WRITE MatchReportRecord
           MOVE SPACES TO MatchReportRecord.
