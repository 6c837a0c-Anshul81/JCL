       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT04I.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InputFile ASSIGN TO WS-Input-Dataset-Name
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS Field1
                  ALTERNATE RECORD KEY IS Field2-Currency-Code
                      WITH DUPLICATES
                  FILE STATUS IS FileStatus.

           SELECT AccrualRateFile ASSIGN TO "ACRTFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AccrualRateStatus.

           SELECT AccrualGLFile ASSIGN TO "ACRGLEX"
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AccrualGLStatus.

           SELECT AccrualReportFile ASSIGN TO "ACRRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AccrualReportStatus.

           SELECT BalanceHistFile ASSIGN TO "BALHIST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS BalanceHistStatus.

           SELECT AuditLogFile ASSIGN TO "AUDTFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AuditLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  InputFile.
           COPY CB04REC.

       FD  AccrualRateFile.
           COPY CB04ACRT.

       FD  AccrualGLFile.
           COPY CB04GLEX.

       FD  AccrualReportFile.
       01  AccrualReportRecord         PIC X(120).

       FD  BalanceHistFile.
           COPY CB04BHST.

       FD  AuditLogFile.
           COPY CB04AUDT.

       WORKING-STORAGE SECTION.
       01  FileStatus                  PIC XX.
       01  AccrualRateStatus           PIC XX.
       01  AccrualGLStatus             PIC XX.
       01  AccrualReportStatus         PIC XX.
       01  BalanceHistStatus           PIC XX.
       01  AuditLogFileStatus          PIC XX.
       01  EndOfFile                   PIC X VALUE 'N'.
       01  EndOfRates                  PIC X VALUE 'N'.

       01  WS-Input-Dataset-Name       PIC X(80) VALUE 'INFILE'.
       01  WS-Program-Name             PIC X(8) VALUE 'CBACT04I'.
       01  WS-Run-Result               PIC X(8) VALUE 'NORMAL'.
       01  WS-Run-Id                   PIC X(8) VALUE 'ACR0001'.
       01  WS-Run-Date                 PIC X(8) VALUE SPACES.
       01  WS-Accrual-Days             PIC 9(2) VALUE 1.

       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

       01  WS-Record-Count-Read        PIC 9(9) VALUE ZERO.
       01  WS-Accrued-Count            PIC 9(9) VALUE ZERO.
       01  WS-Held-Count               PIC 9(9) VALUE ZERO.
       01  WS-Deleted-Count            PIC 9(9) VALUE ZERO.
       01  WS-Invalid-Count            PIC 9(9) VALUE ZERO.
       01  WS-No-Rate-Count            PIC 9(9) VALUE ZERO.
       01  WS-Card-Read-Count          PIC 9(5) VALUE ZERO.
       01  WS-Card-Rejected-Count      PIC 9(5) VALUE ZERO.

       01  WS-Accrue-Sw                PIC X VALUE 'N'.
           88  Accrue-Record           VALUE 'Y'.

       01  WS-Rate-Full-Sw             PIC X VALUE 'N'.
           88  Rate-Table-Full         VALUE 'Y'.
       01  WS-Rate-Max                 PIC 9(2) VALUE 20.
       01  WS-Rate-Count               PIC 9(2) VALUE ZERO.
       01  WS-Rate-Sub                 PIC 9(2) VALUE ZERO.
       01  WS-Rate-Found-Sub           PIC 9(2) VALUE ZERO.
       01  WS-Accrual-Rate-Table.
           05  WS-Rate-Entry OCCURS 20 TIMES
                   INDEXED BY WS-Rate-Idx.
               10  WS-Rate-Code        PIC X(3).
               10  WS-Rate-Eff-Date    PIC X(8).
               10  WS-Rate-Credit      PIC 9(3)V9(6).
               10  WS-Rate-Debit       PIC 9(3)V9(6).
               10  WS-Rate-Day-Basis   PIC 9(3).
               10  WS-Rate-Daily-Fee   PIC 9(5)V99.
               10  WS-Rate-Waive-Bal   PIC 9(13)V99.

       01  WS-Curr-Full-Sw             PIC X VALUE 'N'.
           88  Currency-Table-Full     VALUE 'Y'.
       01  WS-Curr-Max                 PIC 9(2) VALUE 20.
       01  WS-Curr-Count               PIC 9(2) VALUE ZERO.
       01  WS-Curr-Sub                 PIC 9(2) VALUE ZERO.
       01  WS-Curr-Slot-Sub            PIC 9(2) VALUE ZERO.
       01  WS-Accrual-Total-Table.
           05  WS-Curr-Entry OCCURS 20 TIMES
                   INDEXED BY WS-Curr-Idx.
               10  WS-Curr-Code        PIC X(3).
               10  WS-Curr-Acct-Count  PIC 9(9).
               10  WS-Curr-No-Rate-Count PIC 9(9).
               10  WS-Curr-Interest    PIC S9(15)V99.
               10  WS-Curr-Fees        PIC S9(15)V99.

       01  WS-Applied-Rate             PIC 9(3)V9(6) VALUE ZERO.
       01  WS-Interest-Amount          PIC S9(13)V99 VALUE ZERO.
       01  WS-Fee-Amount               PIC S9(13)V99 VALUE ZERO.
       01  WS-Interest-Total           PIC S9(15)V99 VALUE ZERO.
       01  WS-Fee-Total                PIC S9(15)V99 VALUE ZERO.

       01  WS-GL-Detail-Count          PIC 9(9) VALUE ZERO.
       01  WS-GL-Hash-Total            PIC S9(15)V99 VALUE ZERO.
       01  WS-GL-Extract-Open-Sw       PIC X VALUE 'N'.
           88  GL-Extract-Open         VALUE 'Y'.
       01  WS-Accrual-Field2           PIC X(30).
       01  WS-Accrual-Field2-Detail REDEFINES WS-Accrual-Field2.
           05  WS-Accrual-Amount       PIC S9(13)V99 SIGN IS TRAILING.
           05  WS-Accrual-Currency     PIC X(3).
           05  WS-Accrual-Type         PIC X(4).
           05  FILLER                  PIC X(8).

       01  WS-Amt-Display-1            PIC -(14)9.99.
       01  WS-Amt-Display-2            PIC -(14)9.99.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
           05  LS-Parm-Data        PIC X(76).

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 8
               AND LS-Parm-Data(1:8) IS NUMERIC
               MOVE LS-Parm-Data(1:8) TO WS-Run-Date
           END-IF
           IF LS-Parm-Length >= 16
               AND LS-Parm-Data(9:8) NOT = SPACES
               MOVE LS-Parm-Data(9:8) TO WS-Run-Id
           END-IF
      *    A run after a weekend or holiday accrues every calendar day
      *    since the last run, so the day count comes in on the parm.
           IF LS-Parm-Length >= 18
               AND LS-Parm-Data(17:2) IS NUMERIC
               AND LS-Parm-Data(17:2) NOT = '00'
               MOVE LS-Parm-Data(17:2) TO WS-Accrual-Days
           END-IF

           OPEN OUTPUT AccrualReportFile
           IF AccrualReportStatus NOT = '00'
               DISPLAY 'Error opening accrual report file. Status: '
                   AccrualReportStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO AccrualReportRecord
           STRING '===== CBACT04I ACCRUAL - RUN DATE '
                      DELIMITED BY SIZE
                  WS-Run-Date      DELIMITED BY SIZE
                  ' RUN ID '       DELIMITED BY SIZE
                  WS-Run-Id        DELIMITED BY SIZE
                  ' DAYS '         DELIMITED BY SIZE
                  WS-Accrual-Days  DELIMITED BY SIZE
                  ' ====='         DELIMITED BY SIZE
                  INTO AccrualReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0600-Load-Accrual-Rates
           IF Rate-Table-Full
               DISPLAY 'Accrual rate table full at ' WS-Rate-Max
                   ' currencies - run stopped, nothing accrued'
               MOVE 'ABNORMAL' TO WS-Run-Result
               MOVE AccrualRateStatus TO FileStatus
               CLOSE AccrualReportFile
               PERFORM 9500-Write-Audit-Record
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-Rate-Count = ZERO
               DISPLAY 'No accrual rate card in force for run date '
                   WS-Run-Date ' - nothing can be accrued'
               MOVE 'ABNORMAL' TO WS-Run-Result
               MOVE AccrualRateStatus TO FileStatus
               CLOSE AccrualReportFile
               PERFORM 9500-Write-Audit-Record
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT InputFile
           IF FileStatus NOT = '00'
               DISPLAY 'Error opening InputFile. Status: ' FileStatus
               MOVE 'ABNORMAL' TO WS-Run-Result
               CLOSE AccrualReportFile
               PERFORM 9500-Write-Audit-Record
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0700-Open-GL-Extract
           IF NOT GL-Extract-Open
               MOVE 'ABNORMAL' TO WS-Run-Result
               CLOSE InputFile
               CLOSE AccrualReportFile
               PERFORM 9500-Write-Audit-Record
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL EndOfFile = 'Y'
               READ InputFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EndOfFile
                   NOT AT END
                       ADD 1 TO WS-Record-Count-Read
                       PERFORM 1000-Edit-Record
                       IF Accrue-Record
                           PERFORM 1200-Find-Currency-Slot
                       END-IF
                       IF Accrue-Record
                           PERFORM 2000-Accrue-Record
                       END-IF
               END-READ
           END-PERFORM

      *    A currency with no room in the totals table would be in
      *    the GL batch but missing from BALHIST and the report, so
      *    the run stops: the batch is left without its trailer and
      *    the balance history is not written.
           IF Currency-Table-Full
               DISPLAY 'Currency table full at ' WS-Curr-Max
                   ' currencies - run stopped, accrual batch '
                   'not complete'
               MOVE SPACES TO AccrualReportRecord
               STRING '*** CURRENCY TABLE FULL - RUN STOPPED - '
                          DELIMITED BY SIZE
                      'ACCRUAL BATCH NOT COMPLETE - DO NOT POST ***'
                          DELIMITED BY SIZE
                      INTO AccrualReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               MOVE 'ABNORMAL' TO WS-Run-Result
               CLOSE AccrualGLFile
               CLOSE InputFile
               CLOSE AccrualReportFile
               PERFORM 9500-Write-Audit-Record
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2600-Write-GL-Trailer
           CLOSE AccrualGLFile
           CLOSE InputFile

           PERFORM 9000-Write-Accrual-Totals
           CLOSE AccrualReportFile
           PERFORM 9300-Write-Balance-History
           PERFORM 9500-Write-Audit-Record

           MOVE WS-Interest-Total TO WS-Amt-Display-1
           MOVE WS-Fee-Total TO WS-Amt-Display-2
           DISPLAY '===== CBACT04I ACCRUAL SUMMARY ====='
           DISPLAY 'RUN DATE: ' WS-Run-Date ' DAYS: ' WS-Accrual-Days
           DISPLAY 'RECORDS READ: ' WS-Record-Count-Read
           DISPLAY 'ACCOUNTS ACCRUED: ' WS-Accrued-Count
           DISPLAY 'SKIPPED HELD: ' WS-Held-Count
           DISPLAY 'SKIPPED DELETED: ' WS-Deleted-Count
           DISPLAY 'SKIPPED INVALID: ' WS-Invalid-Count
           DISPLAY 'NO RATE CARD: ' WS-No-Rate-Count
           DISPLAY 'INTEREST ACCRUED: ' WS-Amt-Display-1
           DISPLAY 'FEES ACCRUED: ' WS-Amt-Display-2
           DISPLAY 'GL DETAILS WRITTEN: ' WS-GL-Detail-Count
           DISPLAY '===================================='
           PERFORM 9800-Set-Return-Code
           GOBACK.

       0600-Load-Accrual-Rates.
           OPEN INPUT AccrualRateFile
           IF AccrualRateStatus NOT = '00'
               DISPLAY 'Error opening accrual rate file. Status: '
                   AccrualRateStatus
           ELSE
               PERFORM UNTIL EndOfRates = 'Y'
                   READ AccrualRateFile INTO AccrualRateRecord
                       AT END
                           MOVE 'Y' TO EndOfRates
                       NOT AT END
                           ADD 1 TO WS-Card-Read-Count
                           PERFORM 0650-Store-Accrual-Rate
                   END-READ
               END-PERFORM
               CLOSE AccrualRateFile
               DISPLAY 'Accrual rate cards read: ' WS-Card-Read-Count
                   ' currencies in force: ' WS-Rate-Count
           END-IF.

      *    Cards dated after the run date are not yet in force; of
      *    the rest, the latest effective date for a currency wins
      *    whatever order the cards arrive in.
       0650-Store-Accrual-Rate.
           EVALUATE TRUE
               WHEN ACRT-Currency-Code = SPACES
               WHEN ACRT-Effective-Date NOT NUMERIC
               WHEN ACRT-Credit-Rate NOT NUMERIC
               WHEN ACRT-Debit-Rate NOT NUMERIC
               WHEN ACRT-Daily-Fee NOT NUMERIC
               WHEN ACRT-Fee-Waive-Bal NOT NUMERIC
               WHEN ACRT-Day-Basis NOT = 360 AND NOT = 365
                   ADD 1 TO WS-Card-Rejected-Count
                   MOVE SPACES TO AccrualReportRecord
                   STRING 'RATE CARD REJECTED - CURRENCY ['
                              DELIMITED BY SIZE
                          ACRT-Currency-Code  DELIMITED BY SIZE
                          '] EFFECTIVE ['     DELIMITED BY SIZE
                          ACRT-Effective-Date DELIMITED BY SIZE
                          '] - BLANK CURRENCY, NON-NUMERIC FIELD OR '
                              DELIMITED BY SIZE
                          'DAY BASIS NOT 360/365' DELIMITED BY SIZE
                          INTO AccrualReportRecord
                   END-STRING
                   PERFORM 8000-Write-Report-Line
               WHEN ACRT-Effective-Date > WS-Run-Date
                   CONTINUE
               WHEN OTHER
                   PERFORM 0660-Apply-Accrual-Rate
           END-EVALUATE.

       0660-Apply-Accrual-Rate.
           MOVE ZERO TO WS-Rate-Found-Sub
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count
               IF WS-Rate-Code(WS-Rate-Idx) = ACRT-Currency-Code
                   SET WS-Rate-Found-Sub TO WS-Rate-Idx
                   SET WS-Rate-Idx TO WS-Rate-Count
                   SET WS-Rate-Idx UP BY 1
               END-IF
           END-PERFORM
           IF WS-Rate-Found-Sub = ZERO
               IF WS-Rate-Count >= WS-Rate-Max
                   SET Rate-Table-Full TO TRUE
                   DISPLAY 'Accrual rate table full - no room '
                       'for currency ' ACRT-Currency-Code
                   MOVE 'Y' TO EndOfRates
               ELSE
                   ADD 1 TO WS-Rate-Count
                   MOVE WS-Rate-Count TO WS-Rate-Found-Sub
                   MOVE SPACES TO WS-Rate-Eff-Date(WS-Rate-Found-Sub)
               END-IF
           END-IF
           IF WS-Rate-Found-Sub > ZERO
               IF ACRT-Effective-Date
                   >= WS-Rate-Eff-Date(WS-Rate-Found-Sub)
                   MOVE ACRT-Currency-Code
                       TO WS-Rate-Code(WS-Rate-Found-Sub)
                   MOVE ACRT-Effective-Date
                       TO WS-Rate-Eff-Date(WS-Rate-Found-Sub)
                   MOVE ACRT-Credit-Rate
                       TO WS-Rate-Credit(WS-Rate-Found-Sub)
                   MOVE ACRT-Debit-Rate
                       TO WS-Rate-Debit(WS-Rate-Found-Sub)
                   MOVE ACRT-Day-Basis
                       TO WS-Rate-Day-Basis(WS-Rate-Found-Sub)
                   MOVE ACRT-Daily-Fee
                       TO WS-Rate-Daily-Fee(WS-Rate-Found-Sub)
                   MOVE ACRT-Fee-Waive-Bal
                       TO WS-Rate-Waive-Bal(WS-Rate-Found-Sub)
               END-IF
           END-IF.

       0700-Open-GL-Extract.
           OPEN OUTPUT AccrualGLFile
           IF AccrualGLStatus = '00'
               SET GL-Extract-Open TO TRUE
               MOVE SPACES TO GLExtractHeader
               MOVE 'H' TO GLEX-Hdr-Type
               MOVE WS-Run-Date TO GLEX-Hdr-Run-Date
               MOVE WS-Run-Id TO GLEX-Hdr-Run-Id
               MOVE WS-Program-Name TO GLEX-Hdr-Source-Pgm
               WRITE GLExtractHeader
           ELSE
               DISPLAY 'Error opening accrual GL extract file. '
                   'Status: ' AccrualGLStatus
           END-IF.

      *    Only active records earn or owe: held records are in
      *    quarantine and deleted ones are off the books, matching
      *    what CBACT04C carries into its own GL extract.
       1000-Edit-Record.
           MOVE 'N' TO WS-Accrue-Sw
           EVALUATE TRUE
               WHEN Record-Held
                   ADD 1 TO WS-Held-Count
               WHEN Record-Deleted
                   ADD 1 TO WS-Deleted-Count
               WHEN Field1 = SPACES
               WHEN Field2-Amount NOT NUMERIC
               WHEN Field2-Currency-Code = SPACES
                   ADD 1 TO WS-Invalid-Count
               WHEN OTHER
                   SET Accrue-Record TO TRUE
           END-EVALUATE.

       2000-Accrue-Record.
           MOVE ZERO TO WS-Rate-Found-Sub
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count
               IF WS-Rate-Code(WS-Rate-Idx) = Field2-Currency-Code
                   SET WS-Rate-Found-Sub TO WS-Rate-Idx
                   SET WS-Rate-Idx TO WS-Rate-Count
                   SET WS-Rate-Idx UP BY 1
               END-IF
           END-PERFORM

           IF WS-Rate-Found-Sub = ZERO
               ADD 1 TO WS-No-Rate-Count
               IF WS-Curr-Slot-Sub > ZERO
                   ADD 1 TO WS-Curr-No-Rate-Count(WS-Curr-Slot-Sub)
               END-IF
           ELSE
               ADD 1 TO WS-Accrued-Count
               PERFORM 2100-Compute-Accrual
               IF WS-Curr-Slot-Sub > ZERO
                   ADD 1 TO WS-Curr-Acct-Count(WS-Curr-Slot-Sub)
                   ADD WS-Interest-Amount
                       TO WS-Curr-Interest(WS-Curr-Slot-Sub)
                   ADD WS-Fee-Amount TO WS-Curr-Fees(WS-Curr-Slot-Sub)
               END-IF
               ADD WS-Interest-Amount TO WS-Interest-Total
               ADD WS-Fee-Amount TO WS-Fee-Total
               IF WS-Interest-Amount NOT = ZERO
                   MOVE WS-Interest-Amount TO WS-Accrual-Amount
                   MOVE 'INT ' TO WS-Accrual-Type
                   PERFORM 2500-Write-GL-Detail
               END-IF
               IF WS-Fee-Amount NOT = ZERO
                   MOVE WS-Fee-Amount TO WS-Accrual-Amount
                   MOVE 'FEE ' TO WS-Accrual-Type
                   PERFORM 2500-Write-GL-Detail
               END-IF
           END-IF.

      *    Interest is signed like the balance: a credit balance earns
      *    at the credit rate, a debit balance owes at the debit rate.
      *    The fee is a charge against the account and is carried
      *    negative.
       2100-Compute-Accrual.
           IF Field2-Amount < ZERO
               MOVE WS-Rate-Debit(WS-Rate-Found-Sub) TO WS-Applied-Rate
           ELSE
               MOVE WS-Rate-Credit(WS-Rate-Found-Sub)
                   TO WS-Applied-Rate
           END-IF
           COMPUTE WS-Interest-Amount ROUNDED
               = Field2-Amount * WS-Applied-Rate * WS-Accrual-Days
                 / (100 * WS-Rate-Day-Basis(WS-Rate-Found-Sub))

           MOVE ZERO TO WS-Fee-Amount
           IF WS-Rate-Daily-Fee(WS-Rate-Found-Sub) > ZERO
               IF WS-Rate-Waive-Bal(WS-Rate-Found-Sub) = ZERO
                   OR Field2-Amount
                       < WS-Rate-Waive-Bal(WS-Rate-Found-Sub)
                   COMPUTE WS-Fee-Amount
                       = ZERO - (WS-Rate-Daily-Fee(WS-Rate-Found-Sub)
                                 * WS-Accrual-Days)
               END-IF
           END-IF.

       1200-Find-Currency-Slot.
           MOVE ZERO TO WS-Curr-Slot-Sub
           PERFORM VARYING WS-Curr-Sub FROM 1 BY 1
                   UNTIL WS-Curr-Sub > WS-Curr-Count
               IF WS-Curr-Code(WS-Curr-Sub) = Field2-Currency-Code
                   MOVE WS-Curr-Sub TO WS-Curr-Slot-Sub
                   COMPUTE WS-Curr-Sub = WS-Curr-Count + 1
               END-IF
           END-PERFORM
           IF WS-Curr-Slot-Sub = ZERO
               IF WS-Curr-Count >= WS-Curr-Max
                   SET Currency-Table-Full TO TRUE
                   DISPLAY 'Currency table full - no room '
                       'for currency ' Field2-Currency-Code
                   MOVE 'N' TO WS-Accrue-Sw
                   MOVE 'Y' TO EndOfFile
               ELSE
                   ADD 1 TO WS-Curr-Count
                   MOVE WS-Curr-Count TO WS-Curr-Slot-Sub
                   MOVE Field2-Currency-Code
                       TO WS-Curr-Code(WS-Curr-Slot-Sub)
                   MOVE ZERO TO WS-Curr-Acct-Count(WS-Curr-Slot-Sub)
                   MOVE ZERO
                       TO WS-Curr-No-Rate-Count(WS-Curr-Slot-Sub)
                   MOVE ZERO TO WS-Curr-Interest(WS-Curr-Slot-Sub)
                   MOVE ZERO TO WS-Curr-Fees(WS-Curr-Slot-Sub)
               END-IF
           END-IF.

       2500-Write-GL-Detail.
           MOVE Field2-Currency-Code TO WS-Accrual-Currency
           MOVE SPACES TO GLExtractDetail
           MOVE 'D' TO GLEX-Dtl-Type
           MOVE Field1 TO GLEX-Dtl-Field1
           MOVE WS-Accrual-Field2 TO GLEX-Dtl-Field2
           WRITE GLExtractDetail
           IF AccrualGLStatus NOT = '00'
               DISPLAY 'Error writing accrual GL detail. Status: '
                   AccrualGLStatus ' Key: ' Field1
               MOVE 'ABNORMAL' TO WS-Run-Result
           ELSE
               ADD 1 TO WS-GL-Detail-Count
               ADD WS-Accrual-Amount TO WS-GL-Hash-Total
           END-IF.

       2600-Write-GL-Trailer.
           MOVE SPACES TO GLExtractTrailer
           MOVE 'T' TO GLEX-Trl-Type
           MOVE WS-GL-Detail-Count TO GLEX-Trl-Rec-Count
           MOVE WS-GL-Hash-Total TO GLEX-Trl-Hash-Total
           WRITE GLExtractTrailer
           IF AccrualGLStatus NOT = '00'
               DISPLAY 'Error writing accrual GL trailer. Status: '
                   AccrualGLStatus
               MOVE 'ABNORMAL' TO WS-Run-Result
           END-IF.

       9000-Write-Accrual-Totals.
           PERFORM VARYING WS-Curr-Sub FROM 1 BY 1
                   UNTIL WS-Curr-Sub > WS-Curr-Count
               MOVE WS-Curr-Interest(WS-Curr-Sub) TO WS-Amt-Display-1
               MOVE WS-Curr-Fees(WS-Curr-Sub) TO WS-Amt-Display-2
               MOVE SPACES TO AccrualReportRecord
               STRING 'CURRENCY '          DELIMITED BY SIZE
                      WS-Curr-Code(WS-Curr-Sub) DELIMITED BY SIZE
                      ' ACCOUNTS: '        DELIMITED BY SIZE
                      WS-Curr-Acct-Count(WS-Curr-Sub)
                                           DELIMITED BY SIZE
                      '  INTEREST: '       DELIMITED BY SIZE
                      WS-Amt-Display-1     DELIMITED BY SIZE
                      '  FEES: '           DELIMITED BY SIZE
                      WS-Amt-Display-2     DELIMITED BY SIZE
                      INTO AccrualReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               IF WS-Curr-No-Rate-Count(WS-Curr-Sub) > ZERO
                   MOVE SPACES TO AccrualReportRecord
                   STRING '  ** NO ACCRUAL RATE CARD IN FORCE - '
                              DELIMITED BY SIZE
                          WS-Curr-No-Rate-Count(WS-Curr-Sub)
                                           DELIMITED BY SIZE
                          ' ACCOUNTS NOT ACCRUED **'
                                           DELIMITED BY SIZE
                          INTO AccrualReportRecord
                   END-STRING
                   PERFORM 8000-Write-Report-Line
               END-IF
           END-PERFORM

           MOVE SPACES TO AccrualReportRecord
           STRING 'RECORDS READ: '     DELIMITED BY SIZE
                  WS-Record-Count-Read DELIMITED BY SIZE
                  '  ACCRUED: '        DELIMITED BY SIZE
                  WS-Accrued-Count     DELIMITED BY SIZE
                  '  HELD: '           DELIMITED BY SIZE
                  WS-Held-Count        DELIMITED BY SIZE
                  '  DELETED: '        DELIMITED BY SIZE
                  WS-Deleted-Count     DELIMITED BY SIZE
                  '  INVALID: '        DELIMITED BY SIZE
                  WS-Invalid-Count     DELIMITED BY SIZE
                  '  NO RATE: '        DELIMITED BY SIZE
                  WS-No-Rate-Count     DELIMITED BY SIZE
                  INTO AccrualReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line

           MOVE WS-Interest-Total TO WS-Amt-Display-1
           MOVE WS-Fee-Total TO WS-Amt-Display-2
           MOVE SPACES TO AccrualReportRecord
           STRING 'INTEREST ACCRUED: ' DELIMITED BY SIZE
                  WS-Amt-Display-1     DELIMITED BY SIZE
                  '  FEES ACCRUED: '   DELIMITED BY SIZE
                  WS-Amt-Display-2     DELIMITED BY SIZE
                  INTO AccrualReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line

           MOVE WS-GL-Hash-Total TO WS-Amt-Display-1
           MOVE SPACES TO AccrualReportRecord
           STRING 'ACRGLEX DETAILS: '  DELIMITED BY SIZE
                  WS-GL-Detail-Count   DELIMITED BY SIZE
                  '  HASH TOTAL: '     DELIMITED BY SIZE
                  WS-Amt-Display-1     DELIMITED BY SIZE
                  '  RATE CARDS REJECTED: ' DELIMITED BY SIZE
                  WS-Card-Rejected-Count DELIMITED BY SIZE
                  INTO AccrualReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       9300-Write-Balance-History.
           OPEN EXTEND BalanceHistFile
           IF BalanceHistStatus = '35'
               OPEN OUTPUT BalanceHistFile
           END-IF
           IF BalanceHistStatus NOT = '00'
               DISPLAY 'Error opening balance history file. Status: '
                   BalanceHistStatus
           ELSE
               PERFORM VARYING WS-Curr-Sub FROM 1 BY 1
                       UNTIL WS-Curr-Sub > WS-Curr-Count
                   IF WS-Curr-Acct-Count(WS-Curr-Sub) > ZERO
                       MOVE SPACES TO BalanceHistRecord
                       MOVE WS-Run-Date TO BHST-Run-Date
                       MOVE WS-Run-Id TO BHST-Run-Id
                       MOVE 'I' TO BHST-Record-Type
                       MOVE WS-Curr-Code(WS-Curr-Sub) TO BHST-Currency
                       MOVE WS-Curr-Acct-Count(WS-Curr-Sub)
                           TO BHST-Rec-Count
                       MOVE WS-Curr-Interest(WS-Curr-Sub)
                           TO BHST-Amount
                       WRITE BalanceHistRecord
                       IF BalanceHistStatus NOT = '00'
                           DISPLAY 'Error writing balance history. '
                               'Status: ' BalanceHistStatus
                       END-IF
                       MOVE SPACES TO BalanceHistRecord
                       MOVE WS-Run-Date TO BHST-Run-Date
                       MOVE WS-Run-Id TO BHST-Run-Id
                       MOVE 'F' TO BHST-Record-Type
                       MOVE WS-Curr-Code(WS-Curr-Sub) TO BHST-Currency
                       MOVE WS-Curr-Acct-Count(WS-Curr-Sub)
                           TO BHST-Rec-Count
                       MOVE WS-Curr-Fees(WS-Curr-Sub) TO BHST-Amount
                       WRITE BalanceHistRecord
                       IF BalanceHistStatus NOT = '00'
                           DISPLAY 'Error writing balance history. '
                               'Status: ' BalanceHistStatus
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE BalanceHistFile
           END-IF.

       9500-Write-Audit-Record.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           OPEN EXTEND AuditLogFile
           IF AuditLogFileStatus NOT = '00'
               DISPLAY 'Error opening audit log file. Status: '
                   AuditLogFileStatus
           ELSE
               MOVE SPACES TO AuditLogRecord
               MOVE WS-Program-Name TO AUDT-Program-Name
               MOVE WS-Current-Date-Time TO AUDT-Run-Timestamp
               MOVE WS-Input-Dataset-Name TO AUDT-Input-File-Name
               MOVE WS-Record-Count-Read TO AUDT-Records-Read
               MOVE FileStatus TO AUDT-Final-File-Status
               MOVE WS-Run-Result TO AUDT-Run-Result
               WRITE AuditLogRecord
               CLOSE AuditLogFile
           END-IF.

       9800-Set-Return-Code.
           EVALUATE TRUE
               WHEN WS-Run-Result = 'ABNORMAL'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-No-Rate-Count > ZERO
               WHEN WS-Invalid-Count > ZERO
               WHEN WS-Card-Rejected-Count > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'Return code set to ' RETURN-CODE.

       8000-Write-Report-Line.
           WRITE AccrualReportRecord
           MOVE SPACES TO AccrualReportRecord.
