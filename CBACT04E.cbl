                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS RateReportStatus.

           SELECT CurrencyMasterFile ASSIGN TO "CURRMAST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CurrencyMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RateCardFile.
       FD  RateReportFile.
       01  RateReportRecord            PIC X(100).

       FD  CurrencyMasterFile.
           COPY CB04CURR.

       WORKING-STORAGE SECTION.
       01  RateCardStatus              PIC XX.
       01  PriorRateStatus             PIC XX.
       01  EndOfCards                  PIC X VALUE 'N'.
       01  EndOfPriorRates             PIC X VALUE 'N'.

       01  CurrencyMasterStatus        PIC XX.
       01  EndOfCurrencyMaster         PIC X VALUE 'N'.
       01  WS-CM-Full-Sw               PIC X VALUE 'N'.
           88  Currency-Table-Full     VALUE 'Y'.
       01  WS-Dropped-Count            PIC 9(5) VALUE ZERO.
       COPY CB04CTBL.

       01  WS-Run-Date                 PIC X(8) VALUE SPACES.
       01  WS-Warn-Tolerance-Pct       PIC 9(3) VALUE 10.
       01  WS-Reject-Tolerance-Pct     PIC 9(3) VALUE 25.
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 0600-Load-Currency-Master
      *    Codes left out of the table would be dropped from the new
      *    rate file, so a full table stops the run before any rate
      *    is written.
           IF Currency-Table-Full
               MOVE SPACES TO RateReportRecord
               STRING '*** CURRENCY MASTER TABLE FULL - RUN STOPPED - '
                          DELIMITED BY SIZE
                      'NO RATES WRITTEN ***' DELIMITED BY SIZE
                      INTO RateReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
               CLOSE RateCardFile
               CLOSE NewRateFile
               CLOSE RateReportFile
               DISPLAY 'Currency master table full - RATENEW empty'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-Load-Prior-Rates

           PERFORM UNTIL EndOfCards = 'Y'
           DISPLAY 'MOVEMENT WARNINGS: ' WS-Warned-Count
           DISPLAY 'REJECTED: ' WS-Rejected-Count
           DISPLAY 'CARRIED FORWARD: ' WS-Carried-Count
           DISPLAY 'DROPPED - NOT ACTIVE ON MASTER: ' WS-Dropped-Count
           DISPLAY 'RATES WRITTEN: ' WS-Written-Count
           DISPLAY '============================================='
           IF WS-Rejected-Count > ZERO
           END-IF
           GOBACK.

       0600-Load-Currency-Master.
           OPEN INPUT CurrencyMasterFile
           IF CurrencyMasterStatus NOT = '00'
               DISPLAY 'No currency master file - rate cards are not '
                   'checked against it. Status: ' CurrencyMasterStatus
               MOVE SPACES TO RateReportRecord
               STRING '** NO CURRENCY MASTER - CARD CURRENCIES NOT '
                          DELIMITED BY SIZE
                      'CHECKED **' DELIMITED BY SIZE
                      INTO RateReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
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

       1000-Load-Prior-Rates.
           OPEN INPUT PriorRateFile
           IF PriorRateStatus NOT = '00'
       2100-Validate-Card.
           SET Card-Valid TO TRUE
           MOVE SPACES TO WS-Reason-Text
           MOVE CARD-Currency-Code TO WS-CM-Lookup-Code
           PERFORM 0630-Look-Up-Currency
           EVALUATE TRUE
               WHEN CARD-Currency-Code = SPACES
                   SET Card-Invalid TO TRUE
                   MOVE 'CURRENCY CODE IS BLANK' TO WS-Reason-Text
               WHEN WS-CM-Count > ZERO
                    AND Currency-Not-On-Master
                   SET Card-Invalid TO TRUE
                   MOVE 'CURRENCY NOT ON CURRENCY MASTER'
                       TO WS-Reason-Text
               WHEN WS-CM-Count > ZERO
                    AND Currency-Is-Retired
                   SET Card-Invalid TO TRUE
                   MOVE 'CURRENCY IS RETIRED ON CURRENCY MASTER'
                       TO WS-Reason-Text
               WHEN CARD-To-Base NOT NUMERIC
                   SET Card-Invalid TO TRUE
                   MOVE 'RATE IS NOT NUMERIC' TO WS-Reason-Text
           PERFORM VARYING WS-Prior-Sub FROM 1 BY 1
                   UNTIL WS-Prior-Sub > WS-Prior-Count
               IF NOT WS-Prior-Covered(WS-Prior-Sub)
                   MOVE WS-Prior-Code(WS-Prior-Sub)
                       TO WS-CM-Lookup-Code
                   PERFORM 0630-Look-Up-Currency
                   IF WS-CM-Count > ZERO
                       AND NOT Currency-On-Master
                       PERFORM 5050-Drop-Inactive-Rate
                   ELSE
                       PERFORM 5100-Carry-Forward-One
                   END-IF
               END-IF
           END-PERFORM.

      *    A currency retired or removed since yesterday's file has
      *    no business in tonight's; CBACT04C rejects its records.
       5050-Drop-Inactive-Rate.
           ADD 1 TO WS-Dropped-Count
           MOVE SPACES TO RateReportRecord
           STRING 'NOTE - CURRENCY ' DELIMITED BY SIZE
                  WS-Prior-Code(WS-Prior-Sub) DELIMITED BY SIZE
                  ' NOT ACTIVE ON CURRENCY MASTER - PRIOR RATE '
                      DELIMITED BY SIZE
                  'NOT CARRIED FORWARD' DELIMITED BY SIZE
                  INTO RateReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

      *    A rejected later card for a currency whose earlier card
      *    was accepted clears the covered flag; the accepted rate
      *    already stands in the new table, so carrying yesterday's
