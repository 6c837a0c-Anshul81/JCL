               10  WS-Slot-Prior-Amt   PIC S9(15)V99.
               10  WS-Slot-Month-Date  PIC X(8).
               10  WS-Slot-Month-Amt   PIC S9(15)V99.
               10  WS-Slot-Accr-Date   PIC X(8).
               10  WS-Slot-Accr-Int    PIC S9(15)V99.
               10  WS-Slot-Accr-Fee    PIC S9(15)V99.
               10  WS-Slot-Mtd-Int     PIC S9(15)V99.
               10  WS-Slot-Mtd-Fee     PIC S9(15)V99.
       01  WS-Slot-Search-Type         PIC X VALUE SPACE.

       01  WS-Delta-Amount             PIC S9(15)V99 VALUE ZERO.
       01  WS-Delta-Abs                PIC 9(15)V99 VALUE ZERO.
               CONTINUE
           ELSE
               ADD 1 TO WS-Selected-Count
      *        CBACT04I accrual lines ride on the currency's 'C' slot
      *        so accrued interest prints beside its balance.
               IF BHST-Interest-Line OR BHST-Fee-Line
                   MOVE 'C' TO WS-Slot-Search-Type
                   PERFORM 1100-Find-Currency-Slot
                   IF WS-Slot-Found-Sub > ZERO
                       PERFORM 1300-Roll-Accrual-Forward
                   END-IF
               ELSE
                   MOVE BHST-Record-Type TO WS-Slot-Search-Type
                   PERFORM 1100-Find-Currency-Slot
                   IF WS-Slot-Found-Sub > ZERO
                       PERFORM 1200-Roll-Slot-Forward
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO WS-Slot-Found-Sub
           PERFORM VARYING WS-Slot-Idx FROM 1 BY 1
                   UNTIL WS-Slot-Idx > WS-Slot-Count
               IF WS-Slot-Type(WS-Slot-Idx) = WS-Slot-Search-Type
                   AND WS-Slot-Currency(WS-Slot-Idx)
                       = BHST-Currency
                   SET WS-Slot-Found-Sub TO WS-Slot-Idx
               ELSE
                   ADD 1 TO WS-Slot-Count
                   MOVE WS-Slot-Count TO WS-Slot-Found-Sub
                   MOVE WS-Slot-Search-Type
                       TO WS-Slot-Type(WS-Slot-Found-Sub)
                   MOVE BHST-Currency
                       TO WS-Slot-Currency(WS-Slot-Found-Sub)
                       TO WS-Slot-Month-Date(WS-Slot-Found-Sub)
                   MOVE ZERO
                       TO WS-Slot-Month-Amt(WS-Slot-Found-Sub)
                   MOVE SPACES
                       TO WS-Slot-Accr-Date(WS-Slot-Found-Sub)
                   MOVE ZERO
                       TO WS-Slot-Accr-Int(WS-Slot-Found-Sub)
                   MOVE ZERO
                       TO WS-Slot-Accr-Fee(WS-Slot-Found-Sub)
                   MOVE ZERO
                       TO WS-Slot-Mtd-Int(WS-Slot-Found-Sub)
                   MOVE ZERO
                       TO WS-Slot-Mtd-Fee(WS-Slot-Found-Sub)
               END-IF
           END-IF.

                   TO WS-Slot-Month-Amt(WS-Slot-Found-Sub)
           END-IF.

       1300-Roll-Accrual-Forward.
           IF BHST-Run-Date > WS-Slot-Accr-Date(WS-Slot-Found-Sub)
               MOVE BHST-Run-Date
                   TO WS-Slot-Accr-Date(WS-Slot-Found-Sub)
               MOVE ZERO TO WS-Slot-Accr-Int(WS-Slot-Found-Sub)
               MOVE ZERO TO WS-Slot-Accr-Fee(WS-Slot-Found-Sub)
           END-IF
           IF BHST-Run-Date = WS-Slot-Accr-Date(WS-Slot-Found-Sub)
               IF BHST-Interest-Line
                   MOVE BHST-Amount
                       TO WS-Slot-Accr-Int(WS-Slot-Found-Sub)
               ELSE
                   MOVE BHST-Amount
                       TO WS-Slot-Accr-Fee(WS-Slot-Found-Sub)
               END-IF
           END-IF
           IF BHST-Run-Date(1:6) = WS-As-Of-Month
               IF BHST-Interest-Line
                   ADD BHST-Amount
                       TO WS-Slot-Mtd-Int(WS-Slot-Found-Sub)
               ELSE
                   ADD BHST-Amount
                       TO WS-Slot-Mtd-Fee(WS-Slot-Found-Sub)
               END-IF
           END-IF.

       5000-Report-Currency-Movement.
           IF WS-Slot-Type(WS-Slot-Sub) = 'B'
               MOVE SPACES TO WS-Currency-Label
                   TO WS-Currency-Label
           END-IF

           IF WS-Slot-Latest-Date(WS-Slot-Sub) NOT = SPACES
               MOVE WS-Slot-Latest-Amt(WS-Slot-Sub)
                   TO WS-Amt-Display-1
               MOVE SPACES TO BalanceReportRecord
               STRING 'CURRENCY '  DELIMITED BY SIZE
                      WS-Currency-Label DELIMITED BY SIZE
                      ' BALANCE AT ' DELIMITED BY SIZE
                      WS-Slot-Latest-Date(WS-Slot-Sub)
                                   DELIMITED BY SIZE
                      ': '         DELIMITED BY SIZE
                      WS-Amt-Display-1 DELIMITED BY SIZE
                      INTO BalanceReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF
           IF WS-Slot-Accr-Date(WS-Slot-Sub) NOT = SPACES
               PERFORM 5200-Report-Accrual-Lines
           END-IF

           IF WS-Slot-Prior-Date(WS-Slot-Sub) NOT = SPACES
               MOVE WS-Slot-Prior-Date(WS-Slot-Sub)
               PERFORM 5500-Report-Movement-Line
           END-IF.

       5200-Report-Accrual-Lines.
           MOVE WS-Slot-Accr-Int(WS-Slot-Sub) TO WS-Amt-Display-1
           MOVE WS-Slot-Accr-Fee(WS-Slot-Sub) TO WS-Amt-Display-2
           MOVE SPACES TO BalanceReportRecord
           STRING '  ACCRUED AT '  DELIMITED BY SIZE
                  WS-Slot-Accr-Date(WS-Slot-Sub) DELIMITED BY SIZE
                  ' INTEREST: '    DELIMITED BY SIZE
                  WS-Amt-Display-1 DELIMITED BY SIZE
                  ' FEES: '        DELIMITED BY SIZE
                  WS-Amt-Display-2 DELIMITED BY SIZE
                  INTO BalanceReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           MOVE WS-Slot-Mtd-Int(WS-Slot-Sub) TO WS-Amt-Display-1
           MOVE WS-Slot-Mtd-Fee(WS-Slot-Sub) TO WS-Amt-Display-2
           MOVE SPACES TO BalanceReportRecord
           STRING '  ACCRUED MONTH TO DATE ' DELIMITED BY SIZE
                  WS-As-Of-Month   DELIMITED BY SIZE
                  ' INTEREST: '    DELIMITED BY SIZE
                  WS-Amt-Display-1 DELIMITED BY SIZE
                  ' FEES: '        DELIMITED BY SIZE
                  WS-Amt-Display-2 DELIMITED BY SIZE
                  INTO BalanceReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       5500-Report-Movement-Line.
           COMPUTE WS-Delta-Amount
               = WS-Slot-Latest-Amt(WS-Slot-Sub)
