       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBACT04K.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldCurrencyFile ASSIGN TO "CURROLD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS OldCurrencyStatus.

           SELECT CurrencyCardFile ASSIGN TO "CURRCARD"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CurrencyCardStatus.

           SELECT NewCurrencyFile ASSIGN TO "CURRNEW"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS NewCurrencyStatus.

           SELECT CurrencyReportFile ASSIGN TO "CURRRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CurrencyReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  OldCurrencyFile.
           COPY CB04CURR.

       FD  CurrencyCardFile.
      *    One maintenance card per change, applied in deck order.
      *    A add a new code (description and decimal places needed);
      *    C change description, decimal places or base flag - a
      *    blank field leaves the current value alone; R retire;
      *    I reinstate a retired code.  Base flag 'Y' on an add or
      *    change makes that code the base currency and clears the
      *    flag on the old one; the base itself cannot be retired or
      *    unflagged directly - flag its successor instead.
       01  CurrencyCardRecord.
           05  CCRD-Action         PIC X.
               88  CCRD-Add        VALUE 'A'.
               88  CCRD-Change     VALUE 'C'.
               88  CCRD-Retire     VALUE 'R'.
               88  CCRD-Reinstate  VALUE 'I'.
           05  CCRD-Code           PIC X(3).
           05  CCRD-Description    PIC X(20).
           05  CCRD-Decimal-Places PIC X.
           05  CCRD-Decimal-Num REDEFINES CCRD-Decimal-Places
                                   PIC 9.
           05  CCRD-Base-Flag      PIC X.

       FD  NewCurrencyFile.
       01  NewCurrencyRecord           PIC X(42).

       FD  CurrencyReportFile.
       01  CurrencyReportRecord        PIC X(120).

       WORKING-STORAGE SECTION.
       01  OldCurrencyStatus           PIC XX.
       01  CurrencyCardStatus          PIC XX.
       01  NewCurrencyStatus           PIC XX.
       01  CurrencyReportStatus        PIC XX.

       01  EndOfOldMaster              PIC X VALUE 'N'.
       01  EndOfCards                  PIC X VALUE 'N'.

       01  WS-Operator-Id              PIC X(8) VALUE 'UNKNOWN'.
       01  WS-Run-Date                 PIC X(8) VALUE SPACES.

       01  WS-Current-Date-Time.
           05  WS-CD-Date              PIC 9(8).
           05  WS-CD-Hour              PIC 9(2).
           05  WS-CD-Minute            PIC 9(2).
           05  WS-CD-Second            PIC 9(2).
           05  WS-CD-Hundredths        PIC 9(2).
           05  WS-CD-Offset            PIC X(5).

       01  WS-Old-Count                PIC 9(5) VALUE ZERO.
       01  WS-Card-Read-Count          PIC 9(5) VALUE ZERO.
       01  WS-Added-Count              PIC 9(5) VALUE ZERO.
       01  WS-Changed-Count            PIC 9(5) VALUE ZERO.
       01  WS-Retired-Count            PIC 9(5) VALUE ZERO.
       01  WS-Reinstated-Count         PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.
       01  WS-Written-Count            PIC 9(5) VALUE ZERO.
       01  WS-Active-Count             PIC 9(5) VALUE ZERO.
       01  WS-Base-Count               PIC 9(5) VALUE ZERO.

       01  WS-Fatal-Sw                 PIC X VALUE 'N'.
           88  Run-Fatal               VALUE 'Y'.
       01  WS-Write-Error-Sw           PIC X VALUE 'N'.
           88  Write-Error             VALUE 'Y'.

      *    Entries are held in the CB04CURR layout, in code order,
      *    so a whole entry moves to and from the record areas.
       01  WS-Mast-Max                 PIC 9(3) VALUE 200.
       01  WS-Mast-Count               PIC 9(3) VALUE ZERO.
       01  WS-Mast-Sub                 PIC 9(3) VALUE ZERO.
       01  WS-Mast-Slot-Sub            PIC 9(3) VALUE ZERO.
       01  WS-Mast-Move-Sub            PIC 9(3) VALUE ZERO.
       01  WS-Currency-Master-Table.
           05  WS-Mast-Entry OCCURS 200 TIMES
                   INDEXED BY WS-Mast-Idx.
               10  WS-Mast-Code        PIC X(3).
               10  WS-Mast-Description PIC X(20).
               10  WS-Mast-Decimals    PIC 9.
               10  WS-Mast-Status      PIC X.
                   88  WS-Mast-Active  VALUE 'A'.
                   88  WS-Mast-Retired VALUE 'R'.
               10  WS-Mast-Base-Flag   PIC X.
                   88  WS-Mast-Is-Base VALUE 'Y'.
               10  WS-Mast-Maint-Date  PIC X(8).
               10  WS-Mast-Maint-User  PIC X(8).

       01  WS-Card-Valid-Sw            PIC X VALUE 'Y'.
           88  Card-Valid              VALUE 'Y'.
           88  Card-Invalid            VALUE 'N'.
       01  WS-Reason-Text              PIC X(40) VALUE SPACES.

       01  WS-Before-Image             PIC X(42) VALUE SPACES.
       01  WS-Format-Entry.
           05  WS-Fmt-Code             PIC X(3).
           05  WS-Fmt-Description      PIC X(20).
           05  WS-Fmt-Decimals         PIC 9.
           05  WS-Fmt-Status           PIC X.
           05  WS-Fmt-Base-Flag        PIC X.
           05  WS-Fmt-Maint-Date       PIC X(8).
           05  WS-Fmt-Maint-User       PIC X(8).
       01  WS-Image-Label              PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-Parm-Area.
           05  LS-Parm-Length      PIC S9(4) COMP.
           05  LS-Parm-Data        PIC X(76).

       PROCEDURE DIVISION USING LS-Parm-Area.
       Begin.
           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date-Time
           MOVE WS-CD-Date TO WS-Run-Date
           IF LS-Parm-Length >= 1
               AND LS-Parm-Data(1:8) NOT = SPACES
               MOVE LS-Parm-Data(1:8) TO WS-Operator-Id
           END-IF
           IF LS-Parm-Length >= 16
               AND LS-Parm-Data(9:8) IS NUMERIC
               MOVE LS-Parm-Data(9:8) TO WS-Run-Date
           END-IF

           OPEN INPUT CurrencyCardFile
           IF CurrencyCardStatus NOT = '00'
               DISPLAY 'Error opening currency card file. Status: '
                   CurrencyCardStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NewCurrencyFile
           IF NewCurrencyStatus NOT = '00'
               DISPLAY 'Error opening new currency master. Status: '
                   NewCurrencyStatus
               CLOSE CurrencyCardFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CurrencyReportFile
           IF CurrencyReportStatus NOT = '00'
               DISPLAY 'Error opening currency report file. Status: '
                   CurrencyReportStatus
               CLOSE CurrencyCardFile
               CLOSE NewCurrencyFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO CurrencyReportRecord
           STRING '===== CBACT04K CURRENCY MASTER MAINTENANCE - RUN '
                      DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  WS-Run-Date DELIMITED BY SIZE
                  ' OPERATOR ' DELIMITED BY SIZE
                  WS-Operator-Id DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO CurrencyReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line

           PERFORM 1000-Load-Old-Master
           IF Run-Fatal
               CLOSE CurrencyCardFile
               CLOSE NewCurrencyFile
               CLOSE CurrencyReportFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL EndOfCards = 'Y'
               READ CurrencyCardFile INTO CurrencyCardRecord
                   AT END
                       MOVE 'Y' TO EndOfCards
                   NOT AT END
                       ADD 1 TO WS-Card-Read-Count
                       PERFORM 2000-Process-Card
               END-READ
           END-PERFORM

           PERFORM 4000-Write-New-Master
           PERFORM 5000-Check-Base-Currency

           CLOSE CurrencyCardFile
           CLOSE NewCurrencyFile
           CLOSE CurrencyReportFile

           DISPLAY '===== CBACT04K CURRENCY MASTER SUMMARY ====='
           DISPLAY 'OLD MASTER CODES: ' WS-Old-Count
           DISPLAY 'CARDS READ: ' WS-Card-Read-Count
           DISPLAY 'ADDED: ' WS-Added-Count
           DISPLAY 'CHANGED: ' WS-Changed-Count
           DISPLAY 'RETIRED: ' WS-Retired-Count
           DISPLAY 'REINSTATED: ' WS-Reinstated-Count
           DISPLAY 'REJECTED: ' WS-Rejected-Count
           DISPLAY 'NEW MASTER CODES WRITTEN: ' WS-Written-Count
           DISPLAY 'ACTIVE CODES: ' WS-Active-Count
           DISPLAY 'ACTIVE BASE CURRENCIES: ' WS-Base-Count
           DISPLAY '============================================'
           EVALUATE TRUE
               WHEN Write-Error OR WS-Base-Count NOT = 1
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Rejected-Count > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *    No prior generation (status 35) is the first run: the
      *    master is built from the cards alone.  Any other open
      *    failure stops the run rather than write a master that
      *    silently lost every code.
       1000-Load-Old-Master.
           OPEN INPUT OldCurrencyFile
           EVALUATE OldCurrencyStatus
               WHEN '00'
                   PERFORM UNTIL EndOfOldMaster = 'Y'
                       READ OldCurrencyFile INTO CurrencyMasterRecord
                           AT END
                               MOVE 'Y' TO EndOfOldMaster
                           NOT AT END
                               PERFORM 1100-Store-Old-Entry
                       END-READ
                   END-PERFORM
                   CLOSE OldCurrencyFile
                   DISPLAY 'Prior currency master codes loaded: '
                       WS-Old-Count
               WHEN '35'
                   DISPLAY 'No prior currency master - building a new '
                       'one from the cards'
                   MOVE SPACES TO CurrencyReportRecord
                   STRING '** NO PRIOR CURRENCY MASTER - NEW MASTER '
                              DELIMITED BY SIZE
                          'BUILT FROM THE CARDS ALONE **'
                              DELIMITED BY SIZE
                          INTO CurrencyReportRecord
                   END-STRING
                   PERFORM 8000-Write-Report-Line
               WHEN OTHER
                   DISPLAY 'Error opening prior currency master. '
                       'Status: ' OldCurrencyStatus
                   SET Run-Fatal TO TRUE
           END-EVALUATE.

       1100-Store-Old-Entry.
           IF CURR-Code = SPACES
               DISPLAY 'Blank code on prior currency master skipped'
           ELSE
               IF WS-Mast-Count >= WS-Mast-Max
                   DISPLAY 'Currency master table full at '
                       WS-Mast-Max ' codes - run stopped at code '
                       CURR-Code
                   SET Run-Fatal TO TRUE
                   MOVE 'Y' TO EndOfOldMaster
               ELSE
                   ADD 1 TO WS-Mast-Count
                   ADD 1 TO WS-Old-Count
                   MOVE CurrencyMasterRecord
                       TO WS-Mast-Entry(WS-Mast-Count)
               END-IF
           END-IF.

       2000-Process-Card.
           PERFORM 2100-Find-Code
           PERFORM 2200-Validate-Card
           IF Card-Invalid
               ADD 1 TO WS-Rejected-Count
               MOVE SPACES TO CurrencyReportRecord
               STRING 'REJECTED - ACTION ['   DELIMITED BY SIZE
                      CCRD-Action             DELIMITED BY SIZE
                      '] CODE ['              DELIMITED BY SIZE
                      CCRD-Code               DELIMITED BY SIZE
                      '] - '                  DELIMITED BY SIZE
                      WS-Reason-Text          DELIMITED BY SIZE
                      INTO CurrencyReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           ELSE
               EVALUATE TRUE
                   WHEN CCRD-Add
                       PERFORM 2300-Add-Currency
                   WHEN CCRD-Change
                       PERFORM 2400-Change-Currency
                   WHEN CCRD-Retire
                       PERFORM 2500-Retire-Currency
                   WHEN CCRD-Reinstate
                       PERFORM 2600-Reinstate-Currency
               END-EVALUATE
           END-IF.

       2100-Find-Code.
           MOVE ZERO TO WS-Mast-Slot-Sub
           PERFORM VARYING WS-Mast-Sub FROM 1 BY 1
                   UNTIL WS-Mast-Sub > WS-Mast-Count
               IF WS-Mast-Code(WS-Mast-Sub) = CCRD-Code
                   MOVE WS-Mast-Sub TO WS-Mast-Slot-Sub
                   COMPUTE WS-Mast-Sub = WS-Mast-Count + 1
               END-IF
           END-PERFORM.

       2200-Validate-Card.
           SET Card-Valid TO TRUE
           MOVE SPACES TO WS-Reason-Text
           EVALUATE TRUE
               WHEN CCRD-Code = SPACES
                   SET Card-Invalid TO TRUE
                   MOVE 'CURRENCY CODE IS BLANK' TO WS-Reason-Text
               WHEN NOT (CCRD-Add OR CCRD-Change
                         OR CCRD-Retire OR CCRD-Reinstate)
                   SET Card-Invalid TO TRUE
                   MOVE 'ACTION MUST BE A, C, R OR I'
                       TO WS-Reason-Text
               WHEN CCRD-Add AND WS-Mast-Slot-Sub > ZERO
                   SET Card-Invalid TO TRUE
                   MOVE 'CODE IS ALREADY ON THE MASTER'
                       TO WS-Reason-Text
               WHEN NOT CCRD-Add AND WS-Mast-Slot-Sub = ZERO
                   SET Card-Invalid TO TRUE
                   MOVE 'CODE IS NOT ON THE MASTER' TO WS-Reason-Text
               WHEN CCRD-Add AND WS-Mast-Count >= WS-Mast-Max
                   SET Card-Invalid TO TRUE
                   MOVE 'CURRENCY MASTER TABLE IS FULL'
                       TO WS-Reason-Text
               WHEN CCRD-Add AND CCRD-Description = SPACES
                   SET Card-Invalid TO TRUE
                   MOVE 'DESCRIPTION IS BLANK' TO WS-Reason-Text
               WHEN CCRD-Add AND CCRD-Decimal-Places NOT NUMERIC
                   SET Card-Invalid TO TRUE
                   MOVE 'DECIMAL PLACES MUST BE 0 TO 3'
                       TO WS-Reason-Text
               WHEN CCRD-Change AND CCRD-Decimal-Places NOT = SPACE
                    AND CCRD-Decimal-Places NOT NUMERIC
                   SET Card-Invalid TO TRUE
                   MOVE 'DECIMAL PLACES MUST BE 0 TO 3'
                       TO WS-Reason-Text
               WHEN (CCRD-Add OR CCRD-Change)
                    AND CCRD-Decimal-Places IS NUMERIC
                    AND CCRD-Decimal-Num > 3
                   SET Card-Invalid TO TRUE
                   MOVE 'DECIMAL PLACES MUST BE 0 TO 3'
                       TO WS-Reason-Text
               WHEN (CCRD-Add OR CCRD-Change)
                    AND CCRD-Base-Flag NOT = SPACE
                    AND CCRD-Base-Flag NOT = 'Y'
                    AND CCRD-Base-Flag NOT = 'N'
                   SET Card-Invalid TO TRUE
                   MOVE 'BASE FLAG MUST BE Y, N OR BLANK'
                       TO WS-Reason-Text
               WHEN CCRD-Change AND CCRD-Base-Flag = 'Y'
                    AND WS-Mast-Retired(WS-Mast-Slot-Sub)
                   SET Card-Invalid TO TRUE
                   MOVE 'A RETIRED CODE CANNOT BE THE BASE'
                       TO WS-Reason-Text
               WHEN CCRD-Change AND CCRD-Base-Flag = 'N'
                    AND WS-Mast-Is-Base(WS-Mast-Slot-Sub)
                   SET Card-Invalid TO TRUE
                   MOVE 'FLAG THE NEW BASE INSTEAD OF UNFLAGGING'
                       TO WS-Reason-Text
               WHEN CCRD-Retire
                    AND WS-Mast-Is-Base(WS-Mast-Slot-Sub)
                   SET Card-Invalid TO TRUE
                   MOVE 'THE BASE CURRENCY CANNOT BE RETIRED'
                       TO WS-Reason-Text
               WHEN CCRD-Retire
                    AND WS-Mast-Retired(WS-Mast-Slot-Sub)
                   SET Card-Invalid TO TRUE
                   MOVE 'CODE IS ALREADY RETIRED' TO WS-Reason-Text
               WHEN CCRD-Reinstate
                    AND NOT WS-Mast-Retired(WS-Mast-Slot-Sub)
                   SET Card-Invalid TO TRUE
                   MOVE 'CODE IS NOT RETIRED' TO WS-Reason-Text
           END-EVALUATE.

      *    The new code goes in at its place in code order so the
      *    master stays sorted for the listing and for the readers.
       2300-Add-Currency.
           MOVE 1 TO WS-Mast-Slot-Sub
           PERFORM VARYING WS-Mast-Sub FROM 1 BY 1
                   UNTIL WS-Mast-Sub > WS-Mast-Count
               IF WS-Mast-Code(WS-Mast-Sub) < CCRD-Code
                   COMPUTE WS-Mast-Slot-Sub = WS-Mast-Sub + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-Mast-Move-Sub FROM WS-Mast-Count BY -1
                   UNTIL WS-Mast-Move-Sub < WS-Mast-Slot-Sub
               MOVE WS-Mast-Entry(WS-Mast-Move-Sub)
                   TO WS-Mast-Entry(WS-Mast-Move-Sub + 1)
           END-PERFORM
           ADD 1 TO WS-Mast-Count

           MOVE SPACES TO WS-Mast-Entry(WS-Mast-Slot-Sub)
           MOVE CCRD-Code TO WS-Mast-Code(WS-Mast-Slot-Sub)
           MOVE CCRD-Description
               TO WS-Mast-Description(WS-Mast-Slot-Sub)
           MOVE CCRD-Decimal-Num TO WS-Mast-Decimals(WS-Mast-Slot-Sub)
           MOVE 'A' TO WS-Mast-Status(WS-Mast-Slot-Sub)
           MOVE 'N' TO WS-Mast-Base-Flag(WS-Mast-Slot-Sub)
           PERFORM 2800-Stamp-Entry
           ADD 1 TO WS-Added-Count
           MOVE SPACES TO WS-Before-Image
           MOVE 'ADDED' TO WS-Image-Label
           PERFORM 2900-Report-Images
           IF CCRD-Base-Flag = 'Y'
               PERFORM 2700-Move-Base-Flag
           END-IF.

       2400-Change-Currency.
           MOVE WS-Mast-Entry(WS-Mast-Slot-Sub) TO WS-Before-Image
           IF CCRD-Description NOT = SPACES
               MOVE CCRD-Description
                   TO WS-Mast-Description(WS-Mast-Slot-Sub)
           END-IF
           IF CCRD-Decimal-Places NOT = SPACE
               MOVE CCRD-Decimal-Num
                   TO WS-Mast-Decimals(WS-Mast-Slot-Sub)
           END-IF
           PERFORM 2800-Stamp-Entry
           ADD 1 TO WS-Changed-Count
           MOVE 'CHANGED' TO WS-Image-Label
           PERFORM 2900-Report-Images
           IF CCRD-Base-Flag = 'Y'
               AND NOT WS-Mast-Is-Base(WS-Mast-Slot-Sub)
               PERFORM 2700-Move-Base-Flag
           END-IF.

       2500-Retire-Currency.
           MOVE WS-Mast-Entry(WS-Mast-Slot-Sub) TO WS-Before-Image
           MOVE 'R' TO WS-Mast-Status(WS-Mast-Slot-Sub)
           PERFORM 2800-Stamp-Entry
           ADD 1 TO WS-Retired-Count
           MOVE 'RETIRED' TO WS-Image-Label
           PERFORM 2900-Report-Images.

       2600-Reinstate-Currency.
           MOVE WS-Mast-Entry(WS-Mast-Slot-Sub) TO WS-Before-Image
           MOVE 'A' TO WS-Mast-Status(WS-Mast-Slot-Sub)
           PERFORM 2800-Stamp-Entry
           ADD 1 TO WS-Reinstated-Count
           MOVE 'REINSTATED' TO WS-Image-Label
           PERFORM 2900-Report-Images.

      *    Only one code may carry the base flag: the old base is
      *    unflagged, stamped and reported alongside the new one.
       2700-Move-Base-Flag.
           PERFORM VARYING WS-Mast-Sub FROM 1 BY 1
                   UNTIL WS-Mast-Sub > WS-Mast-Count
               IF WS-Mast-Is-Base(WS-Mast-Sub)
                   AND WS-Mast-Sub NOT = WS-Mast-Slot-Sub
                   MOVE WS-Mast-Entry(WS-Mast-Sub) TO WS-Before-Image
                   MOVE 'N' TO WS-Mast-Base-Flag(WS-Mast-Sub)
                   MOVE WS-Run-Date TO WS-Mast-Maint-Date(WS-Mast-Sub)
                   MOVE WS-Operator-Id
                       TO WS-Mast-Maint-User(WS-Mast-Sub)
                   MOVE SPACES TO CurrencyReportRecord
                   STRING 'BASE CURRENCY MOVED FROM ' DELIMITED BY SIZE
                          WS-Mast-Code(WS-Mast-Sub)  DELIMITED BY SIZE
                          ' TO '                     DELIMITED BY SIZE
                          CCRD-Code                  DELIMITED BY SIZE
                          INTO CurrencyReportRecord
                   END-STRING
                   PERFORM 8000-Write-Report-Line
                   MOVE WS-Before-Image TO WS-Format-Entry
                   MOVE '  BEFORE' TO WS-Image-Label
                   PERFORM 2950-Report-One-Image
                   MOVE WS-Mast-Entry(WS-Mast-Sub) TO WS-Format-Entry
                   MOVE '  AFTER' TO WS-Image-Label
                   PERFORM 2950-Report-One-Image
               END-IF
           END-PERFORM
           MOVE WS-Mast-Entry(WS-Mast-Slot-Sub) TO WS-Before-Image
           MOVE 'Y' TO WS-Mast-Base-Flag(WS-Mast-Slot-Sub)
           MOVE WS-Before-Image TO WS-Format-Entry
           MOVE '  BEFORE' TO WS-Image-Label
           PERFORM 2950-Report-One-Image
           MOVE WS-Mast-Entry(WS-Mast-Slot-Sub) TO WS-Format-Entry
           MOVE '  AFTER' TO WS-Image-Label
           PERFORM 2950-Report-One-Image.

       2800-Stamp-Entry.
           MOVE WS-Run-Date TO WS-Mast-Maint-Date(WS-Mast-Slot-Sub)
           MOVE WS-Operator-Id TO WS-Mast-Maint-User(WS-Mast-Slot-Sub).

       2900-Report-Images.
           MOVE SPACES TO CurrencyReportRecord
           STRING WS-Image-Label  DELIMITED BY SPACE
                  ' - ACTION '    DELIMITED BY SIZE
                  CCRD-Action     DELIMITED BY SIZE
                  ' CODE '        DELIMITED BY SIZE
                  CCRD-Code       DELIMITED BY SIZE
                  INTO CurrencyReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           IF WS-Before-Image = SPACES
               MOVE SPACES TO CurrencyReportRecord
               MOVE '  BEFORE    (NONE - NEW CODE)'
                   TO CurrencyReportRecord
               PERFORM 8000-Write-Report-Line
           ELSE
               MOVE WS-Before-Image TO WS-Format-Entry
               MOVE '  BEFORE' TO WS-Image-Label
               PERFORM 2950-Report-One-Image
           END-IF
           MOVE WS-Mast-Entry(WS-Mast-Slot-Sub) TO WS-Format-Entry
           MOVE '  AFTER' TO WS-Image-Label
           PERFORM 2950-Report-One-Image.

       2950-Report-One-Image.
           MOVE SPACES TO CurrencyReportRecord
           STRING WS-Image-Label     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-Fmt-Code        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-Fmt-Description DELIMITED BY SIZE
                  ' DEC '            DELIMITED BY SIZE
                  WS-Fmt-Decimals    DELIMITED BY SIZE
                  ' STATUS '         DELIMITED BY SIZE
                  WS-Fmt-Status      DELIMITED BY SIZE
                  ' BASE '           DELIMITED BY SIZE
                  WS-Fmt-Base-Flag   DELIMITED BY SIZE
                  ' LAST MAINT '     DELIMITED BY SIZE
                  WS-Fmt-Maint-Date  DELIMITED BY SIZE
                  ' BY '             DELIMITED BY SIZE
                  WS-Fmt-Maint-User  DELIMITED BY SIZE
                  INTO CurrencyReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       4000-Write-New-Master.
           MOVE SPACES TO CurrencyReportRecord
           STRING '===== NEW CURRENCY MASTER - ' DELIMITED BY SIZE
                  WS-Mast-Count DELIMITED BY SIZE
                  ' CODES =====' DELIMITED BY SIZE
                  INTO CurrencyReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line
           PERFORM VARYING WS-Mast-Sub FROM 1 BY 1
                   UNTIL WS-Mast-Sub > WS-Mast-Count
               MOVE WS-Mast-Entry(WS-Mast-Sub) TO NewCurrencyRecord
               WRITE NewCurrencyRecord
               IF NewCurrencyStatus = '00'
                   ADD 1 TO WS-Written-Count
               ELSE
                   SET Write-Error TO TRUE
                   DISPLAY 'Error writing new currency master. '
                       'Status: ' NewCurrencyStatus ' Code: '
                       WS-Mast-Code(WS-Mast-Sub)
               END-IF
               IF WS-Mast-Active(WS-Mast-Sub)
                   ADD 1 TO WS-Active-Count
                   IF WS-Mast-Is-Base(WS-Mast-Sub)
                       ADD 1 TO WS-Base-Count
                   END-IF
               END-IF
               MOVE WS-Mast-Entry(WS-Mast-Sub) TO WS-Format-Entry
               MOVE SPACES TO WS-Image-Label
               PERFORM 2950-Report-One-Image
           END-PERFORM.

      *    CBACT04C converts its totals into the one active base
      *    currency; none, or more than one, is reported and graded
      *    RC=08 so the new generation is checked before it is used.
       5000-Check-Base-Currency.
           IF WS-Base-Count NOT = 1
               MOVE SPACES TO CurrencyReportRecord
               STRING '** ACTIVE BASE CURRENCIES ON NEW MASTER: '
                          DELIMITED BY SIZE
                      WS-Base-Count DELIMITED BY SIZE
                      ' - EXACTLY ONE IS REQUIRED **'
                          DELIMITED BY SIZE
                      INTO CurrencyReportRecord
               END-STRING
               PERFORM 8000-Write-Report-Line
           END-IF
           MOVE SPACES TO CurrencyReportRecord
           STRING 'CARDS READ: '       DELIMITED BY SIZE
                  WS-Card-Read-Count   DELIMITED BY SIZE
                  '  ADDED: '          DELIMITED BY SIZE
                  WS-Added-Count       DELIMITED BY SIZE
                  '  CHANGED: '        DELIMITED BY SIZE
                  WS-Changed-Count     DELIMITED BY SIZE
                  '  RETIRED: '        DELIMITED BY SIZE
                  WS-Retired-Count     DELIMITED BY SIZE
                  '  REINSTATED: '     DELIMITED BY SIZE
                  WS-Reinstated-Count  DELIMITED BY SIZE
                  '  REJECTED: '       DELIMITED BY SIZE
                  WS-Rejected-Count    DELIMITED BY SIZE
                  '  WRITTEN: '        DELIMITED BY SIZE
                  WS-Written-Count     DELIMITED BY SIZE
                  INTO CurrencyReportRecord
           END-STRING
           PERFORM 8000-Write-Report-Line.

       8000-Write-Report-Line.
           WRITE CurrencyReportRecord
           MOVE SPACES TO CurrencyReportRecord.
