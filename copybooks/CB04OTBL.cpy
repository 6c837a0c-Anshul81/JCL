      *****************************************************************
      *  CB04OTBL.cpy
      *  Working-storage copy of the CB04OPER operator authority
      *  file for the programs that apply maintenance, approvals or
      *  corrections.  A check moves the operator id to
      *  WS-OA-Lookup-Id and performs the find; the function and
      *  currency checks then work on the entry at WS-OA-Found-Sub.
      *  Each sets Operator-Not-Authorized and the reason text when
      *  it fails.  Authority-Loaded is off when OPERAUTH is absent,
      *  in which case no item is refused on authority grounds.
      *  A refused item's function text and key are moved to
      *  WS-OA-Viol-Function and WS-OA-Viol-Key for the CB04SECV
      *  report line, which is opened on the first violation.
      *****************************************************************
       01  WS-OA-Max                   PIC 9(3) VALUE 500.
       01  WS-OA-Count                 PIC 9(3) VALUE ZERO.
       01  WS-Operator-Authority-Table.
           05  WS-OA-Entry OCCURS 500 TIMES INDEXED BY WS-OA-Idx.
               10  WS-OA-Id            PIC X(8).
               10  WS-OA-Status        PIC X.
                   88  WS-OA-Suspended VALUE 'S'.
               10  WS-OA-Functions     PIC X(10).
               10  WS-OA-Currency      PIC X(3) OCCURS 10 TIMES.
               10  WS-OA-Approver-Flag PIC X.
                   88  WS-OA-May-Approve VALUE 'Y'.
               10  WS-OA-Correction-Flag PIC X.
                   88  WS-OA-May-Correct VALUE 'Y'.
       01  WS-OA-Loaded-Sw             PIC X VALUE 'N'.
           88  Authority-Loaded        VALUE 'Y'.
       01  WS-OA-Lookup-Id             PIC X(8) VALUE SPACES.
       01  WS-OA-Found-Sub             PIC 9(3) VALUE ZERO.
       01  WS-OA-Check-Function        PIC X VALUE SPACE.
       01  WS-OA-Check-Currency        PIC X(3) VALUE SPACES.
       01  WS-OA-Sub                   PIC 9(2) VALUE ZERO.
       01  WS-OA-Result-Sw             PIC X VALUE 'Y'.
           88  Operator-Authorized     VALUE 'Y'.
           88  Operator-Not-Authorized VALUE 'N'.
       01  WS-OA-Reason                PIC X(40) VALUE SPACES.
       01  WS-OA-Viol-Function         PIC X(8) VALUE SPACES.
       01  WS-OA-Viol-Key              PIC X(20) VALUE SPACES.
       01  WS-Secv-Open-Sw             PIC X VALUE 'N'.
           88  Security-Report-Open    VALUE 'Y'.
       01  WS-Sec-Violation-Count      PIC 9(7) VALUE ZERO.
