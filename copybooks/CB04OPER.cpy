      *****************************************************************
      *  CB04OPER.cpy
      *  Operator authority record read from OPERAUTH by CBACT04M,
      *  CBACT04V and CBACT04R, one per operator id and kept by
      *  Information Security.  OPER-Functions lists the CB04MTXN
      *  function codes the operator may key, in any order and
      *  space filled (e.g. 'BCRAU').  OPER-Currency lists the
      *  currencies the operator may touch; '***' in any slot grants
      *  every currency.  OPER-Approver-Flag allows the operator to
      *  sign APPRDECK cards for CBACT04V; OPER-Correction-Flag
      *  allows the operator to submit CORRFILE cards to CBACT04R.
      *  A suspended operator ('S') is refused everything.
      *****************************************************************
       01  OperatorAuthorityRecord.
           05  OPER-Id             PIC X(8).
           05  OPER-Status         PIC X.
               88  OPER-Active     VALUE 'A'.
               88  OPER-Suspended  VALUE 'S'.
           05  OPER-Functions      PIC X(10).
           05  OPER-Currencies.
               10  OPER-Currency   PIC X(3) OCCURS 10 TIMES.
           05  OPER-Approver-Flag  PIC X.
               88  OPER-May-Approve VALUE 'Y'.
           05  OPER-Correction-Flag PIC X.
               88  OPER-May-Correct VALUE 'Y'.
           05  FILLER              PIC X(9).
