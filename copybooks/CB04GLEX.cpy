      *  total tie back to the control report's RECORDS DISPLAYED
      *  and AMOUNT TOTAL figures.  All records are 51 bytes and are
      *  distinguished by the record-type byte in position one.
      *  CBACT04I writes its accrual batch to ACRGLEX in the same
      *  layout with source program CBACT04I on the header: each
      *  detail's Field2 carries the accrued amount and currency in
      *  the CB04FLD2 positions, followed by the accrual type 'INT '
      *  or 'FEE ' in the next four bytes.
      *****************************************************************
       01  GLExtractHeader.
           05  GLEX-Hdr-Type       PIC X.
