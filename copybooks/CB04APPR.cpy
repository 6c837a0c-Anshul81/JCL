      *  Field1 key.  'A' approves the item for release through
      *  CBACT04M; 'R' rejects it.  The approver id must differ
      *  from the keyer id on the pending record or the item stays
      *  pending and the violation is reported.  When OPERAUTH is
      *  present the approver must also carry the CB04OPER approver
      *  flag and the item's currency, or the card is refused as a
      *  security violation and the item stays pending.
      *****************************************************************
       01  ApprovalCardRecord.
           05  APPR-Field1         PIC X(20).
