       02 AuditIDNum        PIC 9(5).
       02 AuditOperatorID   PIC X(8).
       02 AuditTimestamp    PIC X(26).
      *> must match CUSTREC.cpy's total length exactly (175 bytes) or
      *> the tail of every image - currently CustCreditStatus - gets
      *> silently dropped on every MOVE CustomerData TO ...Image
       02 AuditBeforeImage  PIC X(175).
       02 AuditAfterImage   PIC X(175).
      *> tamper check: this record's place in the chain and the check
      *> value computed by AUDCHAIN over everything above plus the
      *> previous record's value. Must stay the LAST 18 bytes of the
      *> record - AUDCHAIN finds them from the record length
       02 AuditChainSeq     PIC 9(9).
       02 AuditChainValue   PIC 9(9).
