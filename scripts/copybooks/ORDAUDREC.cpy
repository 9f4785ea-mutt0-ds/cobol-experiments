      *> staging by a supervisor - the operator field says who
      *> approved it, which is exactly what the auditors asked
           88 OrdAuditRelease VALUE "R".
      *> V = an order from the unusual-order review queue released
      *> to staging (152_order_review.cob); a cancel from the same
      *> queue is an X with the queued order as the before image
           88 OrdAuditReviewRelease VALUE "V".
       02 OrdAuditOrderNum   PIC 9(6).
       02 OrdAuditOperatorID PIC X(8).
       02 OrdAuditTimestamp  PIC X(26).
      *> must match ORDERREC.cpy's total length exactly (352 bytes)
      *> or the tail of every image gets silently dropped, as the
      *> matching comment in AUDITREC.cpy warns for CUSTREC
       02 OrdAuditBeforeImage PIC X(352).
       02 OrdAuditAfterImage  PIC X(352).
      *> tamper check, as AuditChainSeq/AuditChainValue on AUDITREC:
      *> must stay the LAST 18 bytes of the record
       02 OrdAuditChainSeq   PIC 9(9).
       02 OrdAuditChainValue PIC 9(9).
