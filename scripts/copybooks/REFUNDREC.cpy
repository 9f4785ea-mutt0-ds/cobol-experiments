      *> REFUNDREC.cpy - one customer refund request (Refunds.dat),
      *> keyed by refund number from RefundControl.dat, with an
      *> alternate on the customer. Raised by the clerk in
      *> 134_cust_refund.cob against one of the customer's unapplied
      *> credits (a check remainder or an unapplied credit memo, named
      *> by its cash-journal reference) and left pending until a
      *> supervisor approves or rejects it. Approval journals the RF
      *> line that takes the credit off the customer and files the
      *> refund on OpenPayables.dat for the next payment run
       02 RfRefundNum     PIC 9(6).
       02 RfCustIDNum     PIC 9(5).
       02 RfCreditRef     PIC X(10).
       02 RfAmount        PIC 9(7)V99.
       02 RfReason        PIC X(30).
       02 RfRequestDate   PIC 9(8).
       02 RfRequestedBy   PIC X(8).
       02 RfStatusFlag    PIC X VALUE "P".
           88 RfPending   VALUE "P".
           88 RfApproved  VALUE "A".
           88 RfRejected  VALUE "R".
       02 RfDecidedDate   PIC 9(8).
       02 RfDecidedBy     PIC X(8).
      *> the OpenPayables.dat invoice reference the refund was filed
      *> under (RF + refund number), vendor 99999
       02 RfApVendInvoice PIC X(10).
