      *> DISBREC.cpy - one disbursement-journal line per payable item
      *> paid (Disbursements.dat, LINE SEQUENTIAL like the cash
      *> journal), written by 113_ap_payment_run.cob as each check is
      *> cut: the check, the vendor and invoice it paid, gross,
      *> discount taken and net, and who ran the checks. The money
      *> going OUT finally has the same trail CashReceipts.dat gives
      *> the money coming in; one check can carry several lines
       02 DbCheckNum     PIC 9(6).
       02 DbCheckDate    PIC 9(8).
       02 DbVendNum      PIC 9(5).
       02 DbVendInvoice  PIC X(10).
       02 DbGrossAmount  PIC 9(8)V99.
       02 DbDiscAmount   PIC 9(6)V99.
       02 DbNetAmount    PIC 9(8)V99.
       02 DbOperatorID   PIC X(8).
      *> the part of the line's net taken by the vendor's open debit
      *> memos instead of paid in cash: DbNetAmount is already net of
      *> it, so the lines of a check still add up to the check
       02 DbMemoAmount   PIC 9(8)V99.
