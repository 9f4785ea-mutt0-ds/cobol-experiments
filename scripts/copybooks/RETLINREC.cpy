      *> RETLINREC.cpy - one returned order line (ReturnLines.dat,
      *> LINE SEQUENTIAL like the other journals), appended by
      *> 40_returns.cob as each line is credited: the units taken
      *> back and the credit before tax, valued at what the invoice
      *> charged. The category report totals returns from here
       02 RlDate        PIC 9(8).
       02 RlOrderNum    PIC 9(6).
       02 RlCustIDNum   PIC 9(5).
       02 RlProdCode    PIC X(8).
       02 RlQty         PIC 9(5).
       02 RlCredit      PIC 9(7)V99.
       02 RlOperatorID  PIC X(8).
