      *> PUTAWREC.cpy - one put-away task (PutAways.dat), keyed by the
      *> task number from PutControl.dat: a quantity that
      *> 37_goods_receipt.cob put on stock at a warehouse and the bin
      *> the receiver was told to take it to, printed on the session's
      *> put-away list. 145_putaway.cob confirms where it actually went
      *> and reports the tasks nobody ever confirmed
       02 PaNum             PIC 9(6).
       02 PaWhseCode        PIC XX.
       02 PaProdCode        PIC X(8).
       02 PaQty             PIC 9(5).
      *> spaces = received without a lot
       02 PaLotNum          PIC X(10).
      *> zero = delivery posted without a PO
       02 PaPoNum           PIC 9(6).
       02 PaRcptDate        PIC 9(8).
       02 PaRcptBy          PIC X(8).
      *> where receiving sent it: E the bin already on the product's
      *> StockByLocation bucket, S an empty bin suggested (and claimed)
      *> from the bin master, N nothing on file - the receiver chooses
       02 PaDirectedBin     PIC X(6).
       02 PaBinSource       PIC X.
           88 PaBinExisting  VALUE "E".
           88 PaBinSuggested VALUE "S".
           88 PaBinNone      VALUE "N".
       02 PaStatus          PIC X VALUE "O".
           88 PaOpen         VALUE "O".
           88 PaConfirmed    VALUE "C".
       02 PaActualBin       PIC X(6).
       02 PaConfirmedDate   PIC 9(8).
       02 PaConfirmedBy     PIC X(8).
