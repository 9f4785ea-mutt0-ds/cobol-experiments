      *> RTVREC.cpy - one return to vendor (ReturnsToVendor.dat),
      *> keyed by the return number from RtvControl.dat with an
      *> alternate on the vendor. Written by 138_vendor_return.cob
      *> when defective or wrong stock goes back: it names the PO line
      *> and the lot the stock came in on, the quantity taken out of
      *> stock (RV on the movement ledger), and the debit memo
      *> ("DM" + return number) posted to OpenPayables.dat for it
       02 RtvNum        PIC 9(6).
       02 RtvVendNum    PIC 9(5).
       02 RtvPoNum      PIC 9(6).
       02 RtvPoLine     PIC 9(2).
       02 RtvProdCode   PIC X(8).
      *> spaces = stock not lot-tracked
       02 RtvLotNum     PIC X(10).
       02 RtvWhseCode   PIC XX.
       02 RtvQty        PIC 9(5).
      *> the PO line's unit cost: what the vendor charged us for it
       02 RtvUnitCost   PIC 9(4)V99.
       02 RtvAmount     PIC 9(8)V99.
       02 RtvReason     PIC XX.
           88 RtvDefective   VALUE "DF".
           88 RtvWrongItem   VALUE "WR".
           88 RtvDamaged     VALUE "DM".
           88 RtvOverShipped VALUE "OV".
      *> rejected at receiving inspection (139_qc_release.cob)
           88 RtvFailedQc    VALUE "QC".
           88 ValidRtvReason VALUE "DF" "WR" "DM" "OV" "QC".
       02 RtvDate       PIC 9(8).
       02 RtvOperatorID PIC X(8).
