      *> (oldest order first, via BACKREL) before the rest hit stock
       02 RcptQtyReleased PIC 9(5).
       02 RcptOperatorID PIC X(8).
      *> the purchase order the delivery was received against (zero
      *> for a delivery posted without one): the vendor scorecard
      *> times each PO receipt against PoExpectedDate from here
       02 RcptPoNum      PIC 9(6).
