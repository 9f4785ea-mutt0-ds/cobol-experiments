      *> INSPREC.cpy - one delivery held for receiving inspection
      *> (InspectionHolds.dat), keyed by the hold number from
      *> InspControl.dat with an alternate on the product. Written by
      *> 37_goods_receipt.cob when the product or the PO's vendor is
      *> flagged for inspection: the quantity goes on ProdInspectQty,
      *> not ProdOnHand. 139_qc_release.cob decides it lot by lot -
      *> the accepted part goes on the shelf, the rejected part leaves
      *> inspection for the vendor (138_vendor_return.cob posts the
      *> return and its debit memo) or for scrap
       02 InHoldNum      PIC 9(6).
       02 InProdCode     PIC X(8).
      *> spaces = stock not lot-tracked
       02 InLotNum       PIC X(10).
      *> keyed at receipt for shelf-life products, carried onto the
      *> lot balance when the lot is accepted; zero = no expiry
       02 InExpiryDate   PIC 9(8).
       02 InWhseCode     PIC XX.
      *> zero = delivery posted without a purchase order
       02 InPoNum        PIC 9(6).
       02 InPoLine       PIC 9(2).
       02 InVendNum      PIC 9(5).
       02 InQty          PIC 9(5).
       02 InReceivedDate PIC 9(8).
       02 InReceivedBy   PIC X(8).
       02 InStatus       PIC X VALUE "H".
           88 InHeld     VALUE "H".
           88 InDecided  VALUE "D".
       02 InAcceptQty    PIC 9(5).
       02 InRejectQty    PIC 9(5).
       02 InDecidedBy    PIC X(8).
       02 InDecidedDate  PIC 9(8).
      *> why the rejected part failed - same codes as RtvReason, QC
      *> for a part that simply failed the inspection spec
       02 InRejectReason PIC XX.
           88 ValidInRejectReason VALUE "DF" "WR" "DM" "QC".
      *> what happens to the rejected part: V back to the vendor
      *> (InRtvNum stays zero until the return is posted), S scrapped
       02 InDisposition  PIC X.
           88 InToVendor VALUE "V".
           88 InScrapped VALUE "S".
       02 InRtvNum       PIC 9(6).
