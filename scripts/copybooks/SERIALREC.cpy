      *> SERIALREC.cpy - one unit of a serialized product
      *> (SerialNumbers.dat, ProdSerialized on PRODREC), keyed product
      *> + serial number with an alternate on the order the unit last
      *> went out on. Written by 37_goods_receipt.cob as the delivery
      *> is keyed, tied to an order and customer by 101_pick_confirm
      *> .cob, stamped shipped by 39_ship_confirm.cob and checked back
      *> in by 40_returns.cob against that same order and customer;
      *> 141_serial_inquiry.cob answers the warranty and theft
      *> questions from it
       02 SerKey.
           03 SerProdCode    PIC X(8).
           03 SerSerialNum   PIC X(20).
      *> I on the shelf (received, accepted by QC or returned by the
      *> customer), H held for receiving inspection, P picked on an
      *> order, S shipped to the customer, V going back to the vendor
      *> (rejected at inspection or returned from stock by
      *> 138_vendor_return.cob), X scrapped at inspection
       02 SerStatus         PIC X.
           88 SerInStock     VALUE "I".
           88 SerInInspection VALUE "H".
           88 SerPicked      VALUE "P".
           88 SerShipped     VALUE "S".
           88 SerToVendor    VALUE "V".
           88 SerScrapped    VALUE "X".
       02 SerWhseCode       PIC XX.
      *> spaces = received without a lot
       02 SerLotNum         PIC X(10).
      *> receipt: zero PO/vendor = delivery posted without a PO
       02 SerPoNum          PIC 9(6).
       02 SerVendNum        PIC 9(5).
       02 SerReceivedDate   PIC 9(8).
       02 SerReceivedBy     PIC X(8).
      *> InspectionHolds.dat hold the unit came in under, zero = none
       02 SerHoldNum        PIC 9(6).
      *> the latest sale: order and customer from pick confirmation,
      *> ship date from ship confirm. Zero = never sold
       02 SerOrderNum       PIC 9(6).
       02 SerCustIDNum      PIC 9(5).
       02 SerPickDate       PIC 9(8).
       02 SerPickedBy       PIC X(8).
       02 SerShipDate       PIC 9(8).
      *> the latest customer return; the order/customer fields above
      *> stay as they were so the inquiry still shows the sale
       02 SerReturnDate     PIC 9(8).
       02 SerReturnedBy     PIC X(8).
      *> when the unit left for the vendor or for scrap
       02 SerDisposedDate   PIC 9(8).
