           88 PoPartial   VALUE "P".
           88 PoReceived  VALUE "R".
           88 PoCancelled VALUE "X".
      *> quantity billed so far per line, in the same line order as
      *> PoLineItem (appended here so the fields above keep their
      *> offsets): bumped by 88_vendor_invoice.cob when a bill passes
      *> the three-way match. Received minus billed is what we owe
      *> without a bill yet - the month-end received-not-invoiced
      *> accrual in 116_rni_accrual.cob values exactly that
       02 PoBilledLine OCCURS 10 TIMES.
           03 PoQtyBilled   PIC 9(5).
      *> drop-ship PO, raised by the merge for flagged customer order
      *> lines: the vendor ships to the address below, not to our
      *> dock, so receiving refuses it and no stock moves. The
      *> vendor's shipment confirmation (146_drop_ship.cob) sets
      *> PoQtyReceived instead, and the bill then matches against it
      *> like any other PO. Spaces/zero on stock POs
       02 PoDropShipFlag PIC X.
           88 PoDropShip VALUE "Y".
       02 PoDsOrderNum   PIC 9(6).
       02 PoDsCustIDNum  PIC 9(5).
       02 PoDsShipName   PIC X(31).
       02 PoDsAddrLine1  PIC X(20).
       02 PoDsAddrCity   PIC X(15).
       02 PoDsAddrState  PIC XX.
       02 PoDsAddrZip    PIC X(10).
      *> date the vendor says the goods left, and their tracking ref
       02 PoDsShipDate   PIC 9(8).
       02 PoDsTrackingRef PIC X(15).
      *> the unit each line was bought in, its eaches-per-unit factor
      *> at the time and the cost per that unit as keyed (same line
      *> order as PoLineItem). PoQtyOrdered/PoQtyReceived/PoQtyBilled
      *> and PoUnitCost stay in eaches so receiving, matching and the
      *> accruals work as before; entry, receiving and the PO reports
      *> show the line in its unit. Spaces/zero = eaches
       02 PoLineUomData OCCURS 10 TIMES.
           03 PoLineUom     PIC X(2).
           03 PoLineFactor  PIC 9(4).
           03 PoUomCost     PIC 9(6)V99.
      *> blanket agreement (BLANKETREC) each line is a release
      *> against, same line order as PoLineItem: the line took the
      *> blanket's price and receiving credits the blanket's received
      *> quantity. Zero = an ordinary line
       02 PoBlanketLine OCCURS 10 TIMES.
           03 PoLineBlanketNum PIC 9(6).
      *> the new date the vendor promised when the buyer chased a line
      *> from the expediting worklist (162_po_expedite.cob), and the
      *> day it was keyed (87_po_entry.cob). Same line order as
      *> PoLineItem. Zero = no promise yet: the line is due on
      *> PoExpectedDate
       02 PoPromiseLine OCCURS 10 TIMES.
           03 PoPromisedDate  PIC 9(8).
           03 PoPromiseKeyed  PIC 9(8).
