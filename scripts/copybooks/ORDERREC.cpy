      *> than three days surface on the confirmation run's report
       02 OrderTrackingNum PIC X(15).
       02 OrderCarrierDate PIC 9(8).
      *> kits of each base line (1-5) the merge filled from prebuilt
      *> kit stock (assembled on a 142_kit_assembly.cob work order)
      *> instead of exploding them into components: pickpack picks
      *> these as finished kits and explodes only the rest. Zero on
      *> lines that are not kits and on orders from before the field
       02 OrderKitStockQty OCCURS 5 TIMES PIC 9(4).
      *> drop-ship lines (1-5): the product comes from its preferred
      *> vendor, shipped by them straight to the customer, and never
      *> touches our stock. Flagged at order entry; the merge
      *> allocates nothing for the line and raises the purchase order
      *> whose number lands here; the vendor's shipment confirmation
      *> (146_drop_ship.cob) stamps the date, and invoicing refuses
      *> the order while a flagged line still has none. Anything but
      *> "Y" (spaces, low-values on older orders) is a stock line
       02 OrderDropShipLine OCCURS 5 TIMES.
           03 OrderDropShipFlag PIC X.
               88 OrderLineDropShip VALUE "Y".
           03 OrderDsPoNum      PIC 9(6).
           03 OrderDsShipDate   PIC 9(8).
      *> unit each base line (1-5) was sold in and its eaches-per-unit
      *> factor at entry: OrderSizeQuantity is always eaches (what the
      *> merge allocates and the warehouse picks), the packing slip
      *> and the invoice print the line back in this unit. Spaces or
      *> zero (orders from before the field, feeds) = eaches
       02 OrderLineUomData OCCURS 5 TIMES.
           03 OrderLineUom     PIC X(2).
           03 OrderLineFactor  PIC 9(4).
