      *> every change lands in CostHistory.dat the way price changes
      *> land in PriceHistory.dat. Valuation and the margin sections
      *> of the sales reports compute from here; zero means nobody
      *> has costed the product yet and margin shows as full price.
      *> A kit's cost is rolled up from its components' costs by
      *> 142_kit_assembly.cob as a work order completes, journaled to
      *> CostHistory.dat the same way
       02 ProdStdCost        PIC 9(4)V99 VALUE ZERO.
      *> ABC velocity class stamped by 93_abc_classify.cob from the
      *> trailing year's shipped units in InvoiceHistory.dat: A items
      *> freight off it against the FreightRates.dat brackets. Zero =
      *> never weighed, the product ships freight-free
       02 ProdWeight         PIC 9(3)V99 VALUE ZERO.
      *> preferred supplier for replenishment, set from
      *> 23_product_master.cob: its VendLeadDays is the lead time the
      *> demand-based reorder points of 136_reorder_calc.cob cover.
      *> Zero = none named, the vendor of the latest PO stands in
       02 ProdPrefVendNum    PIC 9(5) VALUE ZERO.
      *> receiving inspection: a flagged product's deliveries (or any
      *> delivery from a vendor flagged on VENDREC) are held by
      *> 37_goods_receipt.cob in ProdInspectQty instead of going on
      *> ProdOnHand, so nothing can promise or allocate them until
      *> 139_qc_release.cob accepts the lot (onto ProdOnHand) or
      *> rejects it (back to the vendor or to scrap)
       02 ProdInspectFlag    PIC X VALUE "N".
           88 ProdInspectRequired VALUE "Y".
       02 ProdInspectQty     PIC 9(5) VALUE ZERO.
      *> shelf life in days: non-zero marks a product whose deliveries
      *> must carry a lot and an expiry date (defaulted to receipt date
      *> plus these days), allocated earliest-expiry-first by the
      *> merge against the customer's CustMinLifeDays. Zero = the
      *> product does not go off
       02 ProdShelfLifeDays  PIC 9(4) VALUE ZERO.
      *> serialized product: every unit carries its own serial number
      *> on SerialNumbers.dat (SERIALREC), keyed at goods receipt,
      *> tied to the order and customer at pick confirmation and
      *> checked against that sale when it comes back on a return
       02 ProdSerialFlag     PIC X VALUE "N".
           88 ProdSerialized VALUE "Y".
      *> product category and sub-category from
      *> ProductCategories.dat (PRODCATREC), set in
      *> 23_product_master.cob; the category sales/margin report and
      *> the price list and replenishment selections go by these.
      *> Spaces = not yet categorized
       02 ProdCategory       PIC X(4) VALUE SPACES.
       02 ProdSubCategory    PIC X(4) VALUE SPACES.
      *> units of measure: eaches in an inner pack and in a case
      *> (zero = the product is not handled in that unit), the unit
      *> purchasing buys it in and the unit order entry offers first
      *> (EA each, IP inner pack, CS case). ProdOnHand and every other
      *> stock quantity stay in eaches; the factors are resolved by
      *> UOMCONV wherever a quantity is keyed in another unit
       02 ProdInnerQty       PIC 9(4) VALUE ZERO.
       02 ProdCaseQty        PIC 9(4) VALUE ZERO.
       02 ProdBuyUom         PIC X(2) VALUE "EA".
       02 ProdSellUom        PIC X(2) VALUE "EA".
