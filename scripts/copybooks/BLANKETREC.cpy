      *> BLANKETREC.cpy - one blanket purchase agreement
      *> (BlanketPOs.dat), keyed by blanket number with an alternate
      *> on the vendor: the total quantity and the price negotiated
      *> with the vendor for one product over a validity window.
      *> Maintained by 156_blanket_po.cob; deliveries are called off
      *> by release POs keyed in 87_po_entry.cob, which take their
      *> price from here and bump the released quantity, and
      *> 37_goods_receipt.cob bumps the received quantity as the
      *> releases arrive. Quantities are eaches, like POREC; the unit
      *> and the price per unit are the ones agreed
       02 BkNum          PIC 9(6).
       02 BkVendNum      PIC 9(5).
       02 BkProdCode     PIC X(8).
       02 BkUom          PIC X(2).
       02 BkFactor       PIC 9(4).
       02 BkUomCost      PIC 9(6)V99.
      *> the same price per each, as PoUnitCost carries it
       02 BkUnitCost     PIC 9(4)V99.
       02 BkAgreedQty    PIC 9(7).
       02 BkStartDate    PIC 9(8).
       02 BkEndDate      PIC 9(8).
       02 BkReleasedQty  PIC 9(7).
       02 BkReceivedQty  PIC 9(7).
       02 BkReleaseCount PIC 9(3).
       02 BkLastRelease  PIC 9(6).
       02 BkStatusFlag   PIC X VALUE "A".
           88 BkActive    VALUE "A".
      *> closed early by purchasing; no further releases
           88 BkClosed    VALUE "C".
       02 BkCreatedBy    PIC X(8).
       02 BkCreatedDate  PIC 9(8).
       02 BkVendRef      PIC X(15).
