           03 IhUnitPrice  PIC 9(4)V99.
      *> where the unit price came from: L = list (ProdPrice),
      *> C = contract price, Q = converted-quote price,
      *> P = date-ranged promotional price (Promotions.dat),
      *> S = service-contract period (166_contract_billing.cob)
           03 IhPriceSrc   PIC X.
           03 IhLineNet    PIC 9(6)V99.
           03 IhLineTotal  PIC 9(6)V99.
      *> against the FreightRates.dat state/weight brackets; the GL
      *> extract credits it to freight recovery (44000)
       02 IhFreightAmount PIC 9(6)V99.
      *> unit each history line was sold in and its factor, so a
      *> reprint shows the quantity the way the invoice did; IhQty
      *> stays in eaches. Spaces/zero = eaches
       02 IhLineUomData OCCURS 5 TIMES.
           03 IhUom       PIC X(2).
           03 IhUomFactor PIC 9(4).
