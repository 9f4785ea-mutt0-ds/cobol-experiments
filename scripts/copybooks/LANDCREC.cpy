      *> LANDCREC.cpy - landed cost of one purchase receipt
      *> (LandedCosts.dat): the freight, duty and broker charges billed
      *> apart from the vendor invoice, spread over the lines received
      *> so each line gets a landed unit cost. Keyed by PO plus receipt
      *> date (the ReceiptsJournal.dat deliveries against that PO on
      *> that day); receipt date zero = charged against the whole PO,
      *> every quantity received on it. Kept by 143_landed_cost.cob,
      *> alternate on the vendor for its landed-vs-PO-cost report;
      *> 90_cost_change.cob offers the landed unit cost as a proposed
      *> standard cost, line by line
       02 LcKey.
           03 LcPoNum        PIC 9(6).
           03 LcRcptDate     PIC 9(8).
       02 LcVendNum         PIC 9(5).
       02 LcCreatedDate     PIC 9(8).
       02 LcChargeCount     PIC 9.
       02 LcCharge OCCURS 5 TIMES.
      *> F freight, D duty, B broker/customs fees, O other
           03 LcChgType      PIC X.
      *> carrier/broker invoice number, as keyed
           03 LcChgRef       PIC X(12).
           03 LcChgAmount    PIC 9(7)V99.
      *> how the charge is spread: V by line value (qty x PoUnitCost),
      *> Q by quantity, W by weight (qty x ProdWeight)
           03 LcChgMethod    PIC X.
           03 LcChgDate      PIC 9(8).
           03 LcChgBy        PIC X(8).
       02 LcLineCount       PIC 9(2).
       02 LcLine OCCURS 10 TIMES.
           03 LcProdCode     PIC X(8).
           03 LcQty          PIC 9(5).
           03 LcPoUnitCost   PIC 9(4)V99.
      *> share of all the charges above that fell on this line
           03 LcChargeAmt    PIC 9(7)V99.
      *> PoUnitCost + charge share / qty
           03 LcLandedUnitCost PIC 9(4)V99.
      *> the standard-cost proposal: P pending in 90_cost_change.cob,
      *> A applied, D declined. Back to P whenever a new charge
      *> changes the landed cost
           03 LcCostStatus   PIC X.
               88 LcCostPending  VALUE "P".
               88 LcCostApplied  VALUE "A".
               88 LcCostDeclined VALUE "D".
