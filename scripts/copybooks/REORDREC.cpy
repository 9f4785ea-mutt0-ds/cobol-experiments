      *> REORDREC.cpy - one proposed reorder point (ReorderProps.dat),
      *> keyed product + warehouse: warehouse spaces is the product
      *> total (ProdReorderPoint), a warehouse code is that location's
      *> StkReorderPoint. Written by the weekly proposal run of
      *> 136_reorder_calc.cob from 13 weeks of AL/CS usage on
      *> StockMovements.dat; nothing reaches products.txt or
      *> StockByLocation.dat until a buyer approves it there. The
      *> file is rebuilt by every proposal run
       02 RpKey.
           03 RpProdCode  PIC X(8).
           03 RpWhseCode  PIC XX.
       02 RpOldPoint     PIC 9(5).
       02 RpNewPoint     PIC 9(5).
      *> the figures behind the new point, for the buyer's review
       02 RpAvgDaily     PIC 9(5)V99.
       02 RpDailySd      PIC 9(5)V99.
       02 RpLeadDays     PIC 9(3).
       02 RpAbcClass     PIC X.
       02 RpSafetyStock  PIC 9(5).
       02 RpProposedDate PIC 9(8).
       02 RpStatusFlag   PIC X VALUE "P".
           88 RpPending  VALUE "P".
           88 RpApplied  VALUE "A".
           88 RpRejected VALUE "R".
       02 RpDecidedBy    PIC X(8).
       02 RpDecidedDate  PIC 9(8).
