      *> WORKORDREC.cpy - one kit assembly work order (WorkOrders.dat),
      *> keyed by the work-order number from WoControl.dat. Opened by
      *> 142_kit_assembly.cob for a quantity of a BomKitCode at one
      *> warehouse, with a component pick list printed; on completion
      *> the components consumed (KC) and the finished kits added to
      *> the kit's on-hand (KA) go on the movement ledger, and the
      *> kit's unit cost rolled up from its components is kept here
       02 WoNum          PIC 9(6).
       02 WoKitCode      PIC X(8).
       02 WoWhseCode     PIC XX.
       02 WoQtyOrdered   PIC 9(5).
      *> what was actually built; may be less than ordered, the rest
      *> of the order simply closes with it
       02 WoQtyBuilt     PIC 9(5).
       02 WoStatus       PIC X VALUE "O".
           88 WoOpen      VALUE "O".
           88 WoCompleted VALUE "C".
           88 WoCancelled VALUE "X".
       02 WoOpenedDate   PIC 9(8).
       02 WoOpenedBy     PIC X(8).
       02 WoClosedDate   PIC 9(8).
       02 WoClosedBy     PIC X(8).
      *> sum of component ProdStdCost x BomCompQty at completion
       02 WoKitUnitCost  PIC 9(4)V99.
