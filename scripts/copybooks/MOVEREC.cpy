      *> CC cycle-count posting, TR inter-warehouse transfer,
      *> CS counter sale (sold and gone in one sitting),
      *> PM product-master on-hand maintenance (add/set screen),
      *> BL baseline seeded by the first ledger verification,
      *> RV return to vendor (138_vendor_return.cob),
      *> KC kit components consumed and KA finished kits added by a
      *> completed assembly work order (142_kit_assembly.cob).
      *> Inspection memo codes - quantities in or out of receiving
      *> inspection (ProdInspectQty), never part of ProdOnHand:
      *> IH held on receipt, IA accepted out of inspection (the same
      *> release writes the GR line that puts it on the shelf),
      *> IX rejected out of inspection (to the vendor or to scrap)
       02 MvProdCode   PIC X(8).
       02 MvWhseCode   PIC XX.
       02 MvDate       PIC 9(8).
