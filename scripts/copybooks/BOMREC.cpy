      *> BOMREC.cpy - one bill-of-material row per kit component
      *> (BillOfMaterials.dat), keyed kit + component so a START on
      *> the kit code walks its components. A "kit" is an ordinary
      *> ProdCode on products.txt whose on-hand holds only kits
      *> assembled ahead on a 142_kit_assembly.cob work order: the
      *> merge draws those first and allocates and decrements the
      *> COMPONENTS for the rest, pickpack explodes that rest onto the
      *> pick list, and availability is the prebuilt kits plus the
      *> worst-constrained component. Maintained from
      *> 23_product_master.cob's menu
       02 BomKey.
