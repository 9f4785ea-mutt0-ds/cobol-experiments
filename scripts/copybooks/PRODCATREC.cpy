      *> PRODCATREC.cpy - one product category or sub-category
      *> (ProductCategories.dat), maintained by 154_categories.cob: a
      *> row with a blank sub-category is the category itself, the
      *> rows under it are its sub-categories. Products carry the
      *> pair on PRODREC (ProdCategory/ProdSubCategory), assigned in
      *> 23_product_master.cob
       02 PcKey.
           03 PcCategory    PIC X(4).
           03 PcSubCategory PIC X(4).
       02 PcDesc        PIC X(20).
